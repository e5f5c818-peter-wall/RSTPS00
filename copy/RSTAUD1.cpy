      *  merges every region's extract into one run, and the stamp
      *  is what lets the reports break figures out per region
      *  where the region actually matters.
      *
      *  DISPATCH events (RSTPS00 DISPATCH-CONTEXT-PARA, one per
      *  RSTRT lookup) are read through AUD-DISPATCH-ROUTE: the
      *  casappc context slot carries the target RTE-PROGRAM and the
      *  inbound trancode, and the state/trancode slots carry the
      *  route key looked up.  AUD-STATUS-CODE says how it resolved:
      *    'EXCT'  exact state+trancode route, XCTL issued
      *    'FALL'  blank-trancode fallback route, XCTL issued
      *    'DSBL'  route found but disabled, no dispatch
      *    'NORT'  no route for the state at all, no dispatch
      *  A failed XCTL is still logged to RERR as ROUTE-DISPATCH
      *  under the same terminal, date and time.
      *
      *  Maker-checker maintenance events (CFGMAINT for RSTCF, RSTRT,
      *  TRMBR and RSTBH changes, SECMAINT for RSTOP and RSTXH
      *  changes) are read through AUD-CHANGE-CONTROL: target record
      *  key, a tag that keeps the several events of one decision
      *  apart on AUDDF, the key value of the record and a detail
      *  word.
      *    'PEND'  change keyed on the maintenance screen, user is
      *            the maker, value is the proposed after value,
      *            detail is the action (ADD /UPD /DEL /GRNT/RVOK/
      *            XGNT/XRVK)
      *    'APRV'  approved on RSTPW00; 'RJCT' rejected; 'EXPR'
      *            aged out unapproved - user is the checker (or
      *            RSTPW00 for an expiry), tag 'CHKR', value is the
      *            maker's user id, detail is the action
      *    'BFOR'  before value of an approved update/delete, tag
      *            'BFOR' (see below for a standard week)
      *    'ADD '/'UPD '/'DEL '/'GRNT'/'RVOK'/'XGNT'/'XRVK'  the
      *            change as applied, user is the checker,
      *            untagged, value is the new value - the same shape
      *            the screens always wrote
      *  The value is the parameter value, the route's program (the
      *  enabled flag in the detail), the branch code, the role, the
      *  kind of calendar day (WEEKLY/HOLIDAY/EARLYCLS, the early
      *  closing time in the detail; target is branch + date) or an
      *  out-of-hours exemption's expiry date (the branch it covers
      *  in the detail; target is the exempted user).
      *  A standard-week RSTBH entry (target branch + 'WEEKLY  ')
      *  only says WEEKLY in those events, so its hours are carried
      *  day by day, one event per weekday the change adds, alters
      *  or deletes, value open HHMM + close HHMM, detail blank, day
      *  n = 1 (Sunday) to 7 as on RSTBH:
      *    'PEND'  tag 'DAYn', the proposed hours (not for a delete)
      *    'BFOR'  tag 'BFRn', the hours before an approved
      *            update/delete
      *    'ADD '/'UPD '/'DEL '  tag 'DAYn', the hours as applied
      *            (for a delete, the hours that went away)
      *  These follow the step's usual event; the before and after
      *  tags differ so both stay apart on AUDDF.
      *  RSTPE10 known-error catalogue changes are applied directly
      *  and write only the ADD /UPD /DEL event, tag 'KERR': target
      *  is the catalogue entry id, value the support group, detail
      *  'SEVn' with the severity.
      *
      *  CASEWORK events are RSTPW10 actions on the RSTOI open-items
      *  case file (copy/RSTOIT1.cpy), read through
      *  AUD-OPEN-ITEM-WORK: the item's context reference rides in
      *  the context-id slot - so a session's own events and the
      *  work on its exceptions list together on AUDDF - then the
      *  exception type and the item's status before the action.
      *    'TAKE'  ownership taken (or taken over) by the user
      *    'NOTE'  resolution note recorded
      *    'CLSD'  item closed
      *  The note text itself stays on the item.
      *
      *  RSTPS00 writes a FAILED event with status 'HOUR' when it
      *  refuses a new session from a branch terminal outside the
      *  branch's trading hours (copy/RSTBHR1.cpy), and a SESSSTRT
      *  event with status 'XHRS' instead of 'STRT' when an
      *  out-of-hours exemption (copy/RSTOHX1.cpy) lets one in.
      *  RSTPR50 reports both by branch.
      *
      *  RSTPJ10 maps every SECMAINT/CFGMAINT status, the PURG purge,
      *  the GATE/LIMT/HOUR sign-on refusals and the XHRS exempted
      *  sign-ons to a normalised SIEM event code; a new security
      *  status belongs in its table.
      *================================================================
       01  RST-AUDIT-RECORD.
           05  AUD-TERM-ID                 PIC X(4).
               88  AUD-EVENT-TIMEOUT       VALUE 'TIMEOUT '.
               88  AUD-EVENT-CFG-MAINT     VALUE 'CFGMAINT'.
               88  AUD-EVENT-SEC-MAINT     VALUE 'SECMAINT'.
               88  AUD-EVENT-DISPATCH      VALUE 'DISPATCH'.
               88  AUD-EVENT-CASE-WORK     VALUE 'CASEWORK'.
           05  AUD-STATUS-CODE             PIC X(4).
           05  AUD-CASAPPC-CONTEXT.
               10  AUD-CONTEXT-ID          PIC X(16).
               10  AUD-APPL-STATE          PIC X(8).
               10  AUD-LAST-TRANCODE       PIC X(4).
           05  AUD-DISPATCH-ROUTE redefines AUD-CASAPPC-CONTEXT.
               10  AUD-DSP-PROGRAM         PIC X(8).
               10  AUD-DSP-IN-TRANCODE     PIC X(4).
               10  FILLER                  PIC X(4).
               10  AUD-DSP-RTE-STATE       PIC X(8).
               10  AUD-DSP-RTE-TRANCODE    PIC X(4).
           05  AUD-CHANGE-CONTROL redefines AUD-CASAPPC-CONTEXT.
               10  AUD-CHG-TARGET-KEY      PIC X(12).
               10  AUD-CHG-TAG             PIC X(4).
               10  AUD-CHG-VALUE           PIC X(8).
               10  AUD-CHG-DETAIL          PIC X(4).
           05  AUD-OPEN-ITEM-WORK redefines AUD-CASAPPC-CONTEXT.
               10  AUD-OIW-CONTEXT-REF     PIC X(16).
               10  AUD-OIW-EXC-TYPE        PIC X(8).
               10  AUD-OIW-PRIOR-STATUS    PIC X(4).
           05  AUD-APPLID                  PIC X(8).
