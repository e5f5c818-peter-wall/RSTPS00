      *================================================================
      *  RSTCHG1.cpy
      *
      *  Pending maintenance change, the maker half of the RST
      *  maker-checker control.  The RSTPC00 (RSTCF parameters),
      *  RSTPX00 (RSTRT routes), RSTPY00 (TRMBR branch map), RSTPO00
      *  (RSTOP operators) and RSTPY10 (RSTBH trading hours, RSTXH
      *  out-of-hours exemptions) screens no longer touch their
      *  live file on an add, update or delete: they write one of
      *  these to the RSTCHG VSAM KSDS instead, carrying the full
      *  before image (as read when the change was keyed) and the
      *  full after image of the target record, and audit it as a
      *  PEND event.  A second operator works the RSTPW00 worklist
      *  (transid RSTW) and approves or rejects it; only an approval
      *  applies the after image to the live file.  The entry is
      *  deleted once decided - the decision itself lives on in the
      *  RAUD/AUDDF audit trail.
      *
      *  Key is target file + target record key, so there is at most
      *  one change pending against any one record at a time.  The
      *  target key is left-justified: parameter name, appl-state +
      *  trancode, terminal id, user id, or branch code + calendar
      *  date.
      *
      *  CHG-REQUIRED-LEVEL is the RSTOP role the maker screen
      *  demands (3 for RSTCF/RSTRT/TRMBR/RSTBH, 4 for RSTOP and
      *  RSTXH); the checker must be a different user holding at
      *  least that level and at least the maker's own level.  An
      *  entry older than the 'PENDHRS ' RSTCF parameter is expired
      *  by the worklist instead of being offered for decision, and
      *  by the maker screen when a new change is keyed against the
      *  same record.
      *================================================================
       01  RST-PENDING-CHANGE.
           05  CHG-KEY.
               10  CHG-TARGET-FILE         PIC X(8).
                   88  CHG-FOR-CONFIG      VALUE 'RSTCF   '.
                   88  CHG-FOR-ROUTE       VALUE 'RSTRT   '.
                   88  CHG-FOR-BRANCH      VALUE 'TRMBR   '.
                   88  CHG-FOR-OPERATOR    VALUE 'RSTOP   '.
                   88  CHG-FOR-CALENDAR    VALUE 'RSTBH   '.
                   88  CHG-FOR-EXEMPTION   VALUE 'RSTXH   '.
               10  CHG-TARGET-KEY          PIC X(12).
           05  CHG-ACTION                  PIC X.
               88  CHG-ACTION-ADD          VALUE 'A'.
               88  CHG-ACTION-UPDATE       VALUE 'U'.
               88  CHG-ACTION-DELETE       VALUE 'D'.
           05  CHG-REQUIRED-LEVEL          PIC 9.
           05  CHG-MAKER-USER              PIC X(8).
           05  CHG-MAKER-LEVEL             PIC 9.
           05  CHG-MAKER-TERM              PIC X(4).
           05  CHG-MAKER-DATE              PIC X(8).
           05  CHG-MAKER-TIME              PIC X(6).
           05  CHG-MAKER-ABSTIME           PIC S9(15) COMP-3.
           05  CHG-BEFORE-IMAGE            PIC X(80).
           05  CHG-AFTER-IMAGE             PIC X(80).
