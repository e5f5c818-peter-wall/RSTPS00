      *  This screen is itself gated: only a level-4 security
      *  administrator gets past the top of the program, closing the
      *  hole where anyone who knew the transid could grant
      *  themselves purge authority.  Every denied attempt is written
      *  to the RAUD stream and the AUDDF keyed file as a SECMAINT
      *  DENY event.
      *
      *  A grant (add/update) or revoke (delete) is not applied here.
      *  It is posted to the RSTCHG pending-change file
      *  (copy/RSTCHG1.cpy) with the before and after images and
      *  audited as a SECMAINT PEND event carrying the target user
      *  and role; a second security administrator approves or
      *  rejects it on the RSTPW00 worklist, which applies it to
      *  RSTOP, writes the GRNT/RVOK event, stamps the entry and
      *  audits the decision.  Only one change may be pending per
      *  user.
      *================================================================

       environment division.
       01  WS-SEC-STATUS                    PIC X(4).
       01  WS-SEC-TARGET                    PIC X(8).
       01  WS-SEC-ROLE                      PIC X(8).
       01  WS-SEC-DETAIL                    PIC X(4).
       01  WS-MAKER-LEVEL                   PIC 9.
       01  WS-PEND-CFG-KEY                  PIC X(8) VALUE 'PENDHRS '.
       01  WS-PEND-HOURS                    PIC S9(4) COMP VALUE 24.
       01  WS-CUTOFF-ABSTIME                PIC S9(15) COMP-3.
       01  WS-EXPIRY-WORD                   PIC X(4).

       01  WS-MSG-TEXT                     PIC X(79) VALUE spaces.
       01  WS-DENY-MSG                     PIC X(79) VALUE

           copy RSTPM4.
           copy RSTOPR1.
           copy RSTCFG1.
           copy RSTCHG1.
           copy RSTAUD1.
           copy RSTAUD2.


           if WS-RESP-NORMAL and OPR-SECADM-OK
               move 'Y' to WS-SECADM-OK-SW
               move OPR-ROLE-LEVEL to WS-MAKER-LEVEL
           end-if
           .

           move 'DENY' to WS-SEC-STATUS
           move WS-USERID to WS-SEC-TARGET
           move 'RSTO    ' to WS-SEC-ROLE
           move spaces to WS-SEC-DETAIL
           perform WRITE-SECURITY-AUDIT-PARA

           exec cics send text
           perform EDIT-OPERATOR-INPUT-PARA

           if WS-MSG-TEXT = spaces
               perform CHECK-PENDING-PARA
           end-if

           if WS-MSG-TEXT = spaces
               exec cics read file('RSTOP')
                   into(RST-OPERATOR-ENTRY)
                   ridfld(WS-OPER-KEY)
                   keylength(length of WS-OPER-KEY)
                   resp(WS-RESP)
               end-exec

               if WS-RESP-NORMAL
                   move 'OPERATOR ALREADY ON FILE - USE ACTION U'
                       to WS-MSG-TEXT
               else
                   move spaces to CHG-BEFORE-IMAGE
                   perform BUILD-OPERATOR-ENTRY-PARA
                   move RST-OPERATOR-ENTRY to CHG-AFTER-IMAGE
                   set CHG-ACTION-ADD to true
                   move 'GRNT' to WS-SEC-DETAIL
                   perform SUBMIT-CHANGE-PARA
               end-if
           end-if
           .

           perform EDIT-OPERATOR-INPUT-PARA

           if WS-MSG-TEXT = spaces
               perform CHECK-PENDING-PARA
           end-if

           if WS-MSG-TEXT = spaces
               exec cics read file('RSTOP')
                   into(RST-OPERATOR-ENTRY)
                   ridfld(WS-OPER-KEY)
                   keylength(length of WS-OPER-KEY)
                   resp(WS-RESP)
               end-exec

               if WS-RESP-NORMAL
                   move RST-OPERATOR-ENTRY to CHG-BEFORE-IMAGE
                   perform BUILD-OPERATOR-ENTRY-PARA
                   move RST-OPERATOR-ENTRY to CHG-AFTER-IMAGE
                   set CHG-ACTION-UPDATE to true
                   move 'GRNT' to WS-SEC-DETAIL
                   perform SUBMIT-CHANGE-PARA
               else
                   move 'NO OPERATOR ENTRY ON FILE - USE ACTION A'
                       to WS-MSG-TEXT

       DELETE-OPERATOR-PARA.

           move spaces to WS-MSG-TEXT
           perform CHECK-PENDING-PARA

           if WS-MSG-TEXT = spaces
               exec cics read file('RSTOP')
                   into(RST-OPERATOR-ENTRY)
                   ridfld(WS-OPER-KEY)
                   keylength(length of WS-OPER-KEY)
                   resp(WS-RESP)
               end-exec

               if WS-RESP-NORMAL
                   move RST-OPERATOR-ENTRY to CHG-BEFORE-IMAGE
                   move spaces to CHG-AFTER-IMAGE
                   set CHG-ACTION-DELETE to true
                   move 'RVOK' to WS-SEC-DETAIL
                   perform SUBMIT-CHANGE-PARA
               else
                   move 'NO OPERATOR ENTRY ON FILE FOR THAT USER'
                       to WS-MSG-TEXT
               end-if
           end-if
           .

       CHECK-PENDING-PARA.

      *    one change at a time per user: a second one would be
      *    keyed against a before image the first could overtake.
           set CHG-FOR-OPERATOR to true
           move WS-OPER-KEY to CHG-TARGET-KEY

           exec cics read file('RSTCHG')
               into(RST-PENDING-CHANGE)
               ridfld(CHG-KEY)
               keylength(length of CHG-KEY)
               resp(WS-RESP)
           end-exec

      *    one left undecided longer than PENDHRS is expired here,
      *    as the RSTW worklist would, rather than blocking the
      *    record until someone happens to open the worklist.
           if WS-RESP-NORMAL
               perform READ-PEND-HOURS-PARA
               if CHG-MAKER-ABSTIME < WS-CUTOFF-ABSTIME
                   perform EXPIRE-PENDING-PARA
               else
                   move spaces to WS-MSG-TEXT
                   string 'CHANGE BY ' delimited by size
                          CHG-MAKER-USER delimited by size
                          ' ALREADY PENDING - DECIDE IT ON RSTW FIRST'
                              delimited by size
                          into WS-MSG-TEXT
                   end-string
               end-if
           end-if
           .

       READ-PEND-HOURS-PARA.

      *    same 'PENDHRS ' parameter, default and 1-168 guard as
      *    RSTPW00 READ-CONFIG-PARA.
           move 24 to WS-PEND-HOURS

           exec cics read file('RSTCF')
               into(RST-CONFIG-ENTRY)
               ridfld(WS-PEND-CFG-KEY)
               keylength(length of WS-PEND-CFG-KEY)
               resp(WS-RESP)
           end-exec

           if WS-RESP-NORMAL and CFG-PARM-VALUE numeric
                   and CFG-PARM-VALUE > 0
                   and CFG-PARM-VALUE < 169
               move CFG-PARM-VALUE to WS-PEND-HOURS
           end-if

           compute WS-CUTOFF-ABSTIME =
               WS-ABSTIME - (WS-PEND-HOURS * 3600000)
           .

       EXPIRE-PENDING-PARA.

      *    audited as RSTPW00 EXPIRE-CHANGE-PARA audits it - EXPR by
      *    the expiring program, CHKR tag, the maker's user id and
      *    the action word the change was submitted under.
           if CHG-ACTION-DELETE
               move 'RVOK' to WS-EXPIRY-WORD
           else
               move 'GRNT' to WS-EXPIRY-WORD
           end-if

           move EIBTRMID               to AUD-TERM-ID
           move 'RSTPO00 '             to AUD-USER-ID
           move WS-NOW-DATE            to AUD-DATE
           move WS-NOW-TIME            to AUD-TIME
           set  AUD-EVENT-SEC-MAINT    to true
           move 'EXPR'                 to AUD-STATUS-CODE
           move spaces                 to AUD-CHANGE-CONTROL
           move CHG-TARGET-KEY         to AUD-CHG-TARGET-KEY
           move 'CHKR'                 to AUD-CHG-TAG
           move CHG-MAKER-USER         to AUD-CHG-VALUE
           move WS-EXPIRY-WORD         to AUD-CHG-DETAIL
           move WS-APPLID              to AUD-APPLID

           exec cics writeq td
               queue('RAUD')
               from(RST-AUDIT-RECORD)
               length(length of RST-AUDIT-RECORD)
           end-exec

           move AUD-CONTEXT-ID         to AUDD-CONTEXT-ID
           move AUD-DATE               to AUDD-DATE
           move AUD-TIME               to AUDD-TIME
           move EIBTASKN               to AUDD-TASKNO
           move AUD-EVENT-TYPE         to AUDD-EVENT-TYPE
           move RST-AUDIT-RECORD       to AUDD-AUDIT-IMAGE

           exec cics write file('AUDDF')
               from(RST-AUDIT-DF-RECORD)
               ridfld(AUDD-KEY)
               keylength(length of AUDD-KEY)
               resp(WS-RESP)
           end-exec

           exec cics delete file('RSTCHG')
               ridfld(CHG-KEY)
               keylength(length of CHG-KEY)
               resp(WS-RESP)
           end-exec
           .

       SUBMIT-CHANGE-PARA.

           set CHG-FOR-OPERATOR to true
           move WS-OPER-KEY      to CHG-TARGET-KEY
           move 4                to CHG-REQUIRED-LEVEL
           move WS-USERID        to CHG-MAKER-USER
           move WS-MAKER-LEVEL   to CHG-MAKER-LEVEL
           move EIBTRMID         to CHG-MAKER-TERM
           move WS-NOW-DATE      to CHG-MAKER-DATE
           move WS-NOW-TIME      to CHG-MAKER-TIME
           move WS-ABSTIME       to CHG-MAKER-ABSTIME

           exec cics write file('RSTCHG')
               from(RST-PENDING-CHANGE)
               ridfld(CHG-KEY)
               keylength(length of CHG-KEY)
               resp(WS-RESP)
           end-exec

           if WS-RESP-NORMAL
               move 'PEND' to WS-SEC-STATUS
               move WS-OPER-KEY to WS-SEC-TARGET
               move spaces to WS-SEC-ROLE
               move OPR-ROLE-LEVEL to WS-SEC-ROLE(1:1)
               perform WRITE-SECURITY-AUDIT-PARA
               move 'CHANGE SUBMITTED - AWAITING APPROVAL ON RSTW'
                   to WS-MSG-TEXT
           else
               if WS-RESP-DUPREC
                   move 'A CHANGE IS ALREADY PENDING ON RSTW'
                       to WS-MSG-TEXT
               else
                   move 'CHANGE SUBMIT FAILED - NOTIFY SYSTEMS'
                       to WS-MSG-TEXT
               end-if
           end-if
           .

           move WS-NOW-TIME      to OPR-UPDATE-TIME
           .

       WRITE-SECURITY-AUDIT-PARA.

      *    one audit event per submitted change or denied attempt,
      *    into the same RAUD stream the batch jobs read and the
      *    AUDDF keyed file the online inquiry browses: the target
      *    user rides in the context-id field, the role level (or,
      *    for a deny, the refused transid) in the appl-state field
      *    and, for a submitted change, GRNT or RVOK in the trancode
      *    field.
           move EIBTRMID               to AUD-TERM-ID
           move WS-USERID              to AUD-USER-ID
           move spaces                 to AUD-CONTEXT-ID
           move WS-SEC-TARGET          to AUD-CONTEXT-ID(1:8)
           move WS-SEC-ROLE            to AUD-APPL-STATE
           move WS-SEC-DETAIL          to AUD-LAST-TRANCODE
           move WS-APPLID              to AUD-APPLID

           exec cics writeq td
