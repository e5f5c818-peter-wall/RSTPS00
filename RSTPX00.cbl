      *  code change.  Single-entry panel on map RSTPM2A: action
      *  I=inquire, A=add, U=update, D=delete against the
      *  appl-state + trancode key (blank trancode is the generic
      *  state-level route).
      *
      *  An add, update or delete is not applied here.  It is posted
      *  to the RSTCHG pending-change file (copy/RSTCHG1.cpy) with
      *  the before and after images and audited to the RAUD/AUDDF
      *  streams as a CFGMAINT PEND event carrying the route key and
      *  the proposed program; a second operator approves or rejects
      *  it on the RSTPW00 worklist, which applies it to RSTRT,
      *  stamps the entry and audits the decision.  Only one change
      *  may be pending per route.
      *
      *  Retargeting the dispatch table is effectively the keys to
      *  the kingdom, so the top of the program demands the
       01  WS-ROUTE-KEY.
           05  WS-RK-APPL-STATE             PIC X(8).
           05  WS-RK-TRANCODE               PIC X(4).
       01  WS-AUDIT-STATUS                  PIC X(4).
       01  WS-MAKER-LEVEL                   PIC 9.
       01  WS-PEND-CFG-KEY                  PIC X(8) VALUE 'PENDHRS '.
       01  WS-PEND-HOURS                    PIC S9(4) COMP VALUE 24.
       01  WS-CUTOFF-ABSTIME                PIC S9(15) COMP-3.
       01  WS-EXPIRY-WORD                   PIC X(4).

       01  WS-CONFIG-OK-SW                  PIC X VALUE 'N'.
           88  WS-CONFIG-OK                 VALUE 'Y'.
           copy RSTPM2.
           copy RSTRTE1.
           copy RSTOPR1.
           copy RSTCFG1.
           copy RSTCHG1.
           copy RSTAUD1.
           copy RSTAUD2.


           if WS-RESP-NORMAL and OPR-CONFIG-OK
               move 'Y' to WS-CONFIG-OK-SW
               move OPR-ROLE-LEVEL to WS-MAKER-LEVEL
           end-if
           .

           perform EDIT-ROUTE-INPUT-PARA

           if WS-MSG-TEXT = spaces
               perform CHECK-PENDING-PARA
           end-if

           if WS-MSG-TEXT = spaces
               exec cics read file('RSTRT')
                   into(RST-ROUTE-ENTRY)
                   ridfld(WS-ROUTE-KEY)
                   keylength(length of WS-ROUTE-KEY)
                   resp(WS-RESP)
               end-exec

               if WS-RESP-NORMAL
                   move 'ROUTE ALREADY ON FILE - USE ACTION U'
                       to WS-MSG-TEXT
               else
                   move spaces to CHG-BEFORE-IMAGE
                   perform BUILD-ROUTE-ENTRY-PARA
                   move RST-ROUTE-ENTRY to CHG-AFTER-IMAGE
                   set CHG-ACTION-ADD to true
                   move 'ADD ' to WS-AUDIT-STATUS
                   perform SUBMIT-CHANGE-PARA
               end-if
           end-if
           .

           perform EDIT-ROUTE-INPUT-PARA

           if WS-MSG-TEXT = spaces
               perform CHECK-PENDING-PARA
           end-if

           if WS-MSG-TEXT = spaces
               exec cics read file('RSTRT')
                   into(RST-ROUTE-ENTRY)
                   ridfld(WS-ROUTE-KEY)
                   keylength(length of WS-ROUTE-KEY)
                   resp(WS-RESP)
               end-exec

               if WS-RESP-NORMAL
                   move RST-ROUTE-ENTRY to CHG-BEFORE-IMAGE
                   perform BUILD-ROUTE-ENTRY-PARA
                   move RST-ROUTE-ENTRY to CHG-AFTER-IMAGE
                   set CHG-ACTION-UPDATE to true
                   move 'UPD ' to WS-AUDIT-STATUS
                   perform SUBMIT-CHANGE-PARA
               else
                   move 'NO ROUTE ON FILE - USE ACTION A'
                       to WS-MSG-TEXT

       DELETE-ROUTE-PARA.

           move spaces to WS-MSG-TEXT
           perform CHECK-PENDING-PARA

           if WS-MSG-TEXT = spaces
               exec cics read file('RSTRT')
                   into(RST-ROUTE-ENTRY)
                   ridfld(WS-ROUTE-KEY)
                   keylength(length of WS-ROUTE-KEY)
                   resp(WS-RESP)
               end-exec

               if WS-RESP-NORMAL
                   move RST-ROUTE-ENTRY to CHG-BEFORE-IMAGE
                   move spaces to CHG-AFTER-IMAGE
                   set CHG-ACTION-DELETE to true
                   move 'DEL ' to WS-AUDIT-STATUS
                   perform SUBMIT-CHANGE-PARA
               else
                   move 'NO ROUTE ON FILE FOR THAT STATE/TRANCODE'
                       to WS-MSG-TEXT
               end-if
           end-if
           .

       CHECK-PENDING-PARA.

      *    one change at a time per route: a second one would be
      *    keyed against a before image the first could overtake.
           set CHG-FOR-ROUTE to true
           move WS-ROUTE-KEY to CHG-TARGET-KEY

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
           evaluate true
               when CHG-ACTION-ADD
                   move 'ADD ' to WS-EXPIRY-WORD
               when CHG-ACTION-UPDATE
                   move 'UPD ' to WS-EXPIRY-WORD
               when other
                   move 'DEL ' to WS-EXPIRY-WORD
           end-evaluate

           move EIBTRMID               to AUD-TERM-ID
           move 'RSTPX00 '             to AUD-USER-ID
           move WS-NOW-DATE            to AUD-DATE
           move WS-NOW-TIME            to AUD-TIME
           set  AUD-EVENT-CFG-MAINT    to true
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

           set CHG-FOR-ROUTE to true
           move WS-ROUTE-KEY     to CHG-TARGET-KEY
           move 3                to CHG-REQUIRED-LEVEL
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
               perform WRITE-ROUTE-AUDIT-PARA
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

       WRITE-ROUTE-AUDIT-PARA.

      *    one PEND audit event per submitted change: who asked for
      *    which route to change, to what program, from which
      *    terminal and when.  The route key rides in the context-id
      *    field, so RSTPA00's type-C search on state + trancode
      *    lists the route's history.
           move EIBTRMID               to AUD-TERM-ID
           move WS-USERID              to AUD-USER-ID
           move WS-NOW-DATE            to AUD-DATE
           move WS-NOW-TIME            to AUD-TIME
           set  AUD-EVENT-CFG-MAINT    to true
           move 'PEND'                 to AUD-STATUS-CODE
           move spaces                 to AUD-CHANGE-CONTROL
           move WS-ROUTE-KEY           to AUD-CHG-TARGET-KEY
           move RTE-PROGRAM            to AUD-CHG-VALUE
           move WS-AUDIT-STATUS        to AUD-CHG-DETAIL
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
           .

       EDIT-ROUTE-INPUT-PARA.

           move spaces to WS-MSG-TEXT
