       01  WS-RESUME-BEST-ABSTIME          PIC S9(15) COMP-3 VALUE 0.

       01  WS-CFG-KEY                      PIC X(8).
       01  WS-CASAPPC-CURRENT-VERSION      PIC X(4) VALUE '0001'.
       01  WS-CASAPPC-LENGTH               PIC S9(4) COMP VALUE 73.
       01  WS-INBOUND-VERSION              PIC X(4) VALUE spaces.
       01  WS-ROUTE-KEY.
           05  WS-RK-APPL-STATE            PIC X(8).
           05  WS-RK-TRANCODE              PIC X(4).
       01  WS-DISPATCH-STATUS              PIC X(4).
       01  WS-SESSION-LIMIT                PIC S9(4) COMP VALUE 1.
       01  WS-GATE-CLOSED-SW               PIC X VALUE 'N'.
           88  WS-GATE-CLOSED              VALUE 'Y'.
       01  WS-ACTIVE-SESSIONS              PIC S9(4) COMP VALUE 0.
       01  WS-HELD-TERM-ID                 PIC X(4).
       01  WS-HELD-BEST-ABSTIME            PIC S9(15) COMP-3 VALUE 0.
       01  WS-CALL-START-ABSTIME           PIC S9(15) COMP-3 VALUE 0.
       01  WS-CALL-END-ABSTIME             PIC S9(15) COMP-3 VALUE 0.
       01  WS-CALL-RC                      PIC S9(8) COMP VALUE 0.
       01  WS-HOURS-KEY.
           05  WS-HK-BRANCH                PIC X(4).
           05  WS-HK-DATE                  PIC X(8).
       01  WS-DAY-OF-WEEK                  PIC S9(8) COMP VALUE 0.
       01  WS-DAY-SUB                      PIC S9(4) COMP.
       01  WS-NOW-HHMM                     PIC 9(4).
       01  WS-OPEN-HHMM                    PIC 9(4).
       01  WS-CLOSE-HHMM                   PIC 9(4).
       01  WS-OUT-OF-HOURS-SW              PIC X VALUE 'N'.
           88  WS-OUT-OF-HOURS             VALUE 'Y'.
       01  WS-HOURS-EXEMPT-SW              PIC X VALUE 'N'.
           88  WS-HOURS-EXEMPT             VALUE 'Y'.

           copy CASAPPC.
       01  CASAPPC-ALPHA redefines CASAPPC PIC X(100).
           copy RSTAUD1.
           copy RSTERR1.
           copy RSTDCA1.
           copy RSTERR2.
           copy RSTRTE1.
           copy RSTCTL1.
           copy RSTLAT1.
           copy RSTBRN1.
           copy RSTBHR1.
           copy RSTOHX1.

       01  WS-MON-ABSTIME                  PIC S9(15) COMP-3.

       linkage section.

       01  DFHCOMMAREA.
           05  DFHCOMMAREA-CASAPPC         PIC X(100).
           05  DFHCOMMAREA-CASAPPC-V1 redefines DFHCOMMAREA-CASAPPC.
               10  DFHCOMMAREA-V1-IMAGE    PIC X(73).
               10  FILLER                  PIC X(27).

       procedure division.

               time(AUD-TIME)
           end-exec

           perform READ-CASAPPC-VERSION-PARA

      *    a version '0001' commarea is only 73 bytes long - never
      *    look past that in the inbound block.
           if EIBCALEN > 0
               if EIBCALEN < CASAPPC-V1-LENGTH
                   move 'COMMAREA-VALIDATION'   to WS-CURRENT-CALL
                   set WS-COMMAREA-INVALID to true
                   perform LOG-AND-REJECT-PARA
               else
                   if EIBCALEN < CASAPPC-V2-LENGTH
                       move DFHCOMMAREA-V1-IMAGE to CASAPPC-ALPHA
                   else
                       move DFHCOMMAREA-CASAPPC to CASAPPC-ALPHA
                   end-if
                   perform VALIDATE-COMMAREA-PARA

                   if WS-COMMAREA-VALID
               perform REJECT-GATE-CLOSED-PARA
           end-if

           perform CHECK-TRADING-HOURS-PARA

           if WS-OUT-OF-HOURS and not WS-HOURS-EXEMPT
               perform REJECT-OUT-OF-HOURS-PARA
           end-if

           perform CHECK-SESSION-LIMIT-PARA

           if WS-ACTIVE-SESSIONS >= WS-SESSION-LIMIT
           end-if

           move 'CASLOADAPPC'           to WS-CURRENT-CALL
           perform START-CALL-TIMER-PARA
           call 'casloadappc' using
             by reference              CASAPPC
           end-call
           perform WRITE-CALL-LATENCY-PARA

           if RETURN-CODE not = 0
               perform LOG-AND-REJECT-PARA
               perform WRITE-SESSION-AUDIT-PARA

               move 'MFDFH_MK_TRANSIENT_DCA' to WS-CURRENT-CALL
               perform START-CALL-TIMER-PARA
               call 'mFdfh_mk_transient_dca' end-call
               perform WRITE-CALL-LATENCY-PARA

               if RETURN-CODE not = 0
                   perform LOG-AND-REJECT-PARA
           end-if
           .

       START-CALL-TIMER-PARA.

           exec cics asktime
               abstime(WS-CALL-START-ABSTIME)
           end-exec
           .

       WRITE-CALL-LATENCY-PARA.

      *    one RLAT record per timed back-end call, failed or not,
      *    mirrored to the RLTQ trigger queue for the RSTZ slow-call
      *    monitor (see copy/RSTLAT1.cpy).  The call's RETURN-CODE
      *    is saved before the EXEC CICS commands below and put back
      *    afterwards, so the caller's check and LOG-AND-REJECT-PARA
      *    still see the call's own value.  RESP on both writes: a
      *    missing latency queue must never cost the user a sign-on.
           move RETURN-CODE to WS-CALL-RC

           exec cics asktime
               abstime(WS-CALL-END-ABSTIME)
           end-exec

           compute LAT-ELAPSED-MS =
               WS-CALL-END-ABSTIME - WS-CALL-START-ABSTIME

           if LAT-ELAPSED-MS < 0
               move 0 to LAT-ELAPSED-MS
           end-if

           move EIBTRMID               to LAT-TERM-ID
           move WS-USERID              to LAT-USER-ID
           move AUD-DATE               to LAT-DATE
           move AUD-TIME               to LAT-TIME
           move WS-CURRENT-CALL        to LAT-CALL-NAME
           move WS-CALL-RC             to LAT-RETURN-CODE
           move CASAPPC-CONTEXT-ID     to LAT-CONTEXT-ID
           move WS-APPLID              to LAT-APPLID

           exec cics writeq td
               queue('RLAT')
               from(RST-LATENCY-RECORD)
               length(length of RST-LATENCY-RECORD)
               resp(WS-RESP)
           end-exec

           exec cics writeq td
               queue('RLTQ')
               from(RST-LATENCY-RECORD)
               length(length of RST-LATENCY-RECORD)
               resp(WS-RESP)
           end-exec

           move WS-CALL-RC to RETURN-CODE
           .

       CHECK-QUIESCE-GATE-PARA.

      *    operator-controlled sign-on gate (RSTCF parameter
           end-exec
           .

       CHECK-TRADING-HOURS-PARA.

      *    branch opening hours (RSTBH, copy/RSTBHR1.cpy) for the
      *    branch the terminal sits in (TRMBR).  Like the gate, only
      *    brand-new sessions are checked; resumes and in-flight legs
      *    carry on.  A terminal with no branch, or a branch with no
      *    standard week on file, is not restricted - whatever dated
      *    entries it has.  For a restricted branch a dated entry for
      *    today wins over the week.  Outside hours the user may
      *    still hold a current exemption (RSTXH, copy/RSTOHX1.cpy)
      *    for this branch or for all branches.
           move 'N' to WS-OUT-OF-HOURS-SW
           move 'N' to WS-HOURS-EXEMPT-SW

           exec cics read file('TRMBR')
               into(RST-BRANCH-REF-ENTRY)
               ridfld(EIBTRMID)
               keylength(length of TBR-TERM-ID)
               resp(WS-RESP)
           end-exec

           if WS-RESP-NORMAL and TBR-BRANCH-CODE not = spaces
               move TBR-BRANCH-CODE to WS-HK-BRANCH
               move 'WEEKLY  '      to WS-HK-DATE

               exec cics read file('RSTBH')
                   into(RST-TRADING-HOURS-ENTRY)
                   ridfld(WS-HOURS-KEY)
                   keylength(length of WS-HOURS-KEY)
                   resp(WS-RESP)
               end-exec

               if WS-RESP-NORMAL
                   move AUD-DATE to WS-HK-DATE

                   exec cics read file('RSTBH')
                       into(RST-TRADING-HOURS-ENTRY)
                       ridfld(WS-HOURS-KEY)
                       keylength(length of WS-HOURS-KEY)
                       resp(WS-RESP)
                   end-exec

      *            no dated entry for today - go by the week.
                   if WS-RESP-NOTFND
                       move 'WEEKLY  ' to WS-HK-DATE

                       exec cics read file('RSTBH')
                           into(RST-TRADING-HOURS-ENTRY)
                           ridfld(WS-HOURS-KEY)
                           keylength(length of WS-HOURS-KEY)
                           resp(WS-RESP)
                       end-exec
                   end-if

                   if WS-RESP-NORMAL
                       perform CHECK-OPEN-NOW-PARA
                   end-if
               end-if
           end-if

           if WS-OUT-OF-HOURS
               exec cics read file('RSTXH')
                   into(RST-HOURS-EXEMPTION)
                   ridfld(WS-USERID)
                   keylength(length of OHX-USER-ID)
                   resp(WS-RESP)
               end-exec

               if WS-RESP-NORMAL
                       and OHX-EXPIRY-DATE not < AUD-DATE
                       and (OHX-ALL-BRANCHES
                            or OHX-BRANCH-CODE = WS-HK-BRANCH)
                   set WS-HOURS-EXEMPT to true
               end-if
           end-if
           .

       CHECK-OPEN-NOW-PARA.

      *    open inclusive, close exclusive; open = close (including
      *    a holiday, held as 0000-0000) means shut all day.
           move AUD-TIME(1:4) to WS-NOW-HHMM

           if BHR-DAY-WEEKLY
               exec cics formattime
                   abstime(WS-ABSTIME)
                   dayofweek(WS-DAY-OF-WEEK)
               end-exec

               compute WS-DAY-SUB = WS-DAY-OF-WEEK + 1
               move BHR-OPEN-HHMM(WS-DAY-SUB)  to WS-OPEN-HHMM
               move BHR-CLOSE-HHMM(WS-DAY-SUB) to WS-CLOSE-HHMM
           else
               if BHR-DAY-HOLIDAY
                   move 0 to WS-OPEN-HHMM
                   move 0 to WS-CLOSE-HHMM
               else
                   move BHR-DATE-OPEN-HHMM  to WS-OPEN-HHMM
                   move BHR-DATE-CLOSE-HHMM to WS-CLOSE-HHMM
               end-if
           end-if

           if WS-OPEN-HHMM = WS-CLOSE-HHMM
                   or WS-NOW-HHMM < WS-OPEN-HHMM
                   or WS-NOW-HHMM not < WS-CLOSE-HHMM
               set WS-OUT-OF-HOURS to true
           end-if
           .

       REJECT-OUT-OF-HOURS-PARA.

           move 'TRADING-HOURS'        to WS-CURRENT-CALL
           move WS-USERID              to CASAPPC-USER-ID
           move EIBTRMID               to CASAPPC-TERM-ID

           move EIBTRMID               to AUD-TERM-ID
           move WS-USERID              to AUD-USER-ID
           set  AUD-EVENT-FAILED       to true
           move 'HOUR'                 to AUD-STATUS-CODE
           move CASAPPC-CONTEXT-ID     to AUD-CONTEXT-ID
           move CASAPPC-APPL-STATE     to AUD-APPL-STATE
           move CASAPPC-LAST-TRANCODE  to AUD-LAST-TRANCODE

           exec cics writeq td
               queue('RAUD')
               from(RST-AUDIT-RECORD)
               length(length of RST-AUDIT-RECORD)
           end-exec

           perform WRITE-KEYED-AUDIT-PARA

           move EIBTRMID               to ERR-TERM-ID
           move WS-USERID              to ERR-USER-ID
           move AUD-DATE               to ERR-DATE
           move AUD-TIME               to ERR-TIME
           move WS-CURRENT-CALL        to ERR-FAILING-CALL
           set  ERR-TYPE-OUT-OF-HOURS  to true
           move spaces                 to ERR-ABEND-CODE
           move 0                      to ERR-RETURN-CODE
           move CASAPPC-CONTEXT-ID     to ERR-CONTEXT-ID
           move CASAPPC-USER-ID        to ERR-CTX-USER-ID
           move CASAPPC-TERM-ID        to ERR-CTX-TERM-ID
           move CASAPPC-APPL-STATE     to ERR-APPL-STATE
           move CASAPPC-LAST-TRANCODE  to ERR-LAST-TRANCODE
           move CASAPPC-STATUS-CODE    to ERR-STATUS-CODE

           exec cics writeq td
               queue('RERR')
               from(RST-ERROR-RECORD)
               length(length of RST-ERROR-RECORD)
           end-exec

           perform WRITE-KEYED-ERROR-PARA

           move spaces to WS-MSG
           string 'BRANCH ' delimited by size
                  WS-HK-BRANCH delimited by size
                  ' IS CLOSED - RST SIGN-ON REFUSED OUTSIDE TRADING'
                      delimited by size
                  ' HOURS' delimited by size
                  into WS-MSG
           end-string

           exec cics send text
               from(WS-MSG)
               length(length of WS-MSG)
               erase
           end-exec

           exec cics return
           end-exec
           .

       CHECK-SESSION-LIMIT-PARA.

           move 1          to WS-SESSION-LIMIT
               erase
           end-exec

           exec cics return
               transid(WS-TRANSID)
               commarea(CASAPPC)
               length(WS-CASAPPC-LENGTH)
           end-exec
           .

               erase
           end-exec

           exec cics return
               transid(WS-TRANSID)
               commarea(CASAPPC)
               length(WS-CASAPPC-LENGTH)
           end-exec
           .

       RESUME-SESSION-PARA.

           move spaces to RST-DCA-ENTRY

           exec cics read file('DCADF')
               into(RST-DCA-ENTRY)
               ridfld(CASAPPC-DCA-TOKEN)
               move '00'               to CASAPPC-STATUS-CODE
               move DCA-TOKEN          to CASAPPC-DCA-TOKEN

               if CASAPPC-VERSION-2
                   perform LOAD-CASAPPC-EXTENSION-PARA
               end-if

               perform WRITE-RESUME-AUDIT-PARA
               perform DISPATCH-CONTEXT-PARA
               perform RETURN-AND-CONTINUE-PARA

       DISCARD-RESUME-PARA.

           move spaces to RST-DCA-ENTRY

           exec cics read file('DCADF')
               into(RST-DCA-ENTRY)
               ridfld(CASAPPC-DCA-TOKEN)
                   resp(WS-RESP)
               end-exec

               move 'EXCT' to WS-DISPATCH-STATUS

               if not WS-RESP-NORMAL
                   move spaces to WS-RK-TRANCODE
                   move 'FALL' to WS-DISPATCH-STATUS

                   exec cics read file('RSTRT')
                       into(RST-ROUTE-ENTRY)
                   end-exec
               end-if

               if not WS-RESP-NORMAL
                   move 'NORT'   to WS-DISPATCH-STATUS
                   move spaces   to RTE-PROGRAM
               else
                   if not RTE-IS-ENABLED
                       move 'DSBL' to WS-DISPATCH-STATUS
                   end-if
               end-if

               perform WRITE-DISPATCH-AUDIT-PARA

               if WS-DISPATCH-STATUS = 'EXCT' or 'FALL'
                   perform UPDATE-DCA-ACTIVITY-PARA
                   perform PUSH-MONITOR-STATE-PARA

                   exec cics xctl
                       program(RTE-PROGRAM)
                       commarea(CASAPPC)
                       length(WS-CASAPPC-LENGTH)
                       resp(WS-RESP)
                   end-exec


           if CASAPPC-DCA-TOKEN not = spaces
                   and CASAPPC-DCA-TOKEN not = low-values
               move spaces to RST-DCA-ENTRY

               exec cics read file('DCADF')
                   into(RST-DCA-ENTRY)
                   ridfld(CASAPPC-DCA-TOKEN)
                   move CASAPPC-LAST-TRANCODE to DCA-LAST-TRANCODE
                   move WS-ABSTIME            to DCA-LAST-ACT-ABSTIME

      *            the entry now holds state in the version in
      *            force; an entry from before the casappc version
      *            fields learns its origin from the block.
                   move CASAPPC-VERSION       to DCA-CASAPPC-VERSION
                   if CASAPPC-VERSION-2
                           and (DCA-ORIGIN-APPLID = spaces
                            or DCA-ORIGIN-APPLID = low-values)
                       move CASAPPC-ORIGIN-APPLID
                         to DCA-ORIGIN-APPLID
                   end-if

                   if CASAPPC-APPL-STATE = 'COMPLETE'
                       set DCA-IS-PURGED to true
                   end-if
           perform UPDATE-DCA-ACTIVITY-PARA
           perform PUSH-MONITOR-STATE-PARA

           if CASAPPC-APPL-STATE = 'COMPLETE'
               perform WRITE-COMPLETION-AUDIT-PARA
               exec cics return
           else
               exec cics return
                   transid(WS-TRANSID)
                   commarea(CASAPPC)
                   length(WS-CASAPPC-LENGTH)
               end-exec
           end-if
           .

       READ-CASAPPC-VERSION-PARA.

      *    casappc layout version in force (RSTCF parameter CAVERSN,
      *    see copy/CASAPPC.cpy): 2 builds and hands on version
      *    '0002'.  No record, or anything but 2, means the original
      *    version '0001', so taking the parameter away is itself
      *    the rollback.
           move '0001'                 to WS-CASAPPC-CURRENT-VERSION
           move CASAPPC-V1-LENGTH      to WS-CASAPPC-LENGTH
           move 'CAVERSN '             to WS-CFG-KEY

           exec cics read file('RSTCF')
               into(RST-CONFIG-ENTRY)
               ridfld(WS-CFG-KEY)
               keylength(length of WS-CFG-KEY)
               resp(WS-RESP)
           end-exec

           if WS-RESP-NORMAL and CFG-PARM-VALUE numeric
                   and CFG-PARM-VALUE = 2
               move '0002'             to WS-CASAPPC-CURRENT-VERSION
               move CASAPPC-V2-LENGTH  to WS-CASAPPC-LENGTH
           end-if
           .

       INITIALIZE-CASAPPC-PARA.

           move spaces                 to CASAPPC-ALPHA
           move 'CASAPPC '             to CASAPPC-EYECATCHER
           move WS-CASAPPC-CURRENT-VERSION to CASAPPC-VERSION

           if CASAPPC-VERSION-2
               move WS-APPLID          to CASAPPC-ORIGIN-APPLID
               move WS-ABSTIME         to CASAPPC-CREATE-ABSTIME
           end-if
           .

       VALIDATE-COMMAREA-PARA.

           set WS-COMMAREA-VALID to true
           move CASAPPC-VERSION to WS-INBOUND-VERSION

           if CASAPPC-EYECATCHER not = 'CASAPPC '
               set WS-COMMAREA-INVALID to true
           end-if

      *    either version is accepted, each at its own length, so
      *    legs already in flight survive a CAVERSN change in either
      *    direction.
           evaluate true
               when CASAPPC-VERSION-1
                       and EIBCALEN = CASAPPC-V1-LENGTH
                   continue
               when CASAPPC-VERSION-2
                       and EIBCALEN = CASAPPC-V2-LENGTH
                   continue
               when other
                   set WS-COMMAREA-INVALID to true
           end-evaluate

           if WS-COMMAREA-VALID
                   and CASAPPC-VERSION not = WS-CASAPPC-CURRENT-VERSION
               perform CONVERT-CASAPPC-PARA
           end-if
           .

       CONVERT-CASAPPC-PARA.

      *    carry the leg on in the version in force.  An upgrade
      *    fills the extension from the session's DCADF entry, or
      *    failing that with this region and the current time; a
      *    downgrade drops it, and DCADF keeps it for a later
      *    upgrade.
           if WS-CASAPPC-CURRENT-VERSION = '0002'
               set CASAPPC-VERSION-2   to true
               move WS-APPLID          to CASAPPC-ORIGIN-APPLID
               move WS-ABSTIME         to CASAPPC-CREATE-ABSTIME

               if CASAPPC-DCA-TOKEN not = spaces
                       and CASAPPC-DCA-TOKEN not = low-values
                   move spaces to RST-DCA-ENTRY

                   exec cics read file('DCADF')
                       into(RST-DCA-ENTRY)
                       ridfld(CASAPPC-DCA-TOKEN)
                       keylength(length of CASAPPC-DCA-TOKEN)
                       resp(WS-RESP)
                   end-exec

                   if WS-RESP-NORMAL
                       perform LOAD-CASAPPC-EXTENSION-PARA
                   end-if
               end-if
           else
               set CASAPPC-VERSION-1   to true
               move spaces             to CASAPPC-V2-EXTENSION
           end-if
           .

       LOAD-CASAPPC-EXTENSION-PARA.

      *    RST-DCA-ENTRY holds the session's entry.  An entry from
      *    before the casappc version fields has no origin; the
      *    region now carrying the session stands in for it.
           move DCA-CREATE-ABSTIME     to CASAPPC-CREATE-ABSTIME

           if DCA-ORIGIN-APPLID not = spaces
                   and DCA-ORIGIN-APPLID not = low-values
               move DCA-ORIGIN-APPLID  to CASAPPC-ORIGIN-APPLID
           else
               move WS-APPLID          to CASAPPC-ORIGIN-APPLID
           end-if
           .

           end-string

           set  DCA-IS-ACTIVE          to true
           move CASAPPC-VERSION        to DCA-CASAPPC-VERSION
           move WS-APPLID              to DCA-ORIGIN-APPLID

           exec cics write file('DCADF')
               from(RST-DCA-ENTRY)
           move EIBTRMID               to AUD-TERM-ID
           move WS-USERID              to AUD-USER-ID
           set  AUD-EVENT-SESS-START   to true
      *    a session let in outside its branch's trading hours on
      *    an exemption is flagged for the out-of-hours report.
           if WS-HOURS-EXEMPT
               move 'XHRS'             to AUD-STATUS-CODE
           else
               move 'STRT'             to AUD-STATUS-CODE
           end-if
           move CASAPPC-CONTEXT-ID     to AUD-CONTEXT-ID
           move CASAPPC-APPL-STATE     to AUD-APPL-STATE
           move CASAPPC-LAST-TRANCODE  to AUD-LAST-TRANCODE
           perform WRITE-KEYED-AUDIT-PARA
           .

       WRITE-DISPATCH-AUDIT-PARA.

      *    written before the XCTL, which does not come back when it
      *    works.  The context slot carries the target program and
      *    the inbound trancode (see copy/RSTAUD1.cpy), so the route
      *    usage report needs nothing but the extract and RSTRT.
           move EIBTRMID               to AUD-TERM-ID
           move WS-USERID              to AUD-USER-ID
           set  AUD-EVENT-DISPATCH     to true
           move WS-DISPATCH-STATUS     to AUD-STATUS-CODE
           move spaces                 to AUD-DISPATCH-ROUTE
           move RTE-PROGRAM            to AUD-DSP-PROGRAM
           move CASAPPC-LAST-TRANCODE  to AUD-DSP-IN-TRANCODE
           move WS-RK-APPL-STATE       to AUD-DSP-RTE-STATE
           move WS-RK-TRANCODE         to AUD-DSP-RTE-TRANCODE

           exec cics writeq td
               queue('RAUD')
               from(RST-AUDIT-RECORD)
               length(length of RST-AUDIT-RECORD)
           end-exec

           perform WRITE-KEYED-AUDIT-PARA
           .

       WRITE-KEYED-AUDIT-PARA.

           move AUD-CONTEXT-ID         to AUDD-CONTEXT-ID

      *    RERQ is the intrapartition trigger queue (trigger level in
      *    the DCT starts the RSTF storm monitor); RERR above remains
      *    the extrapartition daily extract.  Out-of-hours refusals
      *    are the branch policy working, not a failure, so they stay
      *    off RERQ and cannot count towards closing the gate.
           if WS-CURRENT-CALL not = 'TRADING-HOURS'
               exec cics writeq td
                   queue('RERQ')
                   from(RST-ERROR-RECORD)
                   length(length of RST-ERROR-RECORD)
                   resp(WS-RESP)
               end-exec
           end-if

           perform UPDATE-ERROR-CONTROL-PARA
           .
           move WS-CURRENT-CALL        to ERR-FAILING-CALL
           move spaces                 to ERR-ABEND-CODE

      *    a refused commarea records the version and length it
      *    arrived with in the code fields, so a layout nobody has
      *    switched on yet shows up in triage for what it is.
           if WS-CURRENT-CALL = 'COMMAREA-VALIDATION'
               set  ERR-TYPE-BADCOMMAREA to true
               move WS-INBOUND-VERSION to ERR-ABEND-CODE
               move EIBCALEN           to ERR-RETURN-CODE
           else
               set  ERR-TYPE-BADRC     to true
               move RETURN-CODE        to ERR-RETURN-CODE
