       identification division.
       program-id. RSTPU00.

      *================================================================
      *  RSTPU00 - nightly route-usage report over the RSTRT dispatch
      *  routing table (copy/RSTRTE1.cpy, maintained on RSTPX00).
      *  RSTPS00 DISPATCH-CONTEXT-PARA writes a DISPATCH audit event
      *  for every route lookup (see copy/RSTAUD1.cpy for the
      *  AUD-DISPATCH-ROUTE view and its EXCT/FALL/DSBL/NORT status
      *  codes); this job reads the day's consolidated RAUD extract
      *  (AUDITIN, RSTPD00 output) against the whole RSTRT table and
      *  prints on RUSGRPT:
      *
      *    - dispatches per route, exact versus blank-trancode
      *      fallback, for every route in the table (routes that have
      *      since been deleted from RSTRT are listed as such);
      *    - dispatches and XCTL failures per target program, with
      *      the failure rate;
      *    - routes that were never used;
      *    - appl-states that reached dispatch with no route at all,
      *      or only a disabled one.
      *
      *  An XCTL that comes back is logged by RSTPS00 to RERR as
      *  ROUTE-DISPATCH, stamped with the same terminal, region,
      *  date and time as the DISPATCH event that preceded it, so the
      *  failures are read from ERRORIN first and charged to the
      *  program of the matching dispatch.
      *================================================================

       environment division.
       configuration section.

       input-output section.
       file-control.
           select AUDIT-FILE assign to AUDITIN
               organization is sequential.

           select ERROR-FILE assign to ERRORIN
               organization is sequential.

           select ROUTE-FILE assign to RSTRT
               organization is indexed
               access mode is sequential
               record key is RTE-KEY.

           select REPORT-FILE assign to RUSGRPT
               organization is sequential.

       data division.
       file section.

       fd  AUDIT-FILE
           recording mode is f.
           copy RSTAUD1.

       fd  ERROR-FILE
           recording mode is f.
           copy RSTERR1.

       fd  ROUTE-FILE.
           copy RSTRTE1.

       fd  REPORT-FILE
           recording mode is f.
       01  PRT-LINE                        PIC X(80).

       working-storage section.

       01  WS-AUDIT-EOF-SW                 PIC X VALUE 'N'.
           88  WS-AUDIT-EOF                VALUE 'Y'.
       01  WS-ERROR-EOF-SW                 PIC X VALUE 'N'.
           88  WS-ERROR-EOF                VALUE 'Y'.
       01  WS-ROUTE-EOF-SW                 PIC X VALUE 'N'.
           88  WS-ROUTE-EOF                VALUE 'Y'.
       01  WS-FOUND-SW                     PIC X VALUE 'N'.
           88  WS-FOUND                    VALUE 'Y'.
       01  WS-XCTL-FAILED-SW               PIC X VALUE 'N'.
           88  WS-XCTL-FAILED              VALUE 'Y'.

       01  WS-REPORT-DATE                  PIC X(8) VALUE spaces.

       01  WS-TOT-EVENTS                   PIC S9(7) COMP-3 VALUE 0.
       01  WS-TOT-EXACT                    PIC S9(7) COMP-3 VALUE 0.
       01  WS-TOT-FALLBACK                 PIC S9(7) COMP-3 VALUE 0.
       01  WS-TOT-DISABLED                 PIC S9(7) COMP-3 VALUE 0.
       01  WS-TOT-NOROUTE                  PIC S9(7) COMP-3 VALUE 0.
       01  WS-TOT-XCTL-FAILS               PIC S9(7) COMP-3 VALUE 0.
       01  WS-TOT-UNMATCHED-FAILS          PIC S9(7) COMP-3 VALUE 0.
       01  WS-TOT-UNUSED                   PIC S9(7) COMP-3 VALUE 0.

      *    RSTRT image, plus any route key seen in the extract that
      *    is no longer in the table (deleted since the dispatch).
       01  WS-MAX-ROUTES                   PIC S9(4) COMP VALUE 500.
       01  WS-ROUTE-COUNT                  PIC S9(4) COMP VALUE 0.
       01  WS-ROUTE-TABLE.
           05  WS-ROUTE-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-ROUTE-IDX.
               10  WS-RT-KEY.
                   15  WS-RT-APPL-STATE    PIC X(8).
                   15  WS-RT-TRANCODE      PIC X(4).
               10  WS-RT-PROGRAM           PIC X(8).
               10  WS-RT-ENABLED-FLAG      PIC X.
               10  WS-RT-IN-TABLE-SW       PIC X.
                   88  WS-RT-IN-TABLE      VALUE 'Y'.
               10  WS-RT-EXACT             PIC S9(7) COMP-3 VALUE 0.
               10  WS-RT-FALLBACK          PIC S9(7) COMP-3 VALUE 0.

       01  WS-LOOKUP-ROUTE-KEY.
           05  WS-LK-APPL-STATE            PIC X(8).
           05  WS-LK-TRANCODE              PIC X(4).

       01  WS-MAX-PROGRAMS                 PIC S9(4) COMP VALUE 100.
       01  WS-PROGRAM-COUNT                PIC S9(4) COMP VALUE 0.
       01  WS-LOOKUP-PROGRAM               PIC X(8).
       01  WS-PROGRAM-TABLE.
           05  WS-PROGRAM-ENTRY OCCURS 100 TIMES
                             INDEXED BY WS-PROGRAM-IDX.
               10  WS-PG-PROGRAM           PIC X(8).
               10  WS-PG-DISPATCHES        PIC S9(7) COMP-3 VALUE 0.
               10  WS-PG-FAILURES          PIC S9(7) COMP-3 VALUE 0.

      *    appl-state / inbound trancode pairs that reached dispatch
      *    and found no usable route.
       01  WS-MAX-NOROUTES                 PIC S9(4) COMP VALUE 200.
       01  WS-NOROUTE-COUNT                PIC S9(4) COMP VALUE 0.
       01  WS-NOROUTE-TABLE.
           05  WS-NOROUTE-ENTRY OCCURS 200 TIMES
                             INDEXED BY WS-NOROUTE-IDX.
               10  WS-NR-APPL-STATE        PIC X(8).
               10  WS-NR-TRANCODE          PIC X(4).
               10  WS-NR-STATUS            PIC X(4).
               10  WS-NR-COUNT             PIC S9(7) COMP-3 VALUE 0.

      *    ROUTE-DISPATCH failures from the RERR extract, matched to
      *    their DISPATCH events on region + terminal + date + time.
       01  WS-MAX-FAILS                    PIC S9(4) COMP VALUE 500.
       01  WS-FAIL-COUNT                   PIC S9(4) COMP VALUE 0.
       01  WS-FAIL-TABLE.
           05  WS-FAIL-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-FAIL-IDX.
               10  WS-FL-KEY.
                   15  WS-FL-APPLID        PIC X(8).
                   15  WS-FL-TERM-ID       PIC X(4).
                   15  WS-FL-DATE          PIC X(8).
                   15  WS-FL-TIME          PIC X(6).
               10  WS-FL-MATCHED-SW        PIC X.
                   88  WS-FL-MATCHED       VALUE 'Y'.

       01  WS-LOOKUP-FAIL-KEY.
           05  WS-LF-APPLID                PIC X(8).
           05  WS-LF-TERM-ID               PIC X(4).
           05  WS-LF-DATE                  PIC X(8).
           05  WS-LF-TIME                  PIC X(6).

       01  WS-ROUTE-USES                   PIC S9(7) COMP-3.
       01  WS-FAIL-RATE                    PIC S9(3)V9 COMP-3.
       01  WS-EDIT-RATE                    PIC ZZ9.9.
       01  WS-EDIT-COUNT                   PIC Z,ZZZ,ZZ9.

       procedure division.

       MAIN-PARA.

           perform INITIALIZE-PARA

           perform until WS-ERROR-EOF
               read ERROR-FILE
                   at end
                       set WS-ERROR-EOF to true
                   not at end
                       perform PROCESS-ERROR-RECORD-PARA
               end-read
           end-perform

           perform until WS-AUDIT-EOF
               read AUDIT-FILE
                   at end
                       set WS-AUDIT-EOF to true
                   not at end
                       if AUD-EVENT-DISPATCH
                           perform PROCESS-DISPATCH-EVENT-PARA
                       end-if
               end-read
           end-perform

           perform COUNT-UNMATCHED-FAILS-PARA
           perform WRITE-REPORT-PARA
           perform TERMINATE-PARA

           stop run
           .

       INITIALIZE-PARA.

           open input  AUDIT-FILE
           open input  ERROR-FILE
           open input  ROUTE-FILE
           open output REPORT-FILE

           perform LOAD-ROUTE-TABLE-PARA
           .

       LOAD-ROUTE-TABLE-PARA.

           perform until WS-ROUTE-EOF
               read ROUTE-FILE next
                   at end
                       set WS-ROUTE-EOF to true
                   not at end
                       if WS-ROUTE-COUNT < WS-MAX-ROUTES
                           add 1 to WS-ROUTE-COUNT
                           set WS-ROUTE-IDX to WS-ROUTE-COUNT
                           move RTE-APPL-STATE
                             to WS-RT-APPL-STATE(WS-ROUTE-IDX)
                           move RTE-TRANCODE
                             to WS-RT-TRANCODE(WS-ROUTE-IDX)
                           move RTE-PROGRAM
                             to WS-RT-PROGRAM(WS-ROUTE-IDX)
                           move RTE-ENABLED-FLAG
                             to WS-RT-ENABLED-FLAG(WS-ROUTE-IDX)
                           move 'Y'
                             to WS-RT-IN-TABLE-SW(WS-ROUTE-IDX)
                       else
                           display 'RSTPU00 WARNING - ROUTE TABLE '
                                   'FULL, LATER RSTRT ENTRIES NOT '
                                   'REPORTED'
                           set WS-ROUTE-EOF to true
                       end-if
               end-read
           end-perform
           .

       PROCESS-ERROR-RECORD-PARA.

           if ERR-FAILING-CALL = 'ROUTE-DISPATCH'
               add 1 to WS-TOT-XCTL-FAILS

               if WS-FAIL-COUNT < WS-MAX-FAILS
                   add 1 to WS-FAIL-COUNT
                   set WS-FAIL-IDX to WS-FAIL-COUNT
                   move ERR-APPLID  to WS-FL-APPLID(WS-FAIL-IDX)
                   move ERR-TERM-ID to WS-FL-TERM-ID(WS-FAIL-IDX)
                   move ERR-DATE    to WS-FL-DATE(WS-FAIL-IDX)
                   move ERR-TIME    to WS-FL-TIME(WS-FAIL-IDX)
                   move 'N'         to WS-FL-MATCHED-SW(WS-FAIL-IDX)
               else
                   display 'RSTPU00 WARNING - FAILURE TABLE FULL, '
                           'LATER FAILURES NOT CHARGED TO A PROGRAM'
               end-if
           end-if
           .

       PROCESS-DISPATCH-EVENT-PARA.

           if WS-REPORT-DATE = spaces or AUD-DATE < WS-REPORT-DATE
               move AUD-DATE to WS-REPORT-DATE
           end-if

           add 1 to WS-TOT-EVENTS

           evaluate AUD-STATUS-CODE
               when 'EXCT'
                   add 1 to WS-TOT-EXACT
                   perform COUNT-ROUTE-USE-PARA
               when 'FALL'
                   add 1 to WS-TOT-FALLBACK
                   perform COUNT-ROUTE-USE-PARA
               when 'DSBL'
                   add 1 to WS-TOT-DISABLED
                   perform COUNT-NO-ROUTE-PARA
               when other
                   add 1 to WS-TOT-NOROUTE
                   perform COUNT-NO-ROUTE-PARA
           end-evaluate
           .

       COUNT-ROUTE-USE-PARA.

           move AUD-DSP-RTE-STATE    to WS-LK-APPL-STATE
           move AUD-DSP-RTE-TRANCODE to WS-LK-TRANCODE
           perform FIND-OR-ADD-ROUTE-PARA

           if WS-FOUND
               if AUD-STATUS-CODE = 'EXCT'
                   add 1 to WS-RT-EXACT(WS-ROUTE-IDX)
               else
                   add 1 to WS-RT-FALLBACK(WS-ROUTE-IDX)
               end-if
           end-if

           move AUD-DSP-PROGRAM to WS-LOOKUP-PROGRAM
           perform FIND-OR-ADD-PROGRAM-PARA
           add 1 to WS-PG-DISPATCHES(WS-PROGRAM-IDX)

           move AUD-APPLID  to WS-LF-APPLID
           move AUD-TERM-ID to WS-LF-TERM-ID
           move AUD-DATE    to WS-LF-DATE
           move AUD-TIME    to WS-LF-TIME
           perform MATCH-XCTL-FAILURE-PARA

           if WS-XCTL-FAILED
               add 1 to WS-PG-FAILURES(WS-PROGRAM-IDX)
           end-if
           .

       FIND-OR-ADD-ROUTE-PARA.

      *    a dispatch to a route no longer in RSTRT still counts: the
      *    key is added to the table so the line shows it was
      *    deleted after it carried traffic.
           move 'N' to WS-FOUND-SW
           set WS-ROUTE-IDX to 1

           if WS-ROUTE-COUNT > 0
               search WS-ROUTE-ENTRY
                   at end
                       continue
                   when WS-RT-KEY(WS-ROUTE-IDX) = WS-LOOKUP-ROUTE-KEY
                       set WS-FOUND to true
               end-search
           end-if

           if not WS-FOUND
               if WS-ROUTE-COUNT < WS-MAX-ROUTES
                   add 1 to WS-ROUTE-COUNT
                   set WS-ROUTE-IDX to WS-ROUTE-COUNT
                   move WS-LK-APPL-STATE
                     to WS-RT-APPL-STATE(WS-ROUTE-IDX)
                   move WS-LK-TRANCODE
                     to WS-RT-TRANCODE(WS-ROUTE-IDX)
                   move AUD-DSP-PROGRAM
                     to WS-RT-PROGRAM(WS-ROUTE-IDX)
                   move space to WS-RT-ENABLED-FLAG(WS-ROUTE-IDX)
                   move 'N'   to WS-RT-IN-TABLE-SW(WS-ROUTE-IDX)
                   set WS-FOUND to true
               else
                   display 'RSTPU00 WARNING - ROUTE TABLE FULL, '
                           'SOME DISPATCHES NOT BROKEN OUT BY ROUTE'
               end-if
           end-if
           .

       FIND-OR-ADD-PROGRAM-PARA.

           move 'N' to WS-FOUND-SW
           set WS-PROGRAM-IDX to 1

           if WS-PROGRAM-COUNT > 0
               search WS-PROGRAM-ENTRY
                   at end
                       continue
                   when WS-PG-PROGRAM(WS-PROGRAM-IDX)
                           = WS-LOOKUP-PROGRAM
                       set WS-FOUND to true
               end-search
           end-if

           if not WS-FOUND
               if WS-PROGRAM-COUNT < WS-MAX-PROGRAMS
                   add 1 to WS-PROGRAM-COUNT
                   set WS-PROGRAM-IDX to WS-PROGRAM-COUNT
                   move WS-LOOKUP-PROGRAM
                     to WS-PG-PROGRAM(WS-PROGRAM-IDX)
               else
                   display 'RSTPU00 WARNING - PROGRAM TABLE FULL, '
                           'COUNTS LUMPED UNDER LAST PROGRAM'
                   set WS-PROGRAM-IDX to WS-MAX-PROGRAMS
               end-if
           end-if
           .

       MATCH-XCTL-FAILURE-PARA.

           move 'N' to WS-XCTL-FAILED-SW
           set WS-FAIL-IDX to 1

           if WS-FAIL-COUNT > 0
               search WS-FAIL-ENTRY
                   at end
                       continue
                   when WS-FL-KEY(WS-FAIL-IDX) = WS-LOOKUP-FAIL-KEY
                           and not WS-FL-MATCHED(WS-FAIL-IDX)
                       set WS-XCTL-FAILED to true
                       move 'Y' to WS-FL-MATCHED-SW(WS-FAIL-IDX)
               end-search
           end-if
           .

       COUNT-NO-ROUTE-PARA.

           move 'N' to WS-FOUND-SW
           set WS-NOROUTE-IDX to 1

           if WS-NOROUTE-COUNT > 0
               search WS-NOROUTE-ENTRY
                   at end
                       continue
                   when WS-NR-APPL-STATE(WS-NOROUTE-IDX)
                           = AUD-DSP-RTE-STATE
                       and WS-NR-TRANCODE(WS-NOROUTE-IDX)
                           = AUD-DSP-IN-TRANCODE
                       and WS-NR-STATUS(WS-NOROUTE-IDX)
                           = AUD-STATUS-CODE
                       set WS-FOUND to true
               end-search
           end-if

           if not WS-FOUND
               if WS-NOROUTE-COUNT < WS-MAX-NOROUTES
                   add 1 to WS-NOROUTE-COUNT
                   set WS-NOROUTE-IDX to WS-NOROUTE-COUNT
                   move AUD-DSP-RTE-STATE
                     to WS-NR-APPL-STATE(WS-NOROUTE-IDX)
                   move AUD-DSP-IN-TRANCODE
                     to WS-NR-TRANCODE(WS-NOROUTE-IDX)
                   move AUD-STATUS-CODE
                     to WS-NR-STATUS(WS-NOROUTE-IDX)
                   set WS-FOUND to true
               else
                   display 'RSTPU00 WARNING - NO-ROUTE TABLE FULL, '
                           'SOME STATES NOT LISTED'
               end-if
           end-if

           if WS-FOUND
               add 1 to WS-NR-COUNT(WS-NOROUTE-IDX)
           end-if
           .

       COUNT-UNMATCHED-FAILS-PARA.

      *    a ROUTE-DISPATCH error with no DISPATCH event beside it
      *    (the RAUD write was lost, or the event predates the
      *    dispatch event type) cannot be charged to a program.
           perform varying WS-FAIL-IDX from 1 by 1
                   until WS-FAIL-IDX > WS-FAIL-COUNT
               if not WS-FL-MATCHED(WS-FAIL-IDX)
                   add 1 to WS-TOT-UNMATCHED-FAILS
               end-if
           end-perform
           .

       WRITE-REPORT-PARA.

           move spaces to PRT-LINE
           string 'RSTPU00 RSTRT ROUTE-USAGE REPORT - '
                      delimited by size
                  WS-REPORT-DATE delimited by size
                  into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           write PRT-LINE

           move spaces to PRT-LINE
           move WS-TOT-EVENTS to WS-EDIT-COUNT
           string 'DISPATCH EVENTS READ . . . . . : ' delimited by size
                  WS-EDIT-COUNT delimited by size
                  into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           move WS-TOT-EXACT to WS-EDIT-COUNT
           string '  EXACT ROUTE DISPATCHES . . . : ' delimited by size
                  WS-EDIT-COUNT delimited by size
                  into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           move WS-TOT-FALLBACK to WS-EDIT-COUNT
           string '  FALLBACK ROUTE DISPATCHES  . : ' delimited by size
                  WS-EDIT-COUNT delimited by size
                  into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           move WS-TOT-DISABLED to WS-EDIT-COUNT
           string '  ROUTE DISABLED, NO DISPATCH  : ' delimited by size
                  WS-EDIT-COUNT delimited by size
                  into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           move WS-TOT-NOROUTE to WS-EDIT-COUNT
           string '  NO ROUTE, NO DISPATCH  . . . : ' delimited by size
                  WS-EDIT-COUNT delimited by size
                  into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           move WS-TOT-XCTL-FAILS to WS-EDIT-COUNT
           string 'ROUTE-DISPATCH XCTL FAILURES . : ' delimited by size
                  WS-EDIT-COUNT delimited by size
                  into PRT-LINE
           end-string
           write PRT-LINE

           if WS-TOT-UNMATCHED-FAILS > 0
               move spaces to PRT-LINE
               move WS-TOT-UNMATCHED-FAILS to WS-EDIT-COUNT
               string '  WITH NO DISPATCH EVENT . . . : '
                          delimited by size
                      WS-EDIT-COUNT delimited by size
                      into PRT-LINE
               end-string
               write PRT-LINE
           end-if

           move spaces to PRT-LINE
           write PRT-LINE

           move spaces to PRT-LINE
           string 'BY ROUTE     STATE    TRAN PROGRAM  EN     EXACT'
                  '  FALLBACK' delimited by size
               into PRT-LINE
           end-string
           write PRT-LINE

           perform varying WS-ROUTE-IDX from 1 by 1
                   until WS-ROUTE-IDX > WS-ROUTE-COUNT
               perform FORMAT-ROUTE-LINE-PARA
               write PRT-LINE
           end-perform

           move spaces to PRT-LINE
           write PRT-LINE

           move spaces to PRT-LINE
           string 'BY PROGRAM   PROGRAM   DISPATCHES  FAILURES'
                  '  RATE PCT' delimited by size
               into PRT-LINE
           end-string
           write PRT-LINE

           perform varying WS-PROGRAM-IDX from 1 by 1
                   until WS-PROGRAM-IDX > WS-PROGRAM-COUNT
               perform FORMAT-PROGRAM-LINE-PARA
               write PRT-LINE
           end-perform

           move spaces to PRT-LINE
           write PRT-LINE

           move spaces to PRT-LINE
           move 'ROUTES NEVER USED  STATE    TRAN PROGRAM  EN'
               to PRT-LINE
           write PRT-LINE

           perform varying WS-ROUTE-IDX from 1 by 1
                   until WS-ROUTE-IDX > WS-ROUTE-COUNT
               if WS-RT-EXACT(WS-ROUTE-IDX) = 0
                       and WS-RT-FALLBACK(WS-ROUTE-IDX) = 0
                   add 1 to WS-TOT-UNUSED
                   move spaces to PRT-LINE
                   move WS-RT-APPL-STATE(WS-ROUTE-IDX)
                     to PRT-LINE(20:8)
                   move WS-RT-TRANCODE(WS-ROUTE-IDX)
                     to PRT-LINE(29:4)
                   move WS-RT-PROGRAM(WS-ROUTE-IDX)
                     to PRT-LINE(34:8)
                   move WS-RT-ENABLED-FLAG(WS-ROUTE-IDX)
                     to PRT-LINE(43:1)
                   write PRT-LINE
               end-if
           end-perform

           move spaces to PRT-LINE
           move WS-TOT-UNUSED to WS-EDIT-COUNT
           string '  UNUSED ROUTES  . . . . . . . : ' delimited by size
                  WS-EDIT-COUNT delimited by size
                  into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           write PRT-LINE

           move spaces to PRT-LINE
           string 'STATES WITH NO ROUTE  STATE    TRAN  REASON'
                  '        COUNT' delimited by size
               into PRT-LINE
           end-string
           write PRT-LINE

           perform varying WS-NOROUTE-IDX from 1 by 1
                   until WS-NOROUTE-IDX > WS-NOROUTE-COUNT
               perform FORMAT-NOROUTE-LINE-PARA
               write PRT-LINE
           end-perform

           display 'RSTPU00 - ' WS-TOT-EVENTS ' DISPATCH EVENTS, '
                   WS-TOT-UNUSED ' UNUSED ROUTES, '
                   WS-NOROUTE-COUNT ' UNROUTED STATES'
           .

       FORMAT-ROUTE-LINE-PARA.

           move spaces to PRT-LINE
           move WS-RT-APPL-STATE(WS-ROUTE-IDX)   to PRT-LINE(14:8)
           move WS-RT-TRANCODE(WS-ROUTE-IDX)     to PRT-LINE(23:4)
           move WS-RT-PROGRAM(WS-ROUTE-IDX)      to PRT-LINE(28:8)
           move WS-RT-ENABLED-FLAG(WS-ROUTE-IDX) to PRT-LINE(37:1)
           move WS-RT-EXACT(WS-ROUTE-IDX)        to WS-EDIT-COUNT
           move WS-EDIT-COUNT                    to PRT-LINE(40:9)
           move WS-RT-FALLBACK(WS-ROUTE-IDX)     to WS-EDIT-COUNT
           move WS-EDIT-COUNT                    to PRT-LINE(50:9)

           if not WS-RT-IN-TABLE(WS-ROUTE-IDX)
               move '*NOT IN RSTRT*' to PRT-LINE(61:14)
           end-if
           .

       FORMAT-PROGRAM-LINE-PARA.

           move spaces to PRT-LINE
           move WS-PG-PROGRAM(WS-PROGRAM-IDX)    to PRT-LINE(14:8)
           move WS-PG-DISPATCHES(WS-PROGRAM-IDX) to WS-EDIT-COUNT
           move WS-EDIT-COUNT                    to PRT-LINE(25:9)
           move WS-PG-FAILURES(WS-PROGRAM-IDX)   to WS-EDIT-COUNT
           move WS-EDIT-COUNT                    to PRT-LINE(36:9)

           if WS-PG-DISPATCHES(WS-PROGRAM-IDX) > 0
               compute WS-FAIL-RATE =
                   (WS-PG-FAILURES(WS-PROGRAM-IDX) * 100)
                   / WS-PG-DISPATCHES(WS-PROGRAM-IDX)
               move WS-FAIL-RATE to WS-EDIT-RATE
               move WS-EDIT-RATE to PRT-LINE(50:5)
           end-if
           .

       FORMAT-NOROUTE-LINE-PARA.

           move spaces to PRT-LINE
           move WS-NR-APPL-STATE(WS-NOROUTE-IDX) to PRT-LINE(23:8)
           move WS-NR-TRANCODE(WS-NOROUTE-IDX)   to PRT-LINE(32:4)

           if WS-NR-STATUS(WS-NOROUTE-IDX) = 'DSBL'
               move 'ROUTE DISABLED' to PRT-LINE(38:14)
           else
               move 'NO RSTRT ENTRY' to PRT-LINE(38:14)
           end-if

           move WS-NR-COUNT(WS-NOROUTE-IDX) to WS-EDIT-COUNT
           move WS-EDIT-COUNT                to PRT-LINE(53:9)
           .

       TERMINATE-PARA.

           close AUDIT-FILE
           close ERROR-FILE
           close ROUTE-FILE
           close REPORT-FILE
           .

       end program RSTPU00.
