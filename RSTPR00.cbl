      *  busiest hour from this job, durations filled in by RSTPR10
      *  - so the RSTPR20 trend job can answer week-over-week and
      *  month-over-month questions the one-day snapshot cannot.
      *
      *  The FAILURES BY KNOWN ERROR section looks every distinct
      *  failing call / failure type / abend code / return code in
      *  the error extract up in the RSTKE known-error catalogue
      *  (copy/RSTKER1.cpy - exact entry, then the generic one for
      *  the call and type), totals the failures per catalogue
      *  entry, and lists every combination not yet catalogued so
      *  support can write it up on RSTPE10.
      *================================================================

       environment division.
               access mode is sequential
               record key is TBR-TERM-ID.

           select KNOWN-ERROR-FILE assign to RSTKE
               organization is indexed
               access mode is random
               record key is KER-KEY.

       data division.
       file section.

           recording mode is f.
       01  PRT-LINE                        PIC X(80).

      *    days written before the latency fields were added are
      *    70 bytes; the current layout is 118.
       fd  STAT-FILE
           record is varying in size from 70 to 118 characters
               depending on WS-STAT-REC-LEN.
           copy RSTSTA1.

       fd  BRANCH-FILE.
           copy RSTBRN1.

       fd  KNOWN-ERROR-FILE.
           copy RSTKER1.

       working-storage section.

       01  WS-MAX-TERMS                    PIC S9(4) COMP VALUE 200.

       01  WS-STAT-DATE                    PIC X(8) VALUE spaces.
       01  WS-ERR-MIN-DATE                 PIC X(8) VALUE spaces.
       01  WS-STAT-REC-LEN                 PIC 9(4) COMP.
       01  WS-STAT-FULL-LEN                PIC 9(4) COMP VALUE 118.
       01  WS-STAT-FOUND-SW                PIC X VALUE 'N'.
           88  WS-STAT-FOUND               VALUE 'Y'.
       01  WS-BUSY-HOUR-SUB                PIC S9(4) COMP.
       01  WS-TOT-LIM-FAILS                PIC S9(7) COMP-3 VALUE 0.
       01  WS-TOT-TIMEOUTS                 PIC S9(7) COMP-3 VALUE 0.
       01  WS-TOT-RTE-FAILS                PIC S9(7) COMP-3 VALUE 0.
       01  WS-TOT-HRS-FAILS                PIC S9(7) COMP-3 VALUE 0.

       01  WS-OVFL-STARTS                  PIC S9(7) COMP-3 VALUE 0.
       01  WS-OVFL-COMPLETES               PIC S9(7) COMP-3 VALUE 0.

       01  WS-EDIT-COUNT                   PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-HOUR                    PIC 99.
       01  WS-EDIT-RC                      PIC -ZZZZZZZ9.

      *    one entry per distinct failing call / type / code in the
      *    error extract, and one per catalogue entry they resolve
      *    to.
       01  WS-MAX-COMBOS                   PIC S9(4) COMP VALUE 300.
       01  WS-COMBO-COUNT                  PIC S9(4) COMP VALUE 0.
       01  WS-COMBO-FOUND-SW               PIC X VALUE 'N'.
           88  WS-COMBO-FOUND              VALUE 'Y'.
       01  WS-COMBO-TABLE.
           05  WS-COMBO-ENTRY OCCURS 300 TIMES
                             INDEXED BY WS-COMBO-IDX.
               10  WS-CB-CALL              PIC X(24).
               10  WS-CB-TYPE              PIC X(8).
               10  WS-CB-ABEND             PIC X(4).
               10  WS-CB-RC                PIC S9(8) COMP.
               10  WS-CB-FAILS             PIC S9(7) COMP-3 VALUE 0.
               10  WS-CB-CATALOGUED-SW     PIC X VALUE 'N'.
                   88  WS-CB-CATALOGUED        VALUE 'Y'.

       01  WS-KER-FOUND-SW                 PIC X VALUE 'N'.
           88  WS-KER-FOUND                VALUE 'Y'.
       01  WS-KNOWN-FOUND-SW               PIC X VALUE 'N'.
           88  WS-KNOWN-FOUND              VALUE 'Y'.
       01  WS-KNOWN-COUNT                  PIC S9(4) COMP VALUE 0.
       01  WS-KNOWN-TABLE.
           05  WS-KNOWN-ENTRY OCCURS 200 TIMES
                             INDEXED BY WS-KNOWN-IDX.
               10  WS-KN-ENTRY-ID          PIC X(8).
               10  WS-KN-SHORT-TEXT        PIC X(12).
               10  WS-KN-SEVERITY          PIC 9.
               10  WS-KN-GROUP             PIC X(8).
               10  WS-KN-FAILS             PIC S9(7) COMP-3 VALUE 0.

       01  WS-TOT-KNOWN-FAILS              PIC S9(7) COMP-3 VALUE 0.
       01  WS-TOT-UNCAT-FAILS              PIC S9(7) COMP-3 VALUE 0.
       01  WS-UNCAT-COMBOS                 PIC S9(4) COMP VALUE 0.

       procedure division.

           end-perform

           perform ROLLUP-BY-BRANCH-PARA
           perform MATCH-KNOWN-ERRORS-PARA
           perform WRITE-REPORT-PARA
           perform UPDATE-DAILY-STATS-PARA
           perform TERMINATE-PARA
           open output REPORT-FILE
           open i-o    STAT-FILE
           open input  BRANCH-FILE
           open input  KNOWN-ERROR-FILE

           perform LOAD-BRANCH-REF-PARA
           .
           move ERR-APPLID    to WS-LOOKUP-APPLID
           perform FIND-OR-ADD-REGION-PARA
           add 1 to WS-RG-ERRORS(WS-REGION-IDX)
           perform FIND-OR-ADD-COMBO-PARA
           set WS-HOUR-IDX to WS-HOUR
           add 1 to WS-HOUR-IDX

                   add 1 to WS-TOT-LIM-FAILS
               when ERR-FAILING-CALL = 'ROUTE-DISPATCH'
                   add 1 to WS-TOT-RTE-FAILS
      *        sign-ons refused outside branch trading hours are
      *        policy, not DCA failures - counted apart.
               when ERR-FAILING-CALL = 'TRADING-HOURS'
                   add 1 to WS-TOT-HRS-FAILS
               when ERR-FAILING-CALL = 'COMMAREA-VALIDATION'
                   add 1 to WS-TOT-VAL-FAILS
                   add 1 to WS-HR-VAL-FAILS(WS-HOUR-IDX)
           end-if
           .

       FIND-OR-ADD-COMBO-PARA.

           move 'N' to WS-COMBO-FOUND-SW
           set WS-COMBO-IDX to 1

           if WS-COMBO-COUNT > 0
               search WS-COMBO-ENTRY
                   at end
                       continue
                   when WS-CB-CALL(WS-COMBO-IDX) = ERR-FAILING-CALL
                           and WS-CB-TYPE(WS-COMBO-IDX)
                               = ERR-FAILURE-TYPE
                           and WS-CB-ABEND(WS-COMBO-IDX)
                               = ERR-ABEND-CODE
                           and WS-CB-RC(WS-COMBO-IDX)
                               = ERR-RETURN-CODE
                       set WS-COMBO-FOUND to true
               end-search
           end-if

           if not WS-COMBO-FOUND
               if WS-COMBO-COUNT < WS-MAX-COMBOS
                   add 1 to WS-COMBO-COUNT
                   set WS-COMBO-IDX to WS-COMBO-COUNT
                   set WS-COMBO-FOUND to true
                   move ERR-FAILING-CALL
                     to WS-CB-CALL(WS-COMBO-IDX)
                   move ERR-FAILURE-TYPE
                     to WS-CB-TYPE(WS-COMBO-IDX)
                   move ERR-ABEND-CODE
                     to WS-CB-ABEND(WS-COMBO-IDX)
                   move ERR-RETURN-CODE
                     to WS-CB-RC(WS-COMBO-IDX)
               else
                   display 'RSTPR00 WARNING - FAILURE CODE TABLE '
                           'FULL, SOME FAILURES NOT MATCHED TO '
                           'KNOWN ERRORS'
               end-if
           end-if

           if WS-COMBO-FOUND
               add 1 to WS-CB-FAILS(WS-COMBO-IDX)
           end-if
           .

       MATCH-KNOWN-ERRORS-PARA.

      *    exact call/type/code first; failing that the generic
      *    entry for the call and type.
           perform varying WS-COMBO-IDX from 1 by 1
                   until WS-COMBO-IDX > WS-COMBO-COUNT
               move 'N' to WS-KER-FOUND-SW
               move WS-CB-CALL(WS-COMBO-IDX)  to KER-FAILING-CALL
               move WS-CB-TYPE(WS-COMBO-IDX)  to KER-FAILURE-TYPE
               move WS-CB-ABEND(WS-COMBO-IDX) to KER-ABEND-CODE
               move WS-CB-RC(WS-COMBO-IDX)    to KER-RETURN-CODE

               read KNOWN-ERROR-FILE
                   invalid key
                       continue
                   not invalid key
                       set WS-KER-FOUND to true
               end-read

               if not WS-KER-FOUND
                   move WS-CB-CALL(WS-COMBO-IDX) to KER-FAILING-CALL
                   move WS-CB-TYPE(WS-COMBO-IDX) to KER-FAILURE-TYPE
                   set KER-GENERIC-ENTRY to true
                   move 0 to KER-RETURN-CODE

                   read KNOWN-ERROR-FILE
                       invalid key
                           continue
                       not invalid key
                           set WS-KER-FOUND to true
                   end-read
               end-if

               if WS-KER-FOUND
                   set WS-CB-CATALOGUED(WS-COMBO-IDX) to true
                   add WS-CB-FAILS(WS-COMBO-IDX) to WS-TOT-KNOWN-FAILS
                   perform FIND-OR-ADD-KNOWN-PARA
                   add WS-CB-FAILS(WS-COMBO-IDX)
                     to WS-KN-FAILS(WS-KNOWN-IDX)
               else
                   add WS-CB-FAILS(WS-COMBO-IDX) to WS-TOT-UNCAT-FAILS
                   add 1 to WS-UNCAT-COMBOS
               end-if
           end-perform
           .

       FIND-OR-ADD-KNOWN-PARA.

           move 'N' to WS-KNOWN-FOUND-SW
           set WS-KNOWN-IDX to 1

           if WS-KNOWN-COUNT > 0
               search WS-KNOWN-ENTRY
                   at end
                       continue
                   when WS-KN-ENTRY-ID(WS-KNOWN-IDX) = KER-ENTRY-ID
                       set WS-KNOWN-FOUND to true
               end-search
           end-if

           if not WS-KNOWN-FOUND
               if WS-KNOWN-COUNT < 200
                   add 1 to WS-KNOWN-COUNT
                   set WS-KNOWN-IDX to WS-KNOWN-COUNT
                   move KER-ENTRY-ID
                     to WS-KN-ENTRY-ID(WS-KNOWN-IDX)
                   move KER-SHORT-TEXT
                     to WS-KN-SHORT-TEXT(WS-KNOWN-IDX)
                   move KER-SEVERITY
                     to WS-KN-SEVERITY(WS-KNOWN-IDX)
                   move KER-SUPPORT-GROUP
                     to WS-KN-GROUP(WS-KNOWN-IDX)
               else
                   display 'RSTPR00 WARNING - KNOWN ERROR TABLE FULL, '
                           'COUNTS LUMPED UNDER LAST ENTRY'
                   set WS-KNOWN-IDX to 200
               end-if
           end-if
           .

       ROLLUP-BY-BRANCH-PARA.

      *    fold the per-terminal tallies up to their branches via
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           move WS-TOT-HRS-FAILS to WS-EDIT-COUNT
           string 'OUT-OF-HOURS REFUSALS  . . . . : '
               delimited by size
               WS-EDIT-COUNT delimited by size
               into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           write PRT-LINE

               perform FORMAT-HOUR-LINE-PARA
               write PRT-LINE
           end-perform

           perform WRITE-KNOWN-ERROR-SECTION-PARA
           .

       WRITE-KNOWN-ERROR-SECTION-PARA.

           move spaces to PRT-LINE
           write PRT-LINE

           move spaces to PRT-LINE
           string 'FAILURES BY KNOWN ERROR  ENTRY    KNOWN ERROR  SEV'
                  ' GROUP     FAILURES' delimited by size
               into PRT-LINE
           end-string
           write PRT-LINE

           perform varying WS-KNOWN-IDX from 1 by 1
                   until WS-KNOWN-IDX > WS-KNOWN-COUNT
               move spaces to PRT-LINE
               move WS-KN-ENTRY-ID(WS-KNOWN-IDX)   to PRT-LINE(26:8)
               move WS-KN-SHORT-TEXT(WS-KNOWN-IDX) to PRT-LINE(35:12)
               move WS-KN-SEVERITY(WS-KNOWN-IDX)   to PRT-LINE(49:1)
               move WS-KN-GROUP(WS-KNOWN-IDX)      to PRT-LINE(52:8)
               move WS-KN-FAILS(WS-KNOWN-IDX)      to WS-EDIT-COUNT
               move WS-EDIT-COUNT                  to PRT-LINE(62:9)
               write PRT-LINE
           end-perform

           move spaces to PRT-LINE
           move WS-TOT-KNOWN-FAILS to WS-EDIT-COUNT
           string 'FAILURES MATCHED TO A KNOWN ERROR : '
               delimited by size
               WS-EDIT-COUNT delimited by size
               into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           move WS-TOT-UNCAT-FAILS to WS-EDIT-COUNT
           string 'FAILURES NOT YET CATALOGUED  . . : '
               delimited by size
               WS-EDIT-COUNT delimited by size
               into PRT-LINE
           end-string
           write PRT-LINE

           if WS-UNCAT-COMBOS > 0
               move spaces to PRT-LINE
               write PRT-LINE

               move spaces to PRT-LINE
               string 'NOT YET CATALOGUED - FAILING CALL'
                      '            TYPE     ABND  RETURN CD  FAILURES'
                      delimited by size
                   into PRT-LINE
               end-string
               write PRT-LINE

               perform varying WS-COMBO-IDX from 1 by 1
                       until WS-COMBO-IDX > WS-COMBO-COUNT
                   if not WS-CB-CATALOGUED(WS-COMBO-IDX)
                       perform FORMAT-UNCATALOGUED-LINE-PARA
                       write PRT-LINE
                   end-if
               end-perform
           end-if
           .

       FORMAT-UNCATALOGUED-LINE-PARA.

           move spaces to PRT-LINE
           move WS-CB-CALL(WS-COMBO-IDX)  to PRT-LINE(22:24)
           move WS-CB-TYPE(WS-COMBO-IDX)  to PRT-LINE(46:8)
           move WS-CB-ABEND(WS-COMBO-IDX) to PRT-LINE(55:4)
           move WS-CB-RC(WS-COMBO-IDX)    to WS-EDIT-RC
           move WS-EDIT-RC                to PRT-LINE(61:9)
           move WS-CB-FAILS(WS-COMBO-IDX) to WS-EDIT-COUNT
           move WS-EDIT-COUNT             to PRT-LINE(72:9)
           .

       FORMAT-BRANCH-LINE-PARA.
                       perform INIT-STAT-ENTRY-PARA
                   not invalid key
                       set WS-STAT-FOUND to true
                       if WS-STAT-REC-LEN < WS-STAT-FULL-LEN
                           perform ZERO-STAT-LATENCY-PARA
                       end-if
               end-read

               perform FIND-BUSIEST-HOUR-PARA
               move WS-BUSY-HOUR       to STAT-BUSY-HOUR
               move WS-BUSY-HOUR-STARTS to STAT-BUSY-HOUR-STARTS

               move WS-STAT-FULL-LEN to WS-STAT-REC-LEN
               if WS-STAT-FOUND
                   rewrite RST-DAILY-STAT-ENTRY
                       invalid key
           end-if
           .

       ZERO-STAT-LATENCY-PARA.

      *    a short (pre-latency) record has no latency bytes behind
      *    it - give it zero latency figures before they are used.
           move 0 to STAT-CAS-LAT-COUNT
           move 0 to STAT-CAS-LAT-MIN
           move 0 to STAT-CAS-LAT-AVG
           move 0 to STAT-CAS-LAT-P90
           move 0 to STAT-CAS-LAT-MAX
           move 0 to STAT-DCA-LAT-COUNT
           move 0 to STAT-DCA-LAT-MIN
           move 0 to STAT-DCA-LAT-AVG
           move 0 to STAT-DCA-LAT-P90
           move 0 to STAT-DCA-LAT-MAX
           .

       INIT-STAT-ENTRY-PARA.

           move WS-STAT-DATE to STAT-DATE
           move 0 to STAT-DUR-AVG
           move 0 to STAT-DUR-P90
           move 0 to STAT-DUR-MAX
           move 0 to STAT-CAS-LAT-COUNT
           move 0 to STAT-CAS-LAT-MIN
           move 0 to STAT-CAS-LAT-AVG
           move 0 to STAT-CAS-LAT-P90
           move 0 to STAT-CAS-LAT-MAX
           move 0 to STAT-DCA-LAT-COUNT
           move 0 to STAT-DCA-LAT-MIN
           move 0 to STAT-DCA-LAT-AVG
           move 0 to STAT-DCA-LAT-P90
           move 0 to STAT-DCA-LAT-MAX
           .

       FIND-BUSIEST-HOUR-PARA.
           close REPORT-FILE
           close STAT-FILE
           close BRANCH-FILE
           close KNOWN-ERROR-FILE
           .

       end program RSTPR00.
