      *      failures, timeouts, average duration, and the percent
      *      change in starts against the prior week);
      *    - month-over-month figures for the last 6 months;
      *    - week-over-week and month-over-month back-end call
      *      latency (casloadappc and mFdfh_mk_transient_dca, from
      *      the RSTPR30 figures): call counts, average, worst daily
      *      90th percentile and maximum milliseconds, and the
      *      percent change in the average against the prior
      *      period, so a back end that is slowly getting slower
      *      shows up before users start complaining;
      *    - the busiest day and busiest single hour on file;
      *    - a simple capacity projection: average daily starts over
      *      the last 28 days against the 28 days before that, with
       data division.
       file section.

      *    days written before the latency fields were added are
      *    70 bytes; the current layout is 118.
       fd  STAT-FILE
           record is varying in size from 70 to 118 characters
               depending on WS-STAT-REC-LEN.
           copy RSTSTA1.

       fd  REPORT-FILE

       working-storage section.

       01  WS-STAT-REC-LEN                 PIC 9(4) COMP.
       01  WS-STAT-FULL-LEN                PIC 9(4) COMP VALUE 118.
       01  WS-STAT-EOF-SW                  PIC X VALUE 'N'.
           88  WS-STAT-EOF                 VALUE 'Y'.

               10  WS-WK-TIMEOUTS          PIC S9(9) COMP-3.
               10  WS-WK-DUR-WSUM          PIC S9(13) COMP-3.
               10  WS-WK-DUR-COUNT         PIC S9(9) COMP-3.
               10  WS-WK-CAS-LAT-WSUM      PIC S9(13) COMP-3.
               10  WS-WK-CAS-LAT-COUNT     PIC S9(9) COMP-3.
               10  WS-WK-CAS-LAT-P90       PIC S9(8) COMP-3.
               10  WS-WK-CAS-LAT-MAX       PIC S9(8) COMP-3.
               10  WS-WK-DCA-LAT-WSUM      PIC S9(13) COMP-3.
               10  WS-WK-DCA-LAT-COUNT     PIC S9(9) COMP-3.
               10  WS-WK-DCA-LAT-P90       PIC S9(8) COMP-3.
               10  WS-WK-DCA-LAT-MAX       PIC S9(8) COMP-3.

       01  WS-MONTH-COUNT                  PIC S9(4) COMP VALUE 0.
       01  WS-MONTH-SUB                    PIC S9(4) COMP.
               10  WS-MO-TIMEOUTS          PIC S9(9) COMP-3.
               10  WS-MO-DUR-WSUM          PIC S9(13) COMP-3.
               10  WS-MO-DUR-COUNT         PIC S9(9) COMP-3.
               10  WS-MO-CAS-LAT-WSUM      PIC S9(13) COMP-3.
               10  WS-MO-CAS-LAT-COUNT     PIC S9(9) COMP-3.
               10  WS-MO-CAS-LAT-P90       PIC S9(8) COMP-3.
               10  WS-MO-CAS-LAT-MAX       PIC S9(8) COMP-3.
               10  WS-MO-DCA-LAT-WSUM      PIC S9(13) COMP-3.
               10  WS-MO-DCA-LAT-COUNT     PIC S9(9) COMP-3.
               10  WS-MO-DCA-LAT-P90       PIC S9(8) COMP-3.
               10  WS-MO-DCA-LAT-MAX       PIC S9(8) COMP-3.

      *    ring of the last 56 distinct days for the capacity
      *    projection, slotted by integer-of-date modulo 56 so no

       01  WS-PCT-CHANGE                   PIC S9(5)V9 COMP-3.
       01  WS-AVG-DUR                      PIC S9(8) COMP-3.
       01  WS-AVG-CAS-LAT                  PIC S9(8) COMP-3.
       01  WS-AVG-DCA-LAT                  PIC S9(8) COMP-3.
       01  WS-PRIOR-AVG-LAT                PIC S9(8) COMP-3.
       01  WS-PERIOD-LAT-COUNT             PIC S9(9) COMP-3.

       01  WS-EDIT-NUM                     PIC ZZZZZZZ9.
       01  WS-EDIT-PCT                     PIC +ZZZ9.9.
                   at end
                       set WS-STAT-EOF to true
                   not at end
                       if WS-STAT-REC-LEN < WS-STAT-FULL-LEN
                           perform ZERO-STAT-LATENCY-PARA
                       end-if
                       perform PROCESS-STAT-RECORD-PARA
               end-read
           end-perform
           end-perform
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

       PROCESS-STAT-RECORD-PARA.

           add 1 to WS-DAY-COUNT
               move 0 to WS-WK-TIMEOUTS(WS-WEEK-COUNT)
               move 0 to WS-WK-DUR-WSUM(WS-WEEK-COUNT)
               move 0 to WS-WK-DUR-COUNT(WS-WEEK-COUNT)
               move 0 to WS-WK-CAS-LAT-WSUM(WS-WEEK-COUNT)
               move 0 to WS-WK-CAS-LAT-COUNT(WS-WEEK-COUNT)
               move 0 to WS-WK-CAS-LAT-P90(WS-WEEK-COUNT)
               move 0 to WS-WK-CAS-LAT-MAX(WS-WEEK-COUNT)
               move 0 to WS-WK-DCA-LAT-WSUM(WS-WEEK-COUNT)
               move 0 to WS-WK-DCA-LAT-COUNT(WS-WEEK-COUNT)
               move 0 to WS-WK-DCA-LAT-P90(WS-WEEK-COUNT)
               move 0 to WS-WK-DCA-LAT-MAX(WS-WEEK-COUNT)
           end-if

           add STAT-STARTS    to WS-WK-STARTS(WS-WEEK-COUNT)
               WS-WK-DUR-WSUM(WS-WEEK-COUNT)
               + (STAT-DUR-AVG * STAT-DUR-COUNT)
           add STAT-DUR-COUNT to WS-WK-DUR-COUNT(WS-WEEK-COUNT)

      *    a period's 90th percentile cannot be rebuilt from daily
      *    ones, so the trend carries the worst daily p90 instead.
           compute WS-WK-CAS-LAT-WSUM(WS-WEEK-COUNT) =
               WS-WK-CAS-LAT-WSUM(WS-WEEK-COUNT)
               + (STAT-CAS-LAT-AVG * STAT-CAS-LAT-COUNT)
           add STAT-CAS-LAT-COUNT
             to WS-WK-CAS-LAT-COUNT(WS-WEEK-COUNT)
           if STAT-CAS-LAT-P90 > WS-WK-CAS-LAT-P90(WS-WEEK-COUNT)
               move STAT-CAS-LAT-P90
                 to WS-WK-CAS-LAT-P90(WS-WEEK-COUNT)
           end-if
           if STAT-CAS-LAT-MAX > WS-WK-CAS-LAT-MAX(WS-WEEK-COUNT)
               move STAT-CAS-LAT-MAX
                 to WS-WK-CAS-LAT-MAX(WS-WEEK-COUNT)
           end-if

           compute WS-WK-DCA-LAT-WSUM(WS-WEEK-COUNT) =
               WS-WK-DCA-LAT-WSUM(WS-WEEK-COUNT)
               + (STAT-DCA-LAT-AVG * STAT-DCA-LAT-COUNT)
           add STAT-DCA-LAT-COUNT
             to WS-WK-DCA-LAT-COUNT(WS-WEEK-COUNT)
           if STAT-DCA-LAT-P90 > WS-WK-DCA-LAT-P90(WS-WEEK-COUNT)
               move STAT-DCA-LAT-P90
                 to WS-WK-DCA-LAT-P90(WS-WEEK-COUNT)
           end-if
           if STAT-DCA-LAT-MAX > WS-WK-DCA-LAT-MAX(WS-WEEK-COUNT)
               move STAT-DCA-LAT-MAX
                 to WS-WK-DCA-LAT-MAX(WS-WEEK-COUNT)
           end-if
           .

       SHIFT-WEEK-TABLE-PARA.
               move 0 to WS-MO-TIMEOUTS(WS-MONTH-COUNT)
               move 0 to WS-MO-DUR-WSUM(WS-MONTH-COUNT)
               move 0 to WS-MO-DUR-COUNT(WS-MONTH-COUNT)
               move 0 to WS-MO-CAS-LAT-WSUM(WS-MONTH-COUNT)
               move 0 to WS-MO-CAS-LAT-COUNT(WS-MONTH-COUNT)
               move 0 to WS-MO-CAS-LAT-P90(WS-MONTH-COUNT)
               move 0 to WS-MO-CAS-LAT-MAX(WS-MONTH-COUNT)
               move 0 to WS-MO-DCA-LAT-WSUM(WS-MONTH-COUNT)
               move 0 to WS-MO-DCA-LAT-COUNT(WS-MONTH-COUNT)
               move 0 to WS-MO-DCA-LAT-P90(WS-MONTH-COUNT)
               move 0 to WS-MO-DCA-LAT-MAX(WS-MONTH-COUNT)
           end-if

           add STAT-STARTS    to WS-MO-STARTS(WS-MONTH-COUNT)
               WS-MO-DUR-WSUM(WS-MONTH-COUNT)
               + (STAT-DUR-AVG * STAT-DUR-COUNT)
           add STAT-DUR-COUNT to WS-MO-DUR-COUNT(WS-MONTH-COUNT)

           compute WS-MO-CAS-LAT-WSUM(WS-MONTH-COUNT) =
               WS-MO-CAS-LAT-WSUM(WS-MONTH-COUNT)
               + (STAT-CAS-LAT-AVG * STAT-CAS-LAT-COUNT)
           add STAT-CAS-LAT-COUNT
             to WS-MO-CAS-LAT-COUNT(WS-MONTH-COUNT)
           if STAT-CAS-LAT-P90 > WS-MO-CAS-LAT-P90(WS-MONTH-COUNT)
               move STAT-CAS-LAT-P90
                 to WS-MO-CAS-LAT-P90(WS-MONTH-COUNT)
           end-if
           if STAT-CAS-LAT-MAX > WS-MO-CAS-LAT-MAX(WS-MONTH-COUNT)
               move STAT-CAS-LAT-MAX
                 to WS-MO-CAS-LAT-MAX(WS-MONTH-COUNT)
           end-if

           compute WS-MO-DCA-LAT-WSUM(WS-MONTH-COUNT) =
               WS-MO-DCA-LAT-WSUM(WS-MONTH-COUNT)
               + (STAT-DCA-LAT-AVG * STAT-DCA-LAT-COUNT)
           add STAT-DCA-LAT-COUNT
             to WS-MO-DCA-LAT-COUNT(WS-MONTH-COUNT)
           if STAT-DCA-LAT-P90 > WS-MO-DCA-LAT-P90(WS-MONTH-COUNT)
               move STAT-DCA-LAT-P90
                 to WS-MO-DCA-LAT-P90(WS-MONTH-COUNT)
           end-if
           if STAT-DCA-LAT-MAX > WS-MO-DCA-LAT-MAX(WS-MONTH-COUNT)
               move STAT-DCA-LAT-MAX
                 to WS-MO-DCA-LAT-MAX(WS-MONTH-COUNT)
           end-if
           .

       SHIFT-MONTH-TABLE-PARA.
           else
               perform WRITE-WEEKLY-SECTION-PARA
               perform WRITE-MONTHLY-SECTION-PARA
               perform WRITE-WEEKLY-LATENCY-PARA
               perform WRITE-MONTHLY-LATENCY-PARA
               perform WRITE-PEAKS-SECTION-PARA
               perform WRITE-PROJECTION-PARA
           end-if
           end-if
           .

       WRITE-WEEKLY-LATENCY-PARA.

           move spaces to PRT-LINE
           string 'BACK-END CALL LATENCY MS WEEK-OVER-WEEK '
                  '(LAST 8 WEEKS)' delimited by size
               into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           move 'WEEK OF '   to PRT-LINE(1:8)
           perform FORMAT-LATENCY-HEADING-PARA
           write PRT-LINE

           compute WS-WEEK-FIRST-SUB = WS-WEEK-COUNT - 7
           if WS-WEEK-FIRST-SUB < 1
               move 1 to WS-WEEK-FIRST-SUB
           end-if

           move 0 to WS-PERIOD-LAT-COUNT

           perform varying WS-WEEK-SUB from WS-WEEK-FIRST-SUB by 1
                   until WS-WEEK-SUB > WS-WEEK-COUNT
               perform FORMAT-WEEK-LATENCY-LINE-PARA
               write PRT-LINE
           end-perform

           if WS-PERIOD-LAT-COUNT = 0
               move spaces to PRT-LINE
               string 'NO CALL LATENCY FIGURES IN THESE WEEKS'
                   delimited by size into PRT-LINE
               end-string
               write PRT-LINE
           end-if

           move spaces to PRT-LINE
           write PRT-LINE
           .

       FORMAT-LATENCY-HEADING-PARA.

           move 'CAS CALLS'  to PRT-LINE(10:9)
           move 'CAS AVG'    to PRT-LINE(21:7)
           move 'CAS P90HI'  to PRT-LINE(28:9)
           move 'CAS MAX'    to PRT-LINE(39:7)
           move 'DCA CALLS'  to PRT-LINE(46:9)
           move 'DCA AVG'    to PRT-LINE(57:7)
           move 'DCA P90HI'  to PRT-LINE(64:9)
           move 'DCA MAX'    to PRT-LINE(75:7)
           move 'CAS CHG'    to PRT-LINE(84:7)
           move 'DCA CHG'    to PRT-LINE(93:7)
           .

       FORMAT-WEEK-LATENCY-LINE-PARA.

           move spaces to PRT-LINE
           move WS-WK-START-DATE(WS-WEEK-SUB) to PRT-LINE(1:8)
           add WS-WK-CAS-LAT-COUNT(WS-WEEK-SUB) to WS-PERIOD-LAT-COUNT
           add WS-WK-DCA-LAT-COUNT(WS-WEEK-SUB) to WS-PERIOD-LAT-COUNT

           if WS-WK-CAS-LAT-COUNT(WS-WEEK-SUB) > 0
               compute WS-AVG-CAS-LAT =
                   WS-WK-CAS-LAT-WSUM(WS-WEEK-SUB)
                   / WS-WK-CAS-LAT-COUNT(WS-WEEK-SUB)
           else
               move 0 to WS-AVG-CAS-LAT
           end-if

           if WS-WK-DCA-LAT-COUNT(WS-WEEK-SUB) > 0
               compute WS-AVG-DCA-LAT =
                   WS-WK-DCA-LAT-WSUM(WS-WEEK-SUB)
                   / WS-WK-DCA-LAT-COUNT(WS-WEEK-SUB)
           else
               move 0 to WS-AVG-DCA-LAT
           end-if

           move WS-WK-CAS-LAT-COUNT(WS-WEEK-SUB) to WS-EDIT-NUM
           move WS-EDIT-NUM to PRT-LINE(11:8)
           move WS-AVG-CAS-LAT to WS-EDIT-NUM
           move WS-EDIT-NUM to PRT-LINE(20:8)
           move WS-WK-CAS-LAT-P90(WS-WEEK-SUB) to WS-EDIT-NUM
           move WS-EDIT-NUM to PRT-LINE(29:8)
           move WS-WK-CAS-LAT-MAX(WS-WEEK-SUB) to WS-EDIT-NUM
           move WS-EDIT-NUM to PRT-LINE(38:8)
           move WS-WK-DCA-LAT-COUNT(WS-WEEK-SUB) to WS-EDIT-NUM
           move WS-EDIT-NUM to PRT-LINE(47:8)
           move WS-AVG-DCA-LAT to WS-EDIT-NUM
           move WS-EDIT-NUM to PRT-LINE(56:8)
           move WS-WK-DCA-LAT-P90(WS-WEEK-SUB) to WS-EDIT-NUM
           move WS-EDIT-NUM to PRT-LINE(65:8)
           move WS-WK-DCA-LAT-MAX(WS-WEEK-SUB) to WS-EDIT-NUM
           move WS-EDIT-NUM to PRT-LINE(74:8)

           if WS-WEEK-SUB > 1
                   and WS-WK-CAS-LAT-COUNT(WS-WEEK-SUB - 1) > 0
                   and WS-WK-CAS-LAT-COUNT(WS-WEEK-SUB) > 0
               compute WS-PRIOR-AVG-LAT =
                   WS-WK-CAS-LAT-WSUM(WS-WEEK-SUB - 1)
                   / WS-WK-CAS-LAT-COUNT(WS-WEEK-SUB - 1)
               if WS-PRIOR-AVG-LAT > 0
                   compute WS-PCT-CHANGE =
                       ((WS-AVG-CAS-LAT - WS-PRIOR-AVG-LAT) * 100)
                       / WS-PRIOR-AVG-LAT
                   move WS-PCT-CHANGE to WS-EDIT-PCT
                   move WS-EDIT-PCT to PRT-LINE(84:7)
               end-if
           end-if

           if WS-WEEK-SUB > 1
                   and WS-WK-DCA-LAT-COUNT(WS-WEEK-SUB - 1) > 0
                   and WS-WK-DCA-LAT-COUNT(WS-WEEK-SUB) > 0
               compute WS-PRIOR-AVG-LAT =
                   WS-WK-DCA-LAT-WSUM(WS-WEEK-SUB - 1)
                   / WS-WK-DCA-LAT-COUNT(WS-WEEK-SUB - 1)
               if WS-PRIOR-AVG-LAT > 0
                   compute WS-PCT-CHANGE =
                       ((WS-AVG-DCA-LAT - WS-PRIOR-AVG-LAT) * 100)
                       / WS-PRIOR-AVG-LAT
                   move WS-PCT-CHANGE to WS-EDIT-PCT
                   move WS-EDIT-PCT to PRT-LINE(93:7)
               end-if
           end-if
           .

       WRITE-MONTHLY-LATENCY-PARA.

           move spaces to PRT-LINE
           string 'BACK-END CALL LATENCY MS MONTH-OVER-MONTH '
                  '(LAST 6 MONTHS)' delimited by size
               into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           move 'MONTH   '   to PRT-LINE(1:8)
           perform FORMAT-LATENCY-HEADING-PARA
           write PRT-LINE

           compute WS-MONTH-FIRST-SUB = WS-MONTH-COUNT - 5
           if WS-MONTH-FIRST-SUB < 1
               move 1 to WS-MONTH-FIRST-SUB
           end-if

           move 0 to WS-PERIOD-LAT-COUNT

           perform varying WS-MONTH-SUB from WS-MONTH-FIRST-SUB by 1
                   until WS-MONTH-SUB > WS-MONTH-COUNT
               perform FORMAT-MONTH-LATENCY-LINE-PARA
               write PRT-LINE
           end-perform

           if WS-PERIOD-LAT-COUNT = 0
               move spaces to PRT-LINE
               string 'NO CALL LATENCY FIGURES IN THESE MONTHS'
                   delimited by size into PRT-LINE
               end-string
               write PRT-LINE
           end-if

           move spaces to PRT-LINE
           write PRT-LINE
           .

       FORMAT-MONTH-LATENCY-LINE-PARA.

           move spaces to PRT-LINE
           move WS-MO-KEY(WS-MONTH-SUB) to PRT-LINE(1:6)
           add WS-MO-CAS-LAT-COUNT(WS-MONTH-SUB)
             to WS-PERIOD-LAT-COUNT
           add WS-MO-DCA-LAT-COUNT(WS-MONTH-SUB)
             to WS-PERIOD-LAT-COUNT

           if WS-MO-CAS-LAT-COUNT(WS-MONTH-SUB) > 0
               compute WS-AVG-CAS-LAT =
                   WS-MO-CAS-LAT-WSUM(WS-MONTH-SUB)
                   / WS-MO-CAS-LAT-COUNT(WS-MONTH-SUB)
           else
               move 0 to WS-AVG-CAS-LAT
           end-if

           if WS-MO-DCA-LAT-COUNT(WS-MONTH-SUB) > 0
               compute WS-AVG-DCA-LAT =
                   WS-MO-DCA-LAT-WSUM(WS-MONTH-SUB)
                   / WS-MO-DCA-LAT-COUNT(WS-MONTH-SUB)
           else
               move 0 to WS-AVG-DCA-LAT
           end-if

           move WS-MO-CAS-LAT-COUNT(WS-MONTH-SUB) to WS-EDIT-NUM
           move WS-EDIT-NUM to PRT-LINE(11:8)
           move WS-AVG-CAS-LAT to WS-EDIT-NUM
           move WS-EDIT-NUM to PRT-LINE(20:8)
           move WS-MO-CAS-LAT-P90(WS-MONTH-SUB) to WS-EDIT-NUM
           move WS-EDIT-NUM to PRT-LINE(29:8)
           move WS-MO-CAS-LAT-MAX(WS-MONTH-SUB) to WS-EDIT-NUM
           move WS-EDIT-NUM to PRT-LINE(38:8)
           move WS-MO-DCA-LAT-COUNT(WS-MONTH-SUB) to WS-EDIT-NUM
           move WS-EDIT-NUM to PRT-LINE(47:8)
           move WS-AVG-DCA-LAT to WS-EDIT-NUM
           move WS-EDIT-NUM to PRT-LINE(56:8)
           move WS-MO-DCA-LAT-P90(WS-MONTH-SUB) to WS-EDIT-NUM
           move WS-EDIT-NUM to PRT-LINE(65:8)
           move WS-MO-DCA-LAT-MAX(WS-MONTH-SUB) to WS-EDIT-NUM
           move WS-EDIT-NUM to PRT-LINE(74:8)

           if WS-MONTH-SUB > 1
                   and WS-MO-CAS-LAT-COUNT(WS-MONTH-SUB - 1) > 0
                   and WS-MO-CAS-LAT-COUNT(WS-MONTH-SUB) > 0
               compute WS-PRIOR-AVG-LAT =
                   WS-MO-CAS-LAT-WSUM(WS-MONTH-SUB - 1)
                   / WS-MO-CAS-LAT-COUNT(WS-MONTH-SUB - 1)
               if WS-PRIOR-AVG-LAT > 0
                   compute WS-PCT-CHANGE =
                       ((WS-AVG-CAS-LAT - WS-PRIOR-AVG-LAT) * 100)
                       / WS-PRIOR-AVG-LAT
                   move WS-PCT-CHANGE to WS-EDIT-PCT
                   move WS-EDIT-PCT to PRT-LINE(84:7)
               end-if
           end-if

           if WS-MONTH-SUB > 1
                   and WS-MO-DCA-LAT-COUNT(WS-MONTH-SUB - 1) > 0
                   and WS-MO-DCA-LAT-COUNT(WS-MONTH-SUB) > 0
               compute WS-PRIOR-AVG-LAT =
                   WS-MO-DCA-LAT-WSUM(WS-MONTH-SUB - 1)
                   / WS-MO-DCA-LAT-COUNT(WS-MONTH-SUB - 1)
               if WS-PRIOR-AVG-LAT > 0
                   compute WS-PCT-CHANGE =
                       ((WS-AVG-DCA-LAT - WS-PRIOR-AVG-LAT) * 100)
                       / WS-PRIOR-AVG-LAT
                   move WS-PCT-CHANGE to WS-EDIT-PCT
                   move WS-EDIT-PCT to PRT-LINE(93:7)
               end-if
           end-if
           .

       WRITE-PEAKS-SECTION-PARA.

           move spaces to PRT-LINE
