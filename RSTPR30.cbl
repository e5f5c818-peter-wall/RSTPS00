       identification division.
       program-id. RSTPR30.

      *================================================================
      *  RSTPR30 - back-end call latency report, a sibling of the
      *  RSTPR10 session duration report.  Reads the day's RLAT call
      *  latency extract (copy/RSTLAT1.cpy - one record per timed
      *  casloadappc or mFdfh_mk_transient_dca call made by an
      *  RSTPS00 cold start, consolidated across regions by RSTPD00)
      *  and reports count / failed / minimum / average /
      *  90th-percentile / maximum call time in milliseconds per
      *  call, per call and hour of day, and per call and region
      *  (LAT-APPLID), so "RST is slow at sign-on" can be pinned on
      *  the call, the time of day or the region responsible.
      *
      *  One SORT pass: the input procedure counts each group and
      *  releases every latency record three times - once under its
      *  call, once under call + hour, once under call + region -
      *  and the output procedure walks the groups in key order,
      *  picking the 90th-percentile ordinal from the pass-1 count
      *  exactly as RSTPR10 does for its hourly figures.  Failed
      *  calls (LAT-RETURN-CODE not zero) are timed like any other
      *  and counted separately.
      *
      *  The per-call figures for casloadappc and
      *  mFdfh_mk_transient_dca are also written to the day's RSTSTAT
      *  daily statistics record (copy/RSTSTA1.cpy), feeding the
      *  RSTPR20 trend job.
      *================================================================

       environment division.
       configuration section.

       input-output section.
       file-control.
           select LAT-FILE assign to LATIN
               organization is sequential.

           select REPORT-FILE assign to LATRPT
               organization is sequential.

           select SORT-FILE assign to SORTWK1.

           select STAT-FILE assign to RSTSTAT
               organization is indexed
               access mode is random
               record key is STAT-DATE.

       data division.
       file section.

       fd  LAT-FILE
           recording mode is f.
           copy RSTLAT1.

       fd  REPORT-FILE
           recording mode is f.
       01  PRT-LINE                        PIC X(90).

      *    days written before the latency fields were added are
      *    70 bytes; the current layout is 118.
       fd  STAT-FILE
           record is varying in size from 70 to 118 characters
               depending on WS-STAT-REC-LEN.
           copy RSTSTA1.

       sd  SORT-FILE.
       01  SORT-LAT-REC.
           05  SL-GROUP-TYPE               PIC X.
           05  SL-CALL-NAME                PIC X(24).
           05  SL-GROUP-KEY                PIC X(8).
           05  SL-ELAPSED-MS               PIC 9(8).
           05  SL-FAILED-SW                PIC X.
               88  SL-FAILED               VALUE 'Y'.

       working-storage section.

       01  WS-LAT-EOF-SW                   PIC X VALUE 'N'.
           88  WS-LAT-EOF                  VALUE 'Y'.
       01  WS-SORT-EOF-SW                  PIC X VALUE 'N'.
           88  WS-SORT-EOF                 VALUE 'Y'.
       01  WS-GROUP-FOUND-SW               PIC X VALUE 'N'.
           88  WS-GROUP-FOUND              VALUE 'Y'.
       01  WS-STAT-REC-LEN                 PIC 9(4) COMP.
       01  WS-STAT-FULL-LEN                PIC 9(4) COMP VALUE 118.
       01  WS-STAT-FOUND-SW                PIC X VALUE 'N'.
           88  WS-STAT-FOUND               VALUE 'Y'.

       01  WS-STAT-DATE                    PIC X(8) VALUE spaces.
       01  WS-READ-COUNT                   PIC S9(7) COMP-3 VALUE 0.
       01  WS-FAILED-COUNT                 PIC S9(7) COMP-3 VALUE 0.

      *    group counts gathered by the input procedure; the key is
      *    group type (C=call, H=call+hour, R=call+region), call
      *    name and the hour or APPLID.  Two calls by 24 hours by a
      *    handful of regions fits with room to spare.
       01  WS-MAX-GROUPS                   PIC S9(4) COMP VALUE 300.
       01  WS-GROUP-COUNT                  PIC S9(4) COMP VALUE 0.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 300 TIMES
                             INDEXED BY WS-GROUP-IDX.
               10  WS-GP-TYPE              PIC X.
               10  WS-GP-CALL-NAME         PIC X(24).
               10  WS-GP-KEY               PIC X(8).
               10  WS-GP-COUNT             PIC S9(7) COMP-3 VALUE 0.

       01  WS-LOOKUP-TYPE                  PIC X.
       01  WS-LOOKUP-CALL-NAME             PIC X(24).
       01  WS-LOOKUP-KEY                   PIC X(8).

       01  WS-CUR-TYPE                     PIC X VALUE spaces.
       01  WS-CUR-CALL-NAME                PIC X(24) VALUE spaces.
       01  WS-CUR-KEY                      PIC X(8) VALUE spaces.
       01  WS-HAVE-GROUP-SW                PIC X VALUE 'N'.
           88  WS-HAVE-GROUP               VALUE 'Y'.

       01  WS-P90-ORDINAL                  PIC S9(7) COMP-3 VALUE 0.
       01  WS-GRP-SEEN                     PIC S9(7) COMP-3 VALUE 0.
       01  WS-GRP-FAILED                   PIC S9(7) COMP-3 VALUE 0.
       01  WS-GRP-MIN                      PIC S9(8) COMP-3 VALUE 0.
       01  WS-GRP-MAX                      PIC S9(8) COMP-3 VALUE 0.
       01  WS-GRP-P90                      PIC S9(8) COMP-3 VALUE 0.
       01  WS-GRP-SUM                      PIC S9(13) COMP-3 VALUE 0.
       01  WS-GRP-AVG                      PIC S9(8) COMP-3 VALUE 0.

       01  WS-CAS-COUNT                    PIC S9(7) COMP-3 VALUE 0.
       01  WS-CAS-MIN                      PIC S9(8) COMP-3 VALUE 0.
       01  WS-CAS-AVG                      PIC S9(8) COMP-3 VALUE 0.
       01  WS-CAS-P90                      PIC S9(8) COMP-3 VALUE 0.
       01  WS-CAS-MAX                      PIC S9(8) COMP-3 VALUE 0.
       01  WS-DCA-COUNT                    PIC S9(7) COMP-3 VALUE 0.
       01  WS-DCA-MIN                      PIC S9(8) COMP-3 VALUE 0.
       01  WS-DCA-AVG                      PIC S9(8) COMP-3 VALUE 0.
       01  WS-DCA-P90                      PIC S9(8) COMP-3 VALUE 0.
       01  WS-DCA-MAX                      PIC S9(8) COMP-3 VALUE 0.

       01  WS-EDIT-COUNT                   PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-MS                      PIC ZZZZZZZ9.

       procedure division.

       MAIN-PARA.

           perform INITIALIZE-PARA

           sort SORT-FILE
               on ascending key SL-GROUP-TYPE SL-CALL-NAME
                                SL-GROUP-KEY SL-ELAPSED-MS
               input procedure is RELEASE-LATENCY-PARA
               output procedure is REPORT-GROUPS-PARA

           perform WRITE-TOTALS-PARA
           perform UPDATE-DAILY-STATS-PARA
           perform TERMINATE-PARA

           stop run
           .

       INITIALIZE-PARA.

           open output REPORT-FILE
           open i-o    STAT-FILE

           move spaces to PRT-LINE
           string 'RSTPR30 BACK-END CALL LATENCY REPORT '
                  '(MILLISECONDS)' delimited by size
               into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           write PRT-LINE
           .

       RELEASE-LATENCY-PARA.

           open input LAT-FILE

           perform until WS-LAT-EOF
               read LAT-FILE
                   at end
                       set WS-LAT-EOF to true
                   not at end
                       perform RELEASE-ONE-RECORD-PARA
               end-read
           end-perform

           close LAT-FILE
           .

       RELEASE-ONE-RECORD-PARA.

      *    the statistics key is the lowest date in the extract -
      *    the same derivation RSTPR00 and RSTPR10 use on the audit
      *    extract - so all three jobs land on the same RSTSTAT
      *    record.
           if WS-STAT-DATE = spaces or LAT-DATE < WS-STAT-DATE
               move LAT-DATE to WS-STAT-DATE
           end-if

           add 1 to WS-READ-COUNT

           move LAT-CALL-NAME to SL-CALL-NAME
           move LAT-ELAPSED-MS to SL-ELAPSED-MS

           if LAT-RETURN-CODE not = 0
               add 1 to WS-FAILED-COUNT
               move 'Y' to SL-FAILED-SW
           else
               move 'N' to SL-FAILED-SW
           end-if

           move 'C'    to SL-GROUP-TYPE
           move spaces to SL-GROUP-KEY
           perform COUNT-AND-RELEASE-PARA

           move 'H'    to SL-GROUP-TYPE
           move spaces to SL-GROUP-KEY
           move LAT-TIME(1:2) to SL-GROUP-KEY(1:2)
           perform COUNT-AND-RELEASE-PARA

           move 'R'    to SL-GROUP-TYPE
           move LAT-APPLID to SL-GROUP-KEY
           perform COUNT-AND-RELEASE-PARA
           .

       COUNT-AND-RELEASE-PARA.

           move SL-GROUP-TYPE to WS-LOOKUP-TYPE
           move SL-CALL-NAME  to WS-LOOKUP-CALL-NAME
           move SL-GROUP-KEY  to WS-LOOKUP-KEY
           perform FIND-GROUP-PARA

           if not WS-GROUP-FOUND
               if WS-GROUP-COUNT < WS-MAX-GROUPS
                   add 1 to WS-GROUP-COUNT
                   set WS-GROUP-IDX to WS-GROUP-COUNT
                   move WS-LOOKUP-TYPE
                     to WS-GP-TYPE(WS-GROUP-IDX)
                   move WS-LOOKUP-CALL-NAME
                     to WS-GP-CALL-NAME(WS-GROUP-IDX)
                   move WS-LOOKUP-KEY
                     to WS-GP-KEY(WS-GROUP-IDX)
                   move 0 to WS-GP-COUNT(WS-GROUP-IDX)
                   set WS-GROUP-FOUND to true
               else
                   display 'RSTPR30 WARNING - GROUP TABLE FULL, '
                           'LATER GROUPS REPORT NO P90'
               end-if
           end-if

           if WS-GROUP-FOUND
               add 1 to WS-GP-COUNT(WS-GROUP-IDX)
           end-if

           release SORT-LAT-REC
           .

       FIND-GROUP-PARA.

           move 'N' to WS-GROUP-FOUND-SW
           set WS-GROUP-IDX to 1

           if WS-GROUP-COUNT > 0
               search WS-GROUP-ENTRY
                   at end
                       continue
                   when WS-GP-TYPE(WS-GROUP-IDX) = WS-LOOKUP-TYPE
                    and WS-GP-CALL-NAME(WS-GROUP-IDX)
                           = WS-LOOKUP-CALL-NAME
                    and WS-GP-KEY(WS-GROUP-IDX) = WS-LOOKUP-KEY
                       set WS-GROUP-FOUND to true
               end-search
           end-if
           .

       REPORT-GROUPS-PARA.

           move 'N' to WS-SORT-EOF-SW
           move 'N' to WS-HAVE-GROUP-SW

           perform until WS-SORT-EOF
               return SORT-FILE
                   at end
                       set WS-SORT-EOF to true
                   not at end
                       perform PROCESS-SORTED-CALL-PARA
               end-return
           end-perform

           if WS-HAVE-GROUP
               perform FINISH-GROUP-PARA
           end-if

           if WS-READ-COUNT = 0
               move spaces to PRT-LINE
               string 'NO LATENCY RECORDS IN THE EXTRACT - NO '
                      'CALL TIME FIGURES' delimited by size
                   into PRT-LINE
               end-string
               write PRT-LINE

               move spaces to PRT-LINE
               write PRT-LINE
           end-if
           .

       PROCESS-SORTED-CALL-PARA.

           if not WS-HAVE-GROUP
                   or SL-GROUP-TYPE not = WS-CUR-TYPE
                   or SL-CALL-NAME not = WS-CUR-CALL-NAME
                   or SL-GROUP-KEY not = WS-CUR-KEY
               if WS-HAVE-GROUP
                   perform FINISH-GROUP-PARA
               end-if

               if not WS-HAVE-GROUP
                       or SL-GROUP-TYPE not = WS-CUR-TYPE
                   perform WRITE-SECTION-HEADING-PARA
               end-if

               perform START-GROUP-PARA
           end-if

           add 1 to WS-GRP-SEEN

           if WS-GRP-SEEN = 1
               move SL-ELAPSED-MS to WS-GRP-MIN
           end-if

           move SL-ELAPSED-MS to WS-GRP-MAX
           add SL-ELAPSED-MS to WS-GRP-SUM

           if WS-GRP-SEEN = WS-P90-ORDINAL
               move SL-ELAPSED-MS to WS-GRP-P90
           end-if

           if SL-FAILED
               add 1 to WS-GRP-FAILED
           end-if
           .

       START-GROUP-PARA.

           set WS-HAVE-GROUP to true
           move SL-GROUP-TYPE to WS-CUR-TYPE
           move SL-CALL-NAME  to WS-CUR-CALL-NAME
           move SL-GROUP-KEY  to WS-CUR-KEY

           move 0 to WS-GRP-SEEN
           move 0 to WS-GRP-FAILED
           move 0 to WS-GRP-MIN
           move 0 to WS-GRP-MAX
           move 0 to WS-GRP-P90
           move 0 to WS-GRP-SUM
           move 0 to WS-GRP-AVG
           move 0 to WS-P90-ORDINAL

           move SL-GROUP-TYPE to WS-LOOKUP-TYPE
           move SL-CALL-NAME  to WS-LOOKUP-CALL-NAME
           move SL-GROUP-KEY  to WS-LOOKUP-KEY
           perform FIND-GROUP-PARA

           if WS-GROUP-FOUND
               compute WS-P90-ORDINAL =
                   ((WS-GP-COUNT(WS-GROUP-IDX) * 9) + 9) / 10
           end-if
           .

       FINISH-GROUP-PARA.

           if WS-GRP-SEEN > 0
               compute WS-GRP-AVG = WS-GRP-SUM / WS-GRP-SEEN
           end-if

           if WS-CUR-TYPE = 'C'
               evaluate WS-CUR-CALL-NAME
                   when 'CASLOADAPPC'
                       move WS-GRP-SEEN to WS-CAS-COUNT
                       move WS-GRP-MIN  to WS-CAS-MIN
                       move WS-GRP-AVG  to WS-CAS-AVG
                       move WS-GRP-P90  to WS-CAS-P90
                       move WS-GRP-MAX  to WS-CAS-MAX
                   when 'MFDFH_MK_TRANSIENT_DCA'
                       move WS-GRP-SEEN to WS-DCA-COUNT
                       move WS-GRP-MIN  to WS-DCA-MIN
                       move WS-GRP-AVG  to WS-DCA-AVG
                       move WS-GRP-P90  to WS-DCA-P90
                       move WS-GRP-MAX  to WS-DCA-MAX
                   when other
                       continue
               end-evaluate
           end-if

           perform FORMAT-GROUP-LINE-PARA
           write PRT-LINE
           .

       WRITE-SECTION-HEADING-PARA.

           if WS-HAVE-GROUP
               move spaces to PRT-LINE
               write PRT-LINE
           end-if

           move spaces to PRT-LINE
           evaluate SL-GROUP-TYPE
               when 'C'
                   move 'BY CALL' to PRT-LINE
               when 'H'
                   move 'BY CALL AND HOUR OF DAY' to PRT-LINE
               when other
                   move 'BY CALL AND REGION (APPLID)' to PRT-LINE
           end-evaluate
           write PRT-LINE

           move spaces to PRT-LINE
           move 'CALL'       to PRT-LINE(1:4)
           evaluate SL-GROUP-TYPE
               when 'H'
                   move 'HOUR'   to PRT-LINE(26:4)
               when 'R'
                   move 'REGION' to PRT-LINE(26:6)
               when other
                   continue
           end-evaluate
           move 'COUNT'      to PRT-LINE(38:5)
           move 'FAILED'     to PRT-LINE(46:6)
           move 'MIN'        to PRT-LINE(58:3)
           move 'AVG'        to PRT-LINE(67:3)
           move 'P90'        to PRT-LINE(76:3)
           move 'MAX'        to PRT-LINE(85:3)
           write PRT-LINE
           .

       FORMAT-GROUP-LINE-PARA.

           move spaces to PRT-LINE
           move WS-CUR-CALL-NAME to PRT-LINE(1:24)

           if WS-CUR-TYPE = 'H'
               move WS-CUR-KEY(1:2) to PRT-LINE(26:2)
           else
               move WS-CUR-KEY to PRT-LINE(26:8)
           end-if

           move WS-GRP-SEEN   to WS-EDIT-MS
           move WS-EDIT-MS    to PRT-LINE(35:8)
           move WS-GRP-FAILED to WS-EDIT-MS
           move WS-EDIT-MS    to PRT-LINE(44:8)
           move WS-GRP-MIN    to WS-EDIT-MS
           move WS-EDIT-MS    to PRT-LINE(53:8)
           move WS-GRP-AVG    to WS-EDIT-MS
           move WS-EDIT-MS    to PRT-LINE(62:8)
           move WS-GRP-P90    to WS-EDIT-MS
           move WS-EDIT-MS    to PRT-LINE(71:8)
           move WS-GRP-MAX    to WS-EDIT-MS
           move WS-EDIT-MS    to PRT-LINE(80:8)
           .

       WRITE-TOTALS-PARA.

           move spaces to PRT-LINE
           write PRT-LINE

           move spaces to PRT-LINE
           move WS-READ-COUNT to WS-EDIT-COUNT
           string 'TIMED CALLS READ . . . . . . : ' delimited by size
               WS-EDIT-COUNT delimited by size
               into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           move WS-FAILED-COUNT to WS-EDIT-COUNT
           string 'FAILED CALLS (RC NOT ZERO) . : ' delimited by size
               WS-EDIT-COUNT delimited by size
               into PRT-LINE
           end-string
           write PRT-LINE

           display 'RSTPR30 - ' WS-READ-COUNT ' TIMED CALLS, '
                   WS-FAILED-COUNT ' FAILED'
           .

       UPDATE-DAILY-STATS-PARA.

      *    read-then-rewrite so the RSTPR00 count half and the
      *    RSTPR10 duration half of the record survive whichever
      *    job runs first.
           if WS-STAT-DATE = spaces or WS-READ-COUNT = 0
               display 'RSTPR30 - NO TIMED CALLS, DAILY '
                       'STATISTICS NOT UPDATED'
           else
               move 'N' to WS-STAT-FOUND-SW
               move WS-STAT-DATE to STAT-DATE

               read STAT-FILE
                   invalid key
                       perform INIT-STAT-ENTRY-PARA
                   not invalid key
                       set WS-STAT-FOUND to true
                       if WS-STAT-REC-LEN < WS-STAT-FULL-LEN
                           perform ZERO-STAT-LATENCY-PARA
                       end-if
               end-read

               move WS-CAS-COUNT to STAT-CAS-LAT-COUNT
               move WS-CAS-MIN   to STAT-CAS-LAT-MIN
               move WS-CAS-AVG   to STAT-CAS-LAT-AVG
               move WS-CAS-P90   to STAT-CAS-LAT-P90
               move WS-CAS-MAX   to STAT-CAS-LAT-MAX
               move WS-DCA-COUNT to STAT-DCA-LAT-COUNT
               move WS-DCA-MIN   to STAT-DCA-LAT-MIN
               move WS-DCA-AVG   to STAT-DCA-LAT-AVG
               move WS-DCA-P90   to STAT-DCA-LAT-P90
               move WS-DCA-MAX   to STAT-DCA-LAT-MAX

               move WS-STAT-FULL-LEN to WS-STAT-REC-LEN
               if WS-STAT-FOUND
                   rewrite RST-DAILY-STAT-ENTRY
                       invalid key
                           display 'RSTPR30 WARNING - DAILY '
                                   'STATISTICS REWRITE FAILED'
                   end-rewrite
               else
                   write RST-DAILY-STAT-ENTRY
                       invalid key
                           display 'RSTPR30 WARNING - DAILY '
                                   'STATISTICS WRITE FAILED'
                   end-write
               end-if
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
           move 0 to STAT-STARTS
           move 0 to STAT-COMPLETES
           move 0 to STAT-CAS-FAILS
           move 0 to STAT-DCA-FAILS
           move 0 to STAT-VAL-FAILS
           move 0 to STAT-LIM-FAILS
           move 0 to STAT-RTE-FAILS
           move 0 to STAT-TIMEOUTS
           move 0 to STAT-BUSY-HOUR
           move 0 to STAT-BUSY-HOUR-STARTS
           move 0 to STAT-DUR-COUNT
           move 0 to STAT-DUR-MIN
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

       TERMINATE-PARA.

           close REPORT-FILE
           close STAT-FILE
           .

       end program RSTPR30.
