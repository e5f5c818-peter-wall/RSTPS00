       identification division.
       program-id. RSTPK10.

      *================================================================
      *  RSTPK10 - recovery rebuild of the AUDDF keyed audit file and
      *  the ERRDF keyed error file from the spooled RAUD and RERR
      *  extracts.  The online programs write both keyed files on a
      *  "take the RESP and carry on" basis (see RSTPN00), and a
      *  failed keyed write, a bad IDCAMS run or a restore to the
      *  wrong point leaves RSTPA00, RSTPE00 and RSTPQ00 blind for
      *  the days lost.  The sequential extract is the complete copy;
      *  this job puts the keyed records back from it.
      *
      *  AUDITIN / ERRORIN are a range of days of extract - one
      *  region's RAUD/RERR datasets or the RSTPD00 AUDITOUT /
      *  ERROROUT consolidation, concatenated in JCL as needed.
      *  PARMIN:  column  1     R = reload an emptied file,
      *                         F = fill in missing records only
      *           column  2     A = AUDDF, E = ERRDF, B = both
      *           columns 3-10  from date YYYYMMDD
      *           columns 11-18 to date   YYYYMMDD
      *           columns 19-26 APPLID to take, blank = every region
      *  A missing or invalid card prints the reason and ends with
      *  RETURN-CODE 8.  Reload demands an empty live file and ends
      *  with RETURN-CODE 8, writing nothing, if it is not - use F.
      *
      *  Each record is keyed exactly as the online writer keys it
      *  (copy/RSTAUD2.cpy, copy/RSTERR2.cpy), except that the
      *  extract does not carry the CICS task number.  A rebuilt
      *  record takes a surrogate task number counted down from
      *  9999999 - above anything a region hands out - until its key
      *  is free, so rebuilt records are recognisable on the file.
      *  A record counts as already present when a record with the
      *  same key less the task number and the same byte image is on
      *  the target file; the extract is sorted so that identical
      *  records of one second are taken together, and only as many
      *  as the file is short of are added.
      *
      *  Records older than the RSTPK00 retention window go to
      *  AUDHIST / ERRHIST instead of the live file.  RETAIN is
      *  RSTPK00's own PARMIN card (columns 1-5 AUDDF days, 6-10
      *  ERRDF days, each defaulted to 7 as there), so the two jobs
      *  can never disagree on where a day belongs.  History is
      *  always filled, never reloaded.
      *
      *  RBLDRPT lists every rejected extract record with the reason
      *  and ends with records added (live and history), already
      *  present and rejected per file, the evidence that the online
      *  trail is whole again.  RETURN-CODE 4 if anything was
      *  rejected.
      *================================================================

       environment division.
       configuration section.

       input-output section.
       file-control.
           select PARM-FILE assign to PARMIN
               organization is sequential.

           select RETAIN-FILE assign to RETAIN
               organization is sequential.

           select AUDIT-FILE assign to AUDITIN
               organization is sequential.

           select ERROR-FILE assign to ERRORIN
               organization is sequential.

           select AUDDF-FILE assign to AUDDF
               organization is indexed
               access mode is dynamic
               record key is AUDD-KEY.

           select AUD-HISTORY-FILE assign to AUDHIST
               organization is indexed
               access mode is dynamic
               record key is AUDH-KEY.

           select ERRDF-FILE assign to ERRDF
               organization is indexed
               access mode is dynamic
               record key is ERRD-KEY.

           select ERR-HISTORY-FILE assign to ERRHIST
               organization is indexed
               access mode is dynamic
               record key is ERRH-KEY.

           select REPORT-FILE assign to RBLDRPT
               organization is sequential.

           select SORT-FILE assign to SORTWK1.

           select SORT2-FILE assign to SORTWK2.

       data division.
       file section.

       fd  PARM-FILE
           recording mode is f.
       01  PARM-RECORD.
           05  PARM-MODE                   PIC X.
               88  PARM-RELOAD             VALUE 'R'.
               88  PARM-FILL               VALUE 'F'.
           05  PARM-FILES                  PIC X.
               88  PARM-AUDIT-ONLY         VALUE 'A'.
               88  PARM-ERROR-ONLY         VALUE 'E'.
               88  PARM-BOTH               VALUE 'B'.
           05  PARM-FROM-DATE              PIC X(8).
           05  PARM-TO-DATE                PIC X(8).
           05  PARM-APPLID                 PIC X(8).
           05  FILLER                      PIC X(54).

       fd  RETAIN-FILE
           recording mode is f.
       01  RETAIN-RECORD.
           05  RETAIN-AUD-DAYS             PIC 9(5).
           05  RETAIN-ERR-DAYS             PIC 9(5).
           05  FILLER                      PIC X(70).

       fd  AUDIT-FILE
           recording mode is f.
           copy RSTAUD1.

       fd  ERROR-FILE
           recording mode is f.
           copy RSTERR1.

       fd  AUDDF-FILE.
           copy RSTAUD2.

       fd  AUD-HISTORY-FILE.
       01  AUD-HISTORY-RECORD.
           05  AUDH-KEY.
               10  AUDH-CONTEXT-ID         PIC X(16).
               10  AUDH-DATE               PIC X(8).
               10  AUDH-TIME               PIC X(6).
               10  AUDH-TASKNO             PIC 9(7).
               10  AUDH-EVENT-TYPE         PIC X(8).
           05  AUDH-AUDIT-IMAGE            PIC X(74).

       fd  ERRDF-FILE.
           copy RSTERR2.

       fd  ERR-HISTORY-FILE.
       01  ERR-HISTORY-RECORD.
           05  ERRH-KEY.
               10  ERRH-DATE               PIC X(8).
               10  ERRH-TIME               PIC X(6).
               10  ERRH-TASKNO             PIC 9(7).
           05  ERRH-ERROR-IMAGE            PIC X(116).

       fd  REPORT-FILE
           recording mode is f.
       01  REPORT-LINE                     PIC X(100).

      *    audit extract records, sorted so identical events of one
      *    context and second come together.
       sd  SORT-FILE.
       01  SORT-AUD-REC.
           05  SA-CONTEXT-ID               PIC X(16).
           05  SA-DATE                     PIC X(8).
           05  SA-TIME                     PIC X(6).
           05  SA-EVENT-TYPE               PIC X(8).
           05  SA-AUDIT-IMAGE              PIC X(74).

       sd  SORT2-FILE.
       01  SORT-ERR-REC.
           05  SE-DATE                     PIC X(8).
           05  SE-TIME                     PIC X(6).
           05  SE-ERROR-IMAGE              PIC X(116).

       working-storage section.

       01  WS-DEFAULT-AUD-DAYS             PIC 9(5) VALUE 7.
       01  WS-DEFAULT-ERR-DAYS             PIC 9(5) VALUE 7.
       01  WS-AUD-DAYS                     PIC 9(5) VALUE 0.
       01  WS-ERR-DAYS                     PIC 9(5) VALUE 0.

       01  WS-PARM-EOF-SW                  PIC X VALUE 'N'.
           88  WS-PARM-EOF                 VALUE 'Y'.
       01  WS-PARM-OK-SW                   PIC X VALUE 'N'.
           88  WS-PARM-OK                  VALUE 'Y'.
       01  WS-RETAIN-EOF-SW                PIC X VALUE 'N'.
           88  WS-RETAIN-EOF               VALUE 'Y'.
       01  WS-RETAIN-DEFAULTED-SW          PIC X VALUE 'N'.
           88  WS-RETAIN-DEFAULTED         VALUE 'Y'.
       01  WS-INPUT-EOF-SW                 PIC X VALUE 'N'.
           88  WS-INPUT-EOF                VALUE 'Y'.
       01  WS-SORT-EOF-SW                  PIC X VALUE 'N'.
           88  WS-SORT-EOF                 VALUE 'Y'.
       01  WS-SCAN-DONE-SW                 PIC X VALUE 'N'.
           88  WS-SCAN-DONE                VALUE 'Y'.
       01  WS-WRITTEN-SW                   PIC X VALUE 'N'.
           88  WS-WRITTEN                  VALUE 'Y'.
       01  WS-DO-AUDIT-SW                  PIC X VALUE 'N'.
           88  WS-DO-AUDIT                 VALUE 'Y'.
       01  WS-DO-ERROR-SW                  PIC X VALUE 'N'.
           88  WS-DO-ERROR                 VALUE 'Y'.
       01  WS-TO-HISTORY-SW                PIC X VALUE 'N'.
           88  WS-TO-HISTORY               VALUE 'Y'.

       01  WS-PARM-MSG                     PIC X(60) VALUE spaces.
       01  WS-REJECT-REASON                PIC X(30).
       01  WS-FROM-DATE                    PIC X(8).
       01  WS-TO-DATE                      PIC X(8).
       01  WS-SELECT-APPLID                PIC X(8).

       01  WS-TODAY-NUM                    PIC 9(8).
       01  WS-TODAY-INTEGER                PIC S9(8) COMP.
       01  WS-CUTOFF-INTEGER               PIC S9(8) COMP.
       01  WS-CUTOFF-NUM                   PIC 9(8).
       01  WS-AUD-CUTOFF-DATE              PIC X(8).
       01  WS-ERR-CUTOFF-DATE              PIC X(8).

      *    one group = identical extract records; WS-GROUP-ON-FILE
      *    is how many copies the target file already holds.
       01  WS-PREV-AUD-REC                 PIC X(112) VALUE spaces.
       01  WS-PREV-ERR-REC                 PIC X(130) VALUE spaces.
       01  WS-GROUP-SEEN                   PIC S9(7) COMP-3 VALUE 0.
       01  WS-GROUP-ON-FILE                PIC S9(7) COMP-3 VALUE 0.

       01  WS-SURROGATE-TASKNO             PIC 9(7).
       01  WS-MAX-TRIES                    PIC S9(4) COMP VALUE 500.
       01  WS-TRIES                        PIC S9(4) COMP VALUE 0.

       01  WS-AUD-READ                     PIC S9(9) COMP-3 VALUE 0.
       01  WS-AUD-OUT-OF-RANGE             PIC S9(9) COMP-3 VALUE 0.
       01  WS-AUD-OTHER-REGION             PIC S9(9) COMP-3 VALUE 0.
       01  WS-AUD-REJECTED                 PIC S9(9) COMP-3 VALUE 0.
       01  WS-AUD-ADDED-LIVE               PIC S9(9) COMP-3 VALUE 0.
       01  WS-AUD-ADDED-HIST               PIC S9(9) COMP-3 VALUE 0.
       01  WS-AUD-PRESENT                  PIC S9(9) COMP-3 VALUE 0.
       01  WS-ERR-READ                     PIC S9(9) COMP-3 VALUE 0.
       01  WS-ERR-OUT-OF-RANGE             PIC S9(9) COMP-3 VALUE 0.
       01  WS-ERR-OTHER-REGION             PIC S9(9) COMP-3 VALUE 0.
       01  WS-ERR-REJECTED                 PIC S9(9) COMP-3 VALUE 0.
       01  WS-ERR-ADDED-LIVE               PIC S9(9) COMP-3 VALUE 0.
       01  WS-ERR-ADDED-HIST               PIC S9(9) COMP-3 VALUE 0.
       01  WS-ERR-PRESENT                  PIC S9(9) COMP-3 VALUE 0.

       01  WS-EDIT-COUNT                   PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-DAYS                    PIC ZZZZ9.

       procedure division.

       MAIN-PARA.

           perform INITIALIZE-PARA

           if WS-PARM-OK and WS-DO-AUDIT
               sort SORT-FILE
                   on ascending key SA-CONTEXT-ID SA-DATE SA-TIME
                                    SA-EVENT-TYPE SA-AUDIT-IMAGE
                   input procedure is SELECT-AUDIT-PARA
                   output procedure is REBUILD-AUDIT-PARA
           end-if

           if WS-PARM-OK and WS-DO-ERROR
               sort SORT2-FILE
                   on ascending key SE-DATE SE-TIME SE-ERROR-IMAGE
                   input procedure is SELECT-ERROR-PARA
                   output procedure is REBUILD-ERROR-PARA
           end-if

           if WS-PARM-OK
               perform WRITE-SUMMARY-PARA
               if WS-AUD-REJECTED > 0 or WS-ERR-REJECTED > 0
                   move 4 to RETURN-CODE
               end-if
           else
               move 8 to RETURN-CODE
           end-if

           perform TERMINATE-PARA

           stop run
           .

       INITIALIZE-PARA.

           open input  PARM-FILE
           open input  RETAIN-FILE
           open output REPORT-FILE

           accept WS-TODAY-NUM from date yyyymmdd
           compute WS-TODAY-INTEGER =
               function integer-of-date(WS-TODAY-NUM)

           perform READ-PARM-PARA
           perform READ-RETAIN-PARA

           compute WS-CUTOFF-INTEGER =
               WS-TODAY-INTEGER - WS-AUD-DAYS
           compute WS-CUTOFF-NUM =
               function date-of-integer(WS-CUTOFF-INTEGER)
           move WS-CUTOFF-NUM to WS-AUD-CUTOFF-DATE

           compute WS-CUTOFF-INTEGER =
               WS-TODAY-INTEGER - WS-ERR-DAYS
           compute WS-CUTOFF-NUM =
               function date-of-integer(WS-CUTOFF-INTEGER)
           move WS-CUTOFF-NUM to WS-ERR-CUTOFF-DATE

           if WS-PARM-OK and WS-DO-AUDIT
               open i-o AUDDF-FILE
               open i-o AUD-HISTORY-FILE
           end-if

           if WS-PARM-OK and WS-DO-ERROR
               open i-o ERRDF-FILE
               open i-o ERR-HISTORY-FILE
           end-if

           if WS-PARM-OK and PARM-RELOAD
               perform CHECK-RELOAD-EMPTY-PARA
           end-if

           perform WRITE-HEADING-PARA
           .

       READ-PARM-PARA.

           read PARM-FILE
               at end
                   set WS-PARM-EOF to true
           end-read

           evaluate true
               when WS-PARM-EOF
                   move 'PARMIN CARD MISSING' to WS-PARM-MSG
               when not PARM-RELOAD and not PARM-FILL
                   move 'COLUMN 1 MUST BE R (RELOAD) OR F (FILL)'
                     to WS-PARM-MSG
               when not PARM-AUDIT-ONLY and not PARM-ERROR-ONLY
                       and not PARM-BOTH
                   move 'COLUMN 2 MUST BE A (AUDDF), E (ERRDF) OR B'
                     to WS-PARM-MSG
               when PARM-FROM-DATE not numeric
                       or PARM-TO-DATE not numeric
                   move 'FROM/TO DATES MUST BE YYYYMMDD'
                     to WS-PARM-MSG
               when PARM-FROM-DATE > PARM-TO-DATE
                   move 'FROM DATE IS AFTER TO DATE' to WS-PARM-MSG
               when other
                   set WS-PARM-OK to true
                   move PARM-FROM-DATE to WS-FROM-DATE
                   move PARM-TO-DATE   to WS-TO-DATE
                   move PARM-APPLID    to WS-SELECT-APPLID
                   if PARM-AUDIT-ONLY or PARM-BOTH
                       set WS-DO-AUDIT to true
                   end-if
                   if PARM-ERROR-ONLY or PARM-BOTH
                       set WS-DO-ERROR to true
                   end-if
           end-evaluate
           .

       READ-RETAIN-PARA.

      *    RSTPK00's card and RSTPK00's defaults.
           read RETAIN-FILE
               at end
                   set WS-RETAIN-EOF to true
           end-read

           if WS-RETAIN-EOF or RETAIN-AUD-DAYS not numeric
                   or RETAIN-AUD-DAYS = 0
               move WS-DEFAULT-AUD-DAYS to WS-AUD-DAYS
               set WS-RETAIN-DEFAULTED to true
           else
               move RETAIN-AUD-DAYS to WS-AUD-DAYS
           end-if

           if WS-RETAIN-EOF or RETAIN-ERR-DAYS not numeric
                   or RETAIN-ERR-DAYS = 0
               move WS-DEFAULT-ERR-DAYS to WS-ERR-DAYS
               set WS-RETAIN-DEFAULTED to true
           else
               move RETAIN-ERR-DAYS to WS-ERR-DAYS
           end-if
           .

       CHECK-RELOAD-EMPTY-PARA.

      *    a reload skips the already-present search on the live
      *    file, so it is only safe into a file that really is empty.
           if WS-DO-AUDIT
               read AUDDF-FILE next
                   at end
                       continue
                   not at end
                       move 'AUDDF IS NOT EMPTY - USE MODE F'
                         to WS-PARM-MSG
                       move 'N' to WS-PARM-OK-SW
               end-read
           end-if

           if WS-DO-ERROR and WS-PARM-OK
               read ERRDF-FILE next
                   at end
                       continue
                   not at end
                       move 'ERRDF IS NOT EMPTY - USE MODE F'
                         to WS-PARM-MSG
                       move 'N' to WS-PARM-OK-SW
               end-read
           end-if
           .

       SELECT-AUDIT-PARA.

           open input AUDIT-FILE
           move 'N' to WS-INPUT-EOF-SW

           perform until WS-INPUT-EOF
               read AUDIT-FILE
                   at end
                       set WS-INPUT-EOF to true
                   not at end
                       add 1 to WS-AUD-READ
                       perform SELECT-ONE-AUDIT-PARA
               end-read
           end-perform

           close AUDIT-FILE
           .

       SELECT-ONE-AUDIT-PARA.

           move spaces to WS-REJECT-REASON

           evaluate true
               when AUD-DATE not numeric or AUD-TIME not numeric
                   move 'DATE/TIME NOT NUMERIC' to WS-REJECT-REASON
               when AUD-EVENT-TYPE = spaces
                   move 'NO EVENT TYPE' to WS-REJECT-REASON
               when AUD-DATE < WS-FROM-DATE or AUD-DATE > WS-TO-DATE
                   add 1 to WS-AUD-OUT-OF-RANGE
               when WS-SELECT-APPLID not = spaces
                       and AUD-APPLID not = WS-SELECT-APPLID
                   add 1 to WS-AUD-OTHER-REGION
               when other
      *            the key fields exactly as the online writers set
      *            them from the audit record.
                   move AUD-CONTEXT-ID   to SA-CONTEXT-ID
                   move AUD-DATE         to SA-DATE
                   move AUD-TIME         to SA-TIME
                   move AUD-EVENT-TYPE   to SA-EVENT-TYPE
                   move RST-AUDIT-RECORD to SA-AUDIT-IMAGE
                   release SORT-AUD-REC
           end-evaluate

           if WS-REJECT-REASON not = spaces
               add 1 to WS-AUD-REJECTED
               move spaces to REPORT-LINE
               string 'REJECTED AUDIT  ' delimited by size
                      WS-REJECT-REASON delimited by size
                      ' ' delimited by size
                      RST-AUDIT-RECORD delimited by size
                      into REPORT-LINE
               end-string
               write REPORT-LINE
           end-if
           .

       REBUILD-AUDIT-PARA.

           move 'N' to WS-SORT-EOF-SW
           move spaces to WS-PREV-AUD-REC

           perform until WS-SORT-EOF
               return SORT-FILE
                   at end
                       set WS-SORT-EOF to true
                   not at end
                       perform REBUILD-ONE-AUDIT-PARA
               end-return
           end-perform
           .

       REBUILD-ONE-AUDIT-PARA.

           if SORT-AUD-REC not = WS-PREV-AUD-REC
               move SORT-AUD-REC to WS-PREV-AUD-REC
               move 0 to WS-GROUP-SEEN
               move 0 to WS-GROUP-ON-FILE

               if SA-DATE < WS-AUD-CUTOFF-DATE
                   set WS-TO-HISTORY to true
                   perform COUNT-AUDHIST-COPIES-PARA
               else
                   move 'N' to WS-TO-HISTORY-SW
                   if PARM-FILL
                       perform COUNT-AUDDF-COPIES-PARA
                   end-if
               end-if
           end-if

           add 1 to WS-GROUP-SEEN

           if WS-GROUP-SEEN not > WS-GROUP-ON-FILE
               add 1 to WS-AUD-PRESENT
           else
               if WS-TO-HISTORY
                   perform WRITE-AUDHIST-PARA
               else
                   perform WRITE-AUDDF-PARA
               end-if
           end-if
           .

       COUNT-AUDDF-COPIES-PARA.

      *    every record of this context and second, whatever its
      *    task number; a copy is one with the same event and image.
           move 'N' to WS-SCAN-DONE-SW
           move low-values    to AUDD-KEY
           move SA-CONTEXT-ID to AUDD-CONTEXT-ID
           move SA-DATE       to AUDD-DATE
           move SA-TIME       to AUDD-TIME

           start AUDDF-FILE key >= AUDD-KEY
               invalid key
                   set WS-SCAN-DONE to true
           end-start

           perform until WS-SCAN-DONE
               read AUDDF-FILE next
                   at end
                       set WS-SCAN-DONE to true
                   not at end
                       if AUDD-CONTEXT-ID not = SA-CONTEXT-ID
                               or AUDD-DATE not = SA-DATE
                               or AUDD-TIME not = SA-TIME
                           set WS-SCAN-DONE to true
                       else
                           if AUDD-EVENT-TYPE = SA-EVENT-TYPE
                                   and AUDD-AUDIT-IMAGE
                                       = SA-AUDIT-IMAGE
                               add 1 to WS-GROUP-ON-FILE
                           end-if
                       end-if
               end-read
           end-perform
           .

       COUNT-AUDHIST-COPIES-PARA.

           move 'N' to WS-SCAN-DONE-SW
           move low-values    to AUDH-KEY
           move SA-CONTEXT-ID to AUDH-CONTEXT-ID
           move SA-DATE       to AUDH-DATE
           move SA-TIME       to AUDH-TIME

           start AUD-HISTORY-FILE key >= AUDH-KEY
               invalid key
                   set WS-SCAN-DONE to true
           end-start

           perform until WS-SCAN-DONE
               read AUD-HISTORY-FILE next
                   at end
                       set WS-SCAN-DONE to true
                   not at end
                       if AUDH-CONTEXT-ID not = SA-CONTEXT-ID
                               or AUDH-DATE not = SA-DATE
                               or AUDH-TIME not = SA-TIME
                           set WS-SCAN-DONE to true
                       else
                           if AUDH-EVENT-TYPE = SA-EVENT-TYPE
                                   and AUDH-AUDIT-IMAGE
                                       = SA-AUDIT-IMAGE
                               add 1 to WS-GROUP-ON-FILE
                           end-if
                       end-if
               end-read
           end-perform
           .

       WRITE-AUDDF-PARA.

           move 'N' to WS-WRITTEN-SW
           move 0 to WS-TRIES
           move 9999999 to WS-SURROGATE-TASKNO

           move SA-CONTEXT-ID  to AUDD-CONTEXT-ID
           move SA-DATE        to AUDD-DATE
           move SA-TIME        to AUDD-TIME
           move SA-EVENT-TYPE  to AUDD-EVENT-TYPE
           move SA-AUDIT-IMAGE to AUDD-AUDIT-IMAGE

           perform until WS-WRITTEN or WS-TRIES >= WS-MAX-TRIES
               move WS-SURROGATE-TASKNO to AUDD-TASKNO
               write RST-AUDIT-DF-RECORD
                   invalid key
                       add 1 to WS-TRIES
                       subtract 1 from WS-SURROGATE-TASKNO
                   not invalid key
                       set WS-WRITTEN to true
               end-write
           end-perform

           if WS-WRITTEN
               add 1 to WS-AUD-ADDED-LIVE
           else
               move 'NO FREE SURROGATE TASK NUMBER'
                 to WS-REJECT-REASON
               perform REJECT-SORTED-AUDIT-PARA
           end-if
           .

       WRITE-AUDHIST-PARA.

           move 'N' to WS-WRITTEN-SW
           move 0 to WS-TRIES
           move 9999999 to WS-SURROGATE-TASKNO

           move SA-CONTEXT-ID  to AUDH-CONTEXT-ID
           move SA-DATE        to AUDH-DATE
           move SA-TIME        to AUDH-TIME
           move SA-EVENT-TYPE  to AUDH-EVENT-TYPE
           move SA-AUDIT-IMAGE to AUDH-AUDIT-IMAGE

           perform until WS-WRITTEN or WS-TRIES >= WS-MAX-TRIES
               move WS-SURROGATE-TASKNO to AUDH-TASKNO
               write AUD-HISTORY-RECORD
                   invalid key
                       add 1 to WS-TRIES
                       subtract 1 from WS-SURROGATE-TASKNO
                   not invalid key
                       set WS-WRITTEN to true
               end-write
           end-perform

           if WS-WRITTEN
               add 1 to WS-AUD-ADDED-HIST
           else
               move 'NO FREE SURROGATE TASK NUMBER'
                 to WS-REJECT-REASON
               perform REJECT-SORTED-AUDIT-PARA
           end-if
           .

       REJECT-SORTED-AUDIT-PARA.

           add 1 to WS-AUD-REJECTED
           move spaces to REPORT-LINE
           string 'REJECTED AUDIT  ' delimited by size
                  WS-REJECT-REASON delimited by size
                  ' ' delimited by size
                  SA-AUDIT-IMAGE delimited by size
                  into REPORT-LINE
           end-string
           write REPORT-LINE
           .

       SELECT-ERROR-PARA.

           open input ERROR-FILE
           move 'N' to WS-INPUT-EOF-SW

           perform until WS-INPUT-EOF
               read ERROR-FILE
                   at end
                       set WS-INPUT-EOF to true
                   not at end
                       add 1 to WS-ERR-READ
                       perform SELECT-ONE-ERROR-PARA
               end-read
           end-perform

           close ERROR-FILE
           .

       SELECT-ONE-ERROR-PARA.

           move spaces to WS-REJECT-REASON

           evaluate true
               when ERR-DATE not numeric or ERR-TIME not numeric
                   move 'DATE/TIME NOT NUMERIC' to WS-REJECT-REASON
               when ERR-DATE < WS-FROM-DATE or ERR-DATE > WS-TO-DATE
                   add 1 to WS-ERR-OUT-OF-RANGE
               when WS-SELECT-APPLID not = spaces
                       and ERR-APPLID not = WS-SELECT-APPLID
                   add 1 to WS-ERR-OTHER-REGION
               when other
                   move ERR-DATE         to SE-DATE
                   move ERR-TIME         to SE-TIME
                   move RST-ERROR-RECORD to SE-ERROR-IMAGE
                   release SORT-ERR-REC
           end-evaluate

           if WS-REJECT-REASON not = spaces
               add 1 to WS-ERR-REJECTED
               move spaces to REPORT-LINE
               string 'REJECTED ERROR  ' delimited by size
                      WS-REJECT-REASON delimited by size
                      ' ' delimited by size
                      ERR-TERM-ID delimited by size
                      ' ' delimited by size
                      ERR-USER-ID delimited by size
                      ' ' delimited by size
                      ERR-DATE delimited by size
                      ' ' delimited by size
                      ERR-TIME delimited by size
                      ' ' delimited by size
                      ERR-FAILING-CALL delimited by size
                      into REPORT-LINE
               end-string
               write REPORT-LINE
           end-if
           .

       REBUILD-ERROR-PARA.

           move 'N' to WS-SORT-EOF-SW
           move spaces to WS-PREV-ERR-REC

           perform until WS-SORT-EOF
               return SORT2-FILE
                   at end
                       set WS-SORT-EOF to true
                   not at end
                       perform REBUILD-ONE-ERROR-PARA
               end-return
           end-perform
           .

       REBUILD-ONE-ERROR-PARA.

           if SORT-ERR-REC not = WS-PREV-ERR-REC
               move SORT-ERR-REC to WS-PREV-ERR-REC
               move 0 to WS-GROUP-SEEN
               move 0 to WS-GROUP-ON-FILE

               if SE-DATE < WS-ERR-CUTOFF-DATE
                   set WS-TO-HISTORY to true
                   perform COUNT-ERRHIST-COPIES-PARA
               else
                   move 'N' to WS-TO-HISTORY-SW
                   if PARM-FILL
                       perform COUNT-ERRDF-COPIES-PARA
                   end-if
               end-if
           end-if

           add 1 to WS-GROUP-SEEN

           if WS-GROUP-SEEN not > WS-GROUP-ON-FILE
               add 1 to WS-ERR-PRESENT
           else
               if WS-TO-HISTORY
                   perform WRITE-ERRHIST-PARA
               else
                   perform WRITE-ERRDF-PARA
               end-if
           end-if
           .

       COUNT-ERRDF-COPIES-PARA.

           move 'N' to WS-SCAN-DONE-SW
           move low-values to ERRD-KEY
           move SE-DATE    to ERRD-DATE
           move SE-TIME    to ERRD-TIME

           start ERRDF-FILE key >= ERRD-KEY
               invalid key
                   set WS-SCAN-DONE to true
           end-start

           perform until WS-SCAN-DONE
               read ERRDF-FILE next
                   at end
                       set WS-SCAN-DONE to true
                   not at end
                       if ERRD-DATE not = SE-DATE
                               or ERRD-TIME not = SE-TIME
                           set WS-SCAN-DONE to true
                       else
                           if ERRD-ERROR-IMAGE = SE-ERROR-IMAGE
                               add 1 to WS-GROUP-ON-FILE
                           end-if
                       end-if
               end-read
           end-perform
           .

       COUNT-ERRHIST-COPIES-PARA.

           move 'N' to WS-SCAN-DONE-SW
           move low-values to ERRH-KEY
           move SE-DATE    to ERRH-DATE
           move SE-TIME    to ERRH-TIME

           start ERR-HISTORY-FILE key >= ERRH-KEY
               invalid key
                   set WS-SCAN-DONE to true
           end-start

           perform until WS-SCAN-DONE
               read ERR-HISTORY-FILE next
                   at end
                       set WS-SCAN-DONE to true
                   not at end
                       if ERRH-DATE not = SE-DATE
                               or ERRH-TIME not = SE-TIME
                           set WS-SCAN-DONE to true
                       else
                           if ERRH-ERROR-IMAGE = SE-ERROR-IMAGE
                               add 1 to WS-GROUP-ON-FILE
                           end-if
                       end-if
               end-read
           end-perform
           .

       WRITE-ERRDF-PARA.

           move 'N' to WS-WRITTEN-SW
           move 0 to WS-TRIES
           move 9999999 to WS-SURROGATE-TASKNO

           move SE-DATE        to ERRD-DATE
           move SE-TIME        to ERRD-TIME
           move SE-ERROR-IMAGE to ERRD-ERROR-IMAGE

           perform until WS-WRITTEN or WS-TRIES >= WS-MAX-TRIES
               move WS-SURROGATE-TASKNO to ERRD-TASKNO
               write RST-ERROR-DF-RECORD
                   invalid key
                       add 1 to WS-TRIES
                       subtract 1 from WS-SURROGATE-TASKNO
                   not invalid key
                       set WS-WRITTEN to true
               end-write
           end-perform

           if WS-WRITTEN
               add 1 to WS-ERR-ADDED-LIVE
           else
               move 'NO FREE SURROGATE TASK NUMBER'
                 to WS-REJECT-REASON
               perform REJECT-SORTED-ERROR-PARA
           end-if
           .

       WRITE-ERRHIST-PARA.

           move 'N' to WS-WRITTEN-SW
           move 0 to WS-TRIES
           move 9999999 to WS-SURROGATE-TASKNO

           move SE-DATE        to ERRH-DATE
           move SE-TIME        to ERRH-TIME
           move SE-ERROR-IMAGE to ERRH-ERROR-IMAGE

           perform until WS-WRITTEN or WS-TRIES >= WS-MAX-TRIES
               move WS-SURROGATE-TASKNO to ERRH-TASKNO
               write ERR-HISTORY-RECORD
                   invalid key
                       add 1 to WS-TRIES
                       subtract 1 from WS-SURROGATE-TASKNO
                   not invalid key
                       set WS-WRITTEN to true
               end-write
           end-perform

           if WS-WRITTEN
               add 1 to WS-ERR-ADDED-HIST
           else
               move 'NO FREE SURROGATE TASK NUMBER'
                 to WS-REJECT-REASON
               perform REJECT-SORTED-ERROR-PARA
           end-if
           .

       REJECT-SORTED-ERROR-PARA.

           add 1 to WS-ERR-REJECTED
           move SE-ERROR-IMAGE to RST-ERROR-RECORD
           move spaces to REPORT-LINE
           string 'REJECTED ERROR  ' delimited by size
                  WS-REJECT-REASON delimited by size
                  ' ' delimited by size
                  ERR-TERM-ID delimited by size
                  ' ' delimited by size
                  ERR-USER-ID delimited by size
                  ' ' delimited by size
                  ERR-DATE delimited by size
                  ' ' delimited by size
                  ERR-TIME delimited by size
                  ' ' delimited by size
                  ERR-FAILING-CALL delimited by size
                  into REPORT-LINE
           end-string
           write REPORT-LINE
           .

       WRITE-HEADING-PARA.

           move spaces to REPORT-LINE
           string 'RSTPK10 AUDDF/ERRDF REBUILD FROM EXTRACT - '
                       delimited by size
                  WS-TODAY-NUM delimited by size
                  into REPORT-LINE
           end-string
           write REPORT-LINE

           move spaces to REPORT-LINE
           if WS-PARM-OK
               if PARM-RELOAD
                   move 'RELOAD' to WS-REJECT-REASON
               else
                   move 'FILL' to WS-REJECT-REASON
               end-if
               if WS-SELECT-APPLID = spaces
                   move 'ALL' to WS-SELECT-APPLID
               end-if
               string 'MODE ' delimited by size
                      WS-REJECT-REASON delimited by space
                      '  FILES ' delimited by size
                      PARM-FILES delimited by size
                      '  FROM ' delimited by size
                      WS-FROM-DATE delimited by size
                      ' TO ' delimited by size
                      WS-TO-DATE delimited by size
                      '  REGION ' delimited by size
                      WS-SELECT-APPLID delimited by size
                      into REPORT-LINE
               end-string
               if WS-SELECT-APPLID = 'ALL'
                   move spaces to WS-SELECT-APPLID
               end-if
               move spaces to WS-REJECT-REASON
           else
               string 'PARMIN CARD REJECTED - ' delimited by size
                      WS-PARM-MSG delimited by size
                      into REPORT-LINE
               end-string
               display 'RSTPK10 - ' WS-PARM-MSG
           end-if
           write REPORT-LINE

           move spaces to REPORT-LINE
           move WS-AUD-DAYS to WS-EDIT-DAYS
           string 'AUDDF DAYS KEPT ONLINE: ' delimited by size
                  WS-EDIT-DAYS delimited by size
                  '  (OLDER THAN ' delimited by size
                  WS-AUD-CUTOFF-DATE delimited by size
                  ' TO AUDHIST)' delimited by size
                  into REPORT-LINE
           end-string
           write REPORT-LINE

           move spaces to REPORT-LINE
           move WS-ERR-DAYS to WS-EDIT-DAYS
           string 'ERRDF DAYS KEPT ONLINE: ' delimited by size
                  WS-EDIT-DAYS delimited by size
                  '  (OLDER THAN ' delimited by size
                  WS-ERR-CUTOFF-DATE delimited by size
                  ' TO ERRHIST)' delimited by size
                  into REPORT-LINE
           end-string
           write REPORT-LINE

           if WS-RETAIN-DEFAULTED
               move spaces to REPORT-LINE
               string 'WARNING - RETAIN CARD MISSING OR INVALID,'
                      ' DEFAULT RETENTION USED' delimited by size
                   into REPORT-LINE
               end-string
               write REPORT-LINE
           end-if

           move spaces to REPORT-LINE
           write REPORT-LINE
           .

       WRITE-SUMMARY-PARA.

           move spaces to REPORT-LINE
           write REPORT-LINE

           if WS-DO-AUDIT
               move WS-AUD-READ to WS-EDIT-COUNT
               move spaces to REPORT-LINE
               string 'AUDIT EXTRACT RECORDS READ  : ' delimited by size
                      WS-EDIT-COUNT delimited by size
                      into REPORT-LINE
               end-string
               write REPORT-LINE

               move WS-AUD-OUT-OF-RANGE to WS-EDIT-COUNT
               move spaces to REPORT-LINE
               string '  OUTSIDE THE DATE RANGE  . : ' delimited by size
                      WS-EDIT-COUNT delimited by size
                      into REPORT-LINE
               end-string
               write REPORT-LINE

               move WS-AUD-OTHER-REGION to WS-EDIT-COUNT
               move spaces to REPORT-LINE
               string '  OTHER REGIONS . . . . . . : ' delimited by size
                      WS-EDIT-COUNT delimited by size
                      into REPORT-LINE
               end-string
               write REPORT-LINE

               move WS-AUD-ADDED-LIVE to WS-EDIT-COUNT
               move spaces to REPORT-LINE
               string '  ADDED TO AUDDF  . . . . . : ' delimited by size
                      WS-EDIT-COUNT delimited by size
                      into REPORT-LINE
               end-string
               write REPORT-LINE

               move WS-AUD-ADDED-HIST to WS-EDIT-COUNT
               move spaces to REPORT-LINE
               string '  ADDED TO AUDHIST  . . . . : ' delimited by size
                      WS-EDIT-COUNT delimited by size
                      into REPORT-LINE
               end-string
               write REPORT-LINE

               move WS-AUD-PRESENT to WS-EDIT-COUNT
               move spaces to REPORT-LINE
               string '  ALREADY PRESENT . . . . . : ' delimited by size
                      WS-EDIT-COUNT delimited by size
                      into REPORT-LINE
               end-string
               write REPORT-LINE

               move WS-AUD-REJECTED to WS-EDIT-COUNT
               move spaces to REPORT-LINE
               string '  REJECTED  . . . . . . . . : ' delimited by size
                      WS-EDIT-COUNT delimited by size
                      into REPORT-LINE
               end-string
               write REPORT-LINE

               display 'RSTPK10 - AUDIT ' WS-AUD-ADDED-LIVE
                       ' AUDDF / ' WS-AUD-ADDED-HIST ' AUDHIST ADDED, '
                       WS-AUD-PRESENT ' PRESENT, '
                       WS-AUD-REJECTED ' REJECTED'
           end-if

           if WS-DO-ERROR
               move spaces to REPORT-LINE
               write REPORT-LINE

               move WS-ERR-READ to WS-EDIT-COUNT
               move spaces to REPORT-LINE
               string 'ERROR EXTRACT RECORDS READ  : ' delimited by size
                      WS-EDIT-COUNT delimited by size
                      into REPORT-LINE
               end-string
               write REPORT-LINE

               move WS-ERR-OUT-OF-RANGE to WS-EDIT-COUNT
               move spaces to REPORT-LINE
               string '  OUTSIDE THE DATE RANGE  . : ' delimited by size
                      WS-EDIT-COUNT delimited by size
                      into REPORT-LINE
               end-string
               write REPORT-LINE

               move WS-ERR-OTHER-REGION to WS-EDIT-COUNT
               move spaces to REPORT-LINE
               string '  OTHER REGIONS . . . . . . : ' delimited by size
                      WS-EDIT-COUNT delimited by size
                      into REPORT-LINE
               end-string
               write REPORT-LINE

               move WS-ERR-ADDED-LIVE to WS-EDIT-COUNT
               move spaces to REPORT-LINE
               string '  ADDED TO ERRDF  . . . . . : ' delimited by size
                      WS-EDIT-COUNT delimited by size
                      into REPORT-LINE
               end-string
               write REPORT-LINE

               move WS-ERR-ADDED-HIST to WS-EDIT-COUNT
               move spaces to REPORT-LINE
               string '  ADDED TO ERRHIST  . . . . : ' delimited by size
                      WS-EDIT-COUNT delimited by size
                      into REPORT-LINE
               end-string
               write REPORT-LINE

               move WS-ERR-PRESENT to WS-EDIT-COUNT
               move spaces to REPORT-LINE
               string '  ALREADY PRESENT . . . . . : ' delimited by size
                      WS-EDIT-COUNT delimited by size
                      into REPORT-LINE
               end-string
               write REPORT-LINE

               move WS-ERR-REJECTED to WS-EDIT-COUNT
               move spaces to REPORT-LINE
               string '  REJECTED  . . . . . . . . : ' delimited by size
                      WS-EDIT-COUNT delimited by size
                      into REPORT-LINE
               end-string
               write REPORT-LINE

               display 'RSTPK10 - ERROR ' WS-ERR-ADDED-LIVE
                       ' ERRDF / ' WS-ERR-ADDED-HIST ' ERRHIST ADDED, '
                       WS-ERR-PRESENT ' PRESENT, '
                       WS-ERR-REJECTED ' REJECTED'
           end-if
           .

       TERMINATE-PARA.

           close PARM-FILE
           close RETAIN-FILE
           close REPORT-FILE

           if WS-DO-AUDIT
               close AUDDF-FILE
               close AUD-HISTORY-FILE
           end-if

           if WS-DO-ERROR
               close ERRDF-FILE
               close ERR-HISTORY-FILE
           end-if
           .

       end program RSTPK10.
