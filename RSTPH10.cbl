       identification division.
       program-id. RSTPH10.

      *================================================================
      *  RSTPH10 - one-off conversion of the DCADF transient-DCA
      *  directory (copy/RSTDCA1.cpy) to a casappc layout version
      *  (copy/CASAPPC.cpy), run at a CA Gen runtime changeover
      *  alongside the RSTCF 'CAVERSN ' parameter change, so the
      *  sessions waiting to be resumed come back in the new layout
      *  instead of being converted one at a time as users return.
      *  RSTPS00 still converts anything this job misses, so the
      *  job is a convenience, not a precondition - but it puts a
      *  number on the changeover before the help desk sees one.
      *
      *  Only entries still waiting to be resumed (DCA-IS-ACTIVE)
      *  are converted; purged entries are left for the RSTPH00
      *  archive.  An entry from before the casappc version fields
      *  counts as '0001' and is rewritten at the full record
      *  length.  Its origin region is not known, so it is left
      *  blank and RSTPS00 fills it in on the next resume.  An entry
      *  carrying a version this job does not know is left alone and
      *  listed.
      *
      *  PARMIN:  columns 1-4  target version, 0001 or 0002 - 0001
      *                        runs the job backwards for a rollback
      *           column  5    U = update DCADF, T = trial run that
      *                        counts and lists but rewrites nothing
      *  A missing or invalid card prints the reason and ends with
      *  RETURN-CODE 8.
      *
      *  CVREPORT lists every converted (or, on a trial run,
      *  convertible) entry, then the waiting entries by version
      *  before and after the run, so the two columns show the whole
      *  directory moved.  RETURN-CODE 4 if any entry carried an
      *  unknown version.
      *================================================================

       environment division.
       configuration section.

       input-output section.
       file-control.
           select PARM-FILE assign to PARMIN
               organization is sequential.

           select DCA-FILE assign to DCADF
               organization is indexed
               access mode is sequential
               record key is DCA-TOKEN.

           select REPORT-FILE assign to CVREPORT
               organization is sequential.

       data division.
       file section.

       fd  PARM-FILE
           recording mode is f.
       01  PARM-RECORD.
           05  PARM-TARGET-VERSION         PIC X(4).
               88  PARM-TARGET-V1          VALUE '0001'.
               88  PARM-TARGET-V2          VALUE '0002'.
           05  PARM-RUN-MODE               PIC X.
               88  PARM-UPDATE             VALUE 'U'.
               88  PARM-TRIAL              VALUE 'T'.
           05  FILLER                      PIC X(75).

      *    entries written before the casappc version fields are 76
      *    bytes; the current layout is 88.
       fd  DCA-FILE
           record is varying in size from 76 to 88 characters
               depending on WS-DCA-REC-LEN.
           copy RSTDCA1.

       fd  REPORT-FILE
           recording mode is f.
       01  REPORT-LINE                     PIC X(100).

       working-storage section.

       01  WS-DCA-REC-LEN                  PIC 9(4) COMP.
       01  WS-DCA-FULL-LEN                 PIC 9(4) COMP VALUE 88.

       01  WS-PARM-EOF-SW                  PIC X VALUE 'N'.
           88  WS-PARM-EOF                 VALUE 'Y'.
       01  WS-PARM-OK-SW                   PIC X VALUE 'N'.
           88  WS-PARM-OK                  VALUE 'Y'.
       01  WS-DCA-EOF-SW                   PIC X VALUE 'N'.
           88  WS-DCA-EOF                  VALUE 'Y'.

       01  WS-PARM-MSG                     PIC X(60) VALUE spaces.
       01  WS-FROM-VERSION                 PIC X(4).
       01  WS-RUN-TEXT                     PIC X(12).
       01  WS-ACTION-TEXT                  PIC X(13).

       01  WS-TODAY-NUM                    PIC 9(8).

       01  WS-READ-COUNT                   PIC S9(8) COMP VALUE 0.
       01  WS-PURGED-COUNT                 PIC S9(8) COMP VALUE 0.
       01  WS-CONVERTED-COUNT              PIC S9(8) COMP VALUE 0.
       01  WS-UNKNOWN-COUNT                PIC S9(8) COMP VALUE 0.
       01  WS-BEFORE-V1-COUNT              PIC S9(8) COMP VALUE 0.
       01  WS-BEFORE-V2-COUNT              PIC S9(8) COMP VALUE 0.
       01  WS-BEFORE-OTHER-COUNT           PIC S9(8) COMP VALUE 0.
       01  WS-AFTER-V1-COUNT               PIC S9(8) COMP VALUE 0.
       01  WS-AFTER-V2-COUNT               PIC S9(8) COMP VALUE 0.
       01  WS-AFTER-OTHER-COUNT            PIC S9(8) COMP VALUE 0.

       01  WS-EDIT-COUNT                   PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-COUNT-2                 PIC Z,ZZZ,ZZ9.

       procedure division.

       MAIN-PARA.

           perform INITIALIZE-PARA

           if WS-PARM-OK
               perform until WS-DCA-EOF
                   read DCA-FILE next
                       at end
                           set WS-DCA-EOF to true
                       not at end
                           add 1 to WS-READ-COUNT
                           perform PROCESS-DCA-ENTRY-PARA
                   end-read
               end-perform

               perform WRITE-SUMMARY-PARA

               if WS-UNKNOWN-COUNT > 0
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
           open output REPORT-FILE

           accept WS-TODAY-NUM from date yyyymmdd

           perform READ-PARM-PARA

           if WS-PARM-OK
               if PARM-UPDATE
                   open i-o DCA-FILE
               else
                   open input DCA-FILE
               end-if
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
               when not PARM-TARGET-V1 and not PARM-TARGET-V2
                   move 'COLUMNS 1-4 MUST BE 0001 OR 0002'
                     to WS-PARM-MSG
               when not PARM-UPDATE and not PARM-TRIAL
                   move 'COLUMN 5 MUST BE U (UPDATE) OR T (TRIAL)'
                     to WS-PARM-MSG
               when other
                   set WS-PARM-OK to true
           end-evaluate
           .

       PROCESS-DCA-ENTRY-PARA.

      *    the tail of a short entry is whatever the last longer
      *    record left in the area - blank it so the entry reads as
      *    '0001' with no origin.
           if WS-DCA-REC-LEN < WS-DCA-FULL-LEN
               move spaces to DCA-CASAPPC-VERSION
               move spaces to DCA-ORIGIN-APPLID
           end-if

           if DCA-IS-PURGED
               add 1 to WS-PURGED-COUNT
           else
               perform PROCESS-WAITING-ENTRY-PARA
           end-if
           .

       PROCESS-WAITING-ENTRY-PARA.

           evaluate true
               when DCA-CASAPPC-V1
                   move '0001' to WS-FROM-VERSION
                   add 1 to WS-BEFORE-V1-COUNT
               when DCA-CASAPPC-V2
                   move '0002' to WS-FROM-VERSION
                   add 1 to WS-BEFORE-V2-COUNT
               when other
                   move DCA-CASAPPC-VERSION to WS-FROM-VERSION
                   add 1 to WS-BEFORE-OTHER-COUNT
           end-evaluate

           evaluate true
               when WS-FROM-VERSION not = '0001'
                       and WS-FROM-VERSION not = '0002'
                   add 1 to WS-UNKNOWN-COUNT
                   add 1 to WS-AFTER-OTHER-COUNT
                   move 'UNKNOWN VER' to WS-ACTION-TEXT
                   perform WRITE-DETAIL-LINE-PARA
               when WS-FROM-VERSION not = PARM-TARGET-VERSION
                   perform CONVERT-DCA-ENTRY-PARA
                   perform COUNT-AFTER-PARA
               when other
                   perform COUNT-AFTER-PARA
           end-evaluate
           .

       COUNT-AFTER-PARA.

      *    what the entry holds now - on a trial run, what it would
      *    hold.
           if PARM-TARGET-V1
               add 1 to WS-AFTER-V1-COUNT
           else
               add 1 to WS-AFTER-V2-COUNT
           end-if
           .

       CONVERT-DCA-ENTRY-PARA.

           add 1 to WS-CONVERTED-COUNT

           if PARM-UPDATE
               move PARM-TARGET-VERSION to DCA-CASAPPC-VERSION
               move WS-DCA-FULL-LEN     to WS-DCA-REC-LEN
               rewrite RST-DCA-ENTRY
               move 'CONVERTED' to WS-ACTION-TEXT
           else
               move 'WOULD CONVERT' to WS-ACTION-TEXT
           end-if

           perform WRITE-DETAIL-LINE-PARA
           .

       WRITE-HEADING-PARA.

           move spaces to REPORT-LINE
           string 'RSTPH10 DCADF CASAPPC VERSION CONVERSION - '
                       delimited by size
                  WS-TODAY-NUM delimited by size
                  into REPORT-LINE
           end-string
           write REPORT-LINE

           move spaces to REPORT-LINE
           if WS-PARM-OK
               if PARM-UPDATE
                   move 'UPDATE RUN' to WS-RUN-TEXT
               else
                   move 'TRIAL RUN' to WS-RUN-TEXT
               end-if
               string 'TARGET VERSION ' delimited by size
                      PARM-TARGET-VERSION delimited by size
                      '  ' delimited by size
                      WS-RUN-TEXT delimited by size
                      into REPORT-LINE
               end-string
           else
               string 'PARMIN CARD REJECTED - ' delimited by size
                      WS-PARM-MSG delimited by size
                      into REPORT-LINE
               end-string
               display 'RSTPH10 - ' WS-PARM-MSG
           end-if
           write REPORT-LINE

           move spaces to REPORT-LINE
           write REPORT-LINE
           .

       WRITE-DETAIL-LINE-PARA.

           move spaces to REPORT-LINE
           string WS-ACTION-TEXT     delimited by size
                  '  TOKEN='         delimited by size
                  DCA-TOKEN          delimited by size
                  '  USER='          delimited by size
                  DCA-USER-ID        delimited by size
                  '  CTX='           delimited by size
                  DCA-CONTEXT-ID     delimited by size
                  '  FROM '          delimited by size
                  WS-FROM-VERSION    delimited by size
                  into REPORT-LINE
           end-string
           write REPORT-LINE
           .

       WRITE-SUMMARY-PARA.

           move spaces to REPORT-LINE
           write REPORT-LINE

           move spaces to REPORT-LINE
           move WS-READ-COUNT to WS-EDIT-COUNT
           string 'DCADF ENTRIES READ . . . . : ' delimited by size
                  WS-EDIT-COUNT delimited by size
                  into REPORT-LINE
           end-string
           write REPORT-LINE

           move spaces to REPORT-LINE
           move WS-PURGED-COUNT to WS-EDIT-COUNT
           string 'PURGED - LEFT FOR RSTPH00 . : ' delimited by size
                  WS-EDIT-COUNT delimited by size
                  into REPORT-LINE
           end-string
           write REPORT-LINE

           move spaces to REPORT-LINE
           write REPORT-LINE

           move spaces to REPORT-LINE
           string 'WAITING TO BE RESUMED         BEFORE      AFTER'
                       delimited by size
                  into REPORT-LINE
           end-string
           write REPORT-LINE

           move spaces to REPORT-LINE
           move WS-BEFORE-V1-COUNT to WS-EDIT-COUNT
           move WS-AFTER-V1-COUNT  to WS-EDIT-COUNT-2
           string '  CASAPPC VERSION 0001 . : ' delimited by size
                  WS-EDIT-COUNT delimited by size
                  '  ' delimited by size
                  WS-EDIT-COUNT-2 delimited by size
                  into REPORT-LINE
           end-string
           write REPORT-LINE

           move spaces to REPORT-LINE
           move WS-BEFORE-V2-COUNT to WS-EDIT-COUNT
           move WS-AFTER-V2-COUNT  to WS-EDIT-COUNT-2
           string '  CASAPPC VERSION 0002 . : ' delimited by size
                  WS-EDIT-COUNT delimited by size
                  '  ' delimited by size
                  WS-EDIT-COUNT-2 delimited by size
                  into REPORT-LINE
           end-string
           write REPORT-LINE

           move spaces to REPORT-LINE
           move WS-BEFORE-OTHER-COUNT to WS-EDIT-COUNT
           move WS-AFTER-OTHER-COUNT  to WS-EDIT-COUNT-2
           string '  UNKNOWN VERSION  . . . : ' delimited by size
                  WS-EDIT-COUNT delimited by size
                  '  ' delimited by size
                  WS-EDIT-COUNT-2 delimited by size
                  into REPORT-LINE
           end-string
           write REPORT-LINE

           move spaces to REPORT-LINE
           write REPORT-LINE

           move spaces to REPORT-LINE
           move WS-CONVERTED-COUNT to WS-EDIT-COUNT
           if PARM-UPDATE
               string 'ENTRIES CONVERTED  . . . . : ' delimited by size
                      WS-EDIT-COUNT delimited by size
                      into REPORT-LINE
               end-string
           else
               string 'ENTRIES TO CONVERT (TRIAL) : ' delimited by size
                      WS-EDIT-COUNT delimited by size
                      into REPORT-LINE
               end-string
           end-if
           write REPORT-LINE

           display 'RSTPH10 - ' WS-CONVERTED-COUNT ' ENTRIES TO '
                   PARM-TARGET-VERSION ' (' WS-RUN-TEXT '), '
                   WS-UNKNOWN-COUNT ' UNKNOWN VERSION'
           .

       TERMINATE-PARA.

           close PARM-FILE
           close REPORT-FILE

           if WS-PARM-OK
               close DCA-FILE
           end-if
           .

       end program RSTPH10.
