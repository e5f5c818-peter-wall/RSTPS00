       identification division.
       program-id. RSTPR40.

      *================================================================
      *  RSTPR40 - weekly open-items aging report, a sibling of the
      *  RSTPR00 daily reports.  Reads the RSTOI open-items case file
      *  (copy/RSTOIT1.cpy) that RSTPB00, RSTPN00 and RSTPV00 post
      *  their exceptions to and RSTPW10 works, and shows what is
      *  still outstanding (OPEN or OWND) and for how long:
      *
      *    1. by exception type and age band - 0-1, 2-7, 8-30 and
      *       over 30 days since the item was first seen;
      *    2. by holder - the RSTPW10 owner, or NOBODY for an item
      *       no one has taken - in the same bands, with the age of
      *       the oldest item each one holds.
      *
      *  Items are aged from OIT-FIRST-SEEN-DATE, so an item closed
      *  and reopened by a recurrence keeps its original age.  The
      *  case file is keyed exception type first, so the type
      *  section is a control break on the sequential read; holders
      *  are gathered in core.  The run closes with the number of
      *  items closed in the last 7 days, the week's throughput.
      *================================================================

       environment division.
       configuration section.

       input-output section.
       file-control.
           select OPEN-ITEM-FILE assign to RSTOI
               organization is indexed
               access mode is sequential
               record key is OIT-KEY.

           select REPORT-FILE assign to AGERPT
               organization is sequential.

       data division.
       file section.

       fd  OPEN-ITEM-FILE.
           copy RSTOIT1.

       fd  REPORT-FILE
           recording mode is f.
       01  PRT-LINE                        PIC X(80).

       working-storage section.

       01  WS-OIT-EOF-SW                   PIC X VALUE 'N'.
           88  WS-OIT-EOF                  VALUE 'Y'.
       01  WS-HAVE-TYPE-SW                 PIC X VALUE 'N'.
           88  WS-HAVE-TYPE                VALUE 'Y'.
       01  WS-HOLDER-FOUND-SW              PIC X VALUE 'N'.
           88  WS-HOLDER-FOUND             VALUE 'Y'.

       01  WS-TODAY-NUM                    PIC 9(8).
       01  WS-TODAY-INTEGER                PIC S9(8) COMP.
       01  WS-WEEK-AGO-NUM                 PIC 9(8).
       01  WS-WEEK-AGO-DATE                PIC X(8).
       01  WS-FIRST-SEEN-NUM               PIC 9(8).
       01  WS-AGE-DAYS                     PIC S9(5) COMP-3.
       01  WS-BAND-SUB                     PIC S9(4) COMP.

       01  WS-READ-COUNT                   PIC S9(7) COMP-3 VALUE 0.
       01  WS-CLOSED-WEEK                  PIC S9(7) COMP-3 VALUE 0.
       01  WS-BAD-DATE-COUNT               PIC S9(7) COMP-3 VALUE 0.

      *    current exception type in the control break, and the
      *    grand totals, each split over the four age bands.
       01  WS-CUR-TYPE                     PIC X(8) VALUE spaces.
       01  WS-TYPE-COUNTS.
           05  WS-TY-BAND OCCURS 4 TIMES   PIC S9(7) COMP-3.
           05  WS-TY-TOTAL                 PIC S9(7) COMP-3.
       01  WS-GRAND-COUNTS.
           05  WS-GR-BAND OCCURS 4 TIMES   PIC S9(7) COMP-3.
           05  WS-GR-TOTAL                 PIC S9(7) COMP-3.

      *    one entry per holder of an outstanding item, NOBODY for
      *    the untaken ones.  Operations staff number in the tens.
       01  WS-MAX-HOLDERS                  PIC S9(4) COMP VALUE 200.
       01  WS-HOLDER-COUNT                 PIC S9(4) COMP VALUE 0.
       01  WS-HOLDER-TABLE.
           05  WS-HOLDER-ENTRY OCCURS 200 TIMES
                             INDEXED BY WS-HLD-IDX.
               10  WS-HL-USER              PIC X(8).
               10  WS-HL-BAND OCCURS 4 TIMES
                                           PIC S9(7) COMP-3.
               10  WS-HL-TOTAL             PIC S9(7) COMP-3.
               10  WS-HL-OLDEST            PIC S9(5) COMP-3.
       01  WS-LOOKUP-HOLDER                PIC X(8).

       01  WS-LINE-LABEL                   PIC X(8).
       01  WS-LINE-COUNTS.
           05  WS-LN-BAND OCCURS 4 TIMES   PIC S9(7) COMP-3.
           05  WS-LN-TOTAL                 PIC S9(7) COMP-3.

       01  WS-EDIT-COUNT                   PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-DAYS                    PIC ZZZZ9.

       procedure division.

       MAIN-PARA.

           perform INITIALIZE-PARA

           perform until WS-OIT-EOF
               read OPEN-ITEM-FILE next
                   at end
                       set WS-OIT-EOF to true
                   not at end
                       add 1 to WS-READ-COUNT
                       perform PROCESS-ITEM-PARA
               end-read
           end-perform

           if WS-HAVE-TYPE
               perform WRITE-TYPE-LINE-PARA
           end-if

           perform WRITE-TYPE-TOTAL-PARA
           perform WRITE-HOLDER-SECTION-PARA
           perform WRITE-TOTALS-PARA
           perform TERMINATE-PARA

           stop run
           .

       INITIALIZE-PARA.

           open input  OPEN-ITEM-FILE
           open output REPORT-FILE

           accept WS-TODAY-NUM from date yyyymmdd
           compute WS-TODAY-INTEGER =
               function integer-of-date(WS-TODAY-NUM)
           compute WS-WEEK-AGO-NUM =
               function date-of-integer(WS-TODAY-INTEGER - 7)
           move WS-WEEK-AGO-NUM to WS-WEEK-AGO-DATE

           initialize WS-TYPE-COUNTS
           initialize WS-GRAND-COUNTS

           move spaces to PRT-LINE
           string 'RSTPR40 OPEN-ITEMS AGING REPORT - RUN DATE '
                  delimited by size
                  WS-TODAY-NUM delimited by size
               into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           write PRT-LINE

           move spaces to PRT-LINE
           string 'OUTSTANDING ITEMS BY EXCEPTION TYPE - AGE IN DAYS '
                  'SINCE FIRST SEEN' delimited by size
               into PRT-LINE
           end-string
           write PRT-LINE

           move 'TYPE    ' to WS-LINE-LABEL
           perform WRITE-BAND-HEADING-PARA
           .

       PROCESS-ITEM-PARA.

           if OIT-STATUS-CLOSED
               if OIT-CLOSED-DATE >= WS-WEEK-AGO-DATE
                   add 1 to WS-CLOSED-WEEK
               end-if
           else
               if OIT-EXCEPTION-TYPE not = WS-CUR-TYPE
                   if WS-HAVE-TYPE
                       perform WRITE-TYPE-LINE-PARA
                   end-if
                   move OIT-EXCEPTION-TYPE to WS-CUR-TYPE
                   initialize WS-TYPE-COUNTS
                   set WS-HAVE-TYPE to true
               end-if

               perform SET-AGE-BAND-PARA

               add 1 to WS-TY-BAND(WS-BAND-SUB)
               add 1 to WS-TY-TOTAL
               add 1 to WS-GR-BAND(WS-BAND-SUB)
               add 1 to WS-GR-TOTAL

               if OIT-OWNER-USER = spaces
                   move 'NOBODY' to WS-LOOKUP-HOLDER
               else
                   move OIT-OWNER-USER to WS-LOOKUP-HOLDER
               end-if
               perform FIND-OR-ADD-HOLDER-PARA
           end-if
           .

       SET-AGE-BAND-PARA.

      *    a first-seen date that will not convert is aged as new
      *    and counted, so a damaged record still shows up.
           if OIT-FIRST-SEEN-DATE numeric
               move OIT-FIRST-SEEN-DATE to WS-FIRST-SEEN-NUM
               compute WS-AGE-DAYS = WS-TODAY-INTEGER
                   - function integer-of-date(WS-FIRST-SEEN-NUM)
           else
               add 1 to WS-BAD-DATE-COUNT
               move 0 to WS-AGE-DAYS
           end-if

           evaluate true
               when WS-AGE-DAYS <= 1
                   move 1 to WS-BAND-SUB
               when WS-AGE-DAYS <= 7
                   move 2 to WS-BAND-SUB
               when WS-AGE-DAYS <= 30
                   move 3 to WS-BAND-SUB
               when other
                   move 4 to WS-BAND-SUB
           end-evaluate
           .

       FIND-OR-ADD-HOLDER-PARA.

           move 'N' to WS-HOLDER-FOUND-SW
           set WS-HLD-IDX to 1

           if WS-HOLDER-COUNT > 0
               search WS-HOLDER-ENTRY
                   at end
                       continue
                   when WS-HL-USER(WS-HLD-IDX) = WS-LOOKUP-HOLDER
                       set WS-HOLDER-FOUND to true
               end-search
           end-if

           if not WS-HOLDER-FOUND
               if WS-HOLDER-COUNT < WS-MAX-HOLDERS
                   add 1 to WS-HOLDER-COUNT
                   set WS-HLD-IDX to WS-HOLDER-COUNT
                   set WS-HOLDER-FOUND to true
                   move WS-LOOKUP-HOLDER to WS-HL-USER(WS-HLD-IDX)
                   move 0 to WS-HL-BAND(WS-HLD-IDX, 1)
                   move 0 to WS-HL-BAND(WS-HLD-IDX, 2)
                   move 0 to WS-HL-BAND(WS-HLD-IDX, 3)
                   move 0 to WS-HL-BAND(WS-HLD-IDX, 4)
                   move 0 to WS-HL-TOTAL(WS-HLD-IDX)
                   move 0 to WS-HL-OLDEST(WS-HLD-IDX)
               else
                   display 'RSTPR40 WARNING - HOLDER TABLE FULL, '
                           WS-LOOKUP-HOLDER ' NOT REPORTED'
               end-if
           end-if

           if WS-HOLDER-FOUND
               perform ADD-TO-HOLDER-PARA
           end-if
           .

       ADD-TO-HOLDER-PARA.

           add 1 to WS-HL-BAND(WS-HLD-IDX, WS-BAND-SUB)
           add 1 to WS-HL-TOTAL(WS-HLD-IDX)

           if WS-AGE-DAYS > WS-HL-OLDEST(WS-HLD-IDX)
               move WS-AGE-DAYS to WS-HL-OLDEST(WS-HLD-IDX)
           end-if
           .

       WRITE-BAND-HEADING-PARA.

           move spaces to PRT-LINE
           move WS-LINE-LABEL to PRT-LINE(1:8)
           move '0-1'        to PRT-LINE(17:3)
           move '2-7'        to PRT-LINE(27:3)
           move '8-30'       to PRT-LINE(36:4)
           move 'OVER 30'    to PRT-LINE(43:7)
           move 'TOTAL'      to PRT-LINE(55:5)
           if WS-LINE-LABEL = 'HOLDER  '
               move 'OLDEST' to PRT-LINE(63:6)
           end-if
           write PRT-LINE
           .

       WRITE-TYPE-LINE-PARA.

           move WS-CUR-TYPE    to WS-LINE-LABEL
           move WS-TYPE-COUNTS to WS-LINE-COUNTS
           perform FORMAT-BAND-LINE-PARA
           write PRT-LINE
           .

       WRITE-TYPE-TOTAL-PARA.

           move spaces to PRT-LINE
           write PRT-LINE

           move 'ALL     '      to WS-LINE-LABEL
           move WS-GRAND-COUNTS to WS-LINE-COUNTS
           perform FORMAT-BAND-LINE-PARA
           write PRT-LINE
           .

       WRITE-HOLDER-SECTION-PARA.

           move spaces to PRT-LINE
           write PRT-LINE

           move spaces to PRT-LINE
           string 'OUTSTANDING ITEMS BY HOLDER - NOBODY = NOT YET '
                  'TAKEN ON RSTPW10' delimited by size
               into PRT-LINE
           end-string
           write PRT-LINE

           move 'HOLDER  ' to WS-LINE-LABEL
           perform WRITE-BAND-HEADING-PARA

           if WS-HOLDER-COUNT = 0
               move '  (NONE)' to PRT-LINE
               write PRT-LINE
           end-if

           perform varying WS-HLD-IDX from 1 by 1
                   until WS-HLD-IDX > WS-HOLDER-COUNT
               move WS-HL-USER(WS-HLD-IDX)     to WS-LINE-LABEL
               move WS-HL-BAND(WS-HLD-IDX, 1)  to WS-LN-BAND(1)
               move WS-HL-BAND(WS-HLD-IDX, 2)  to WS-LN-BAND(2)
               move WS-HL-BAND(WS-HLD-IDX, 3)  to WS-LN-BAND(3)
               move WS-HL-BAND(WS-HLD-IDX, 4)  to WS-LN-BAND(4)
               move WS-HL-TOTAL(WS-HLD-IDX)    to WS-LN-TOTAL
               perform FORMAT-BAND-LINE-PARA
               move WS-HL-OLDEST(WS-HLD-IDX)   to WS-EDIT-DAYS
               move WS-EDIT-DAYS to PRT-LINE(64:5)
               write PRT-LINE
           end-perform
           .

       FORMAT-BAND-LINE-PARA.

           move spaces to PRT-LINE
           move WS-LINE-LABEL to PRT-LINE(1:8)

           perform varying WS-BAND-SUB from 1 by 1
                   until WS-BAND-SUB > 4
               move WS-LN-BAND(WS-BAND-SUB) to WS-EDIT-COUNT
               move WS-EDIT-COUNT
                 to PRT-LINE(WS-BAND-SUB * 10 + 1:9)
           end-perform

           move WS-LN-TOTAL to WS-EDIT-COUNT
           move WS-EDIT-COUNT to PRT-LINE(51:9)
           .

       WRITE-TOTALS-PARA.

           move spaces to PRT-LINE
           write PRT-LINE

           move spaces to PRT-LINE
           move WS-READ-COUNT to WS-EDIT-COUNT
           string 'CASE FILE ITEMS READ . . . . : ' delimited by size
               WS-EDIT-COUNT delimited by size
               into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           move WS-GR-TOTAL to WS-EDIT-COUNT
           string 'OUTSTANDING (OPEN/OWND)  . . : ' delimited by size
               WS-EDIT-COUNT delimited by size
               into PRT-LINE
           end-string
           write PRT-LINE

           move spaces to PRT-LINE
           move WS-CLOSED-WEEK to WS-EDIT-COUNT
           string 'CLOSED IN THE LAST 7 DAYS  . : ' delimited by size
               WS-EDIT-COUNT delimited by size
               into PRT-LINE
           end-string
           write PRT-LINE

           if WS-BAD-DATE-COUNT > 0
               move spaces to PRT-LINE
               move WS-BAD-DATE-COUNT to WS-EDIT-COUNT
               string 'FIRST-SEEN DATE UNREADABLE . : '
                   delimited by size
                   WS-EDIT-COUNT delimited by size
                   '  (AGED AS NEW)' delimited by size
                   into PRT-LINE
               end-string
               write PRT-LINE
           end-if

           display 'RSTPR40 - ' WS-GR-TOTAL ' OUTSTANDING ITEM(S), '
                   WS-GR-BAND(4) ' OVER 30 DAYS, '
                   WS-CLOSED-WEEK ' CLOSED THIS WEEK'
           .

       TERMINATE-PARA.

           close OPEN-ITEM-FILE
           close REPORT-FILE
           .

       end program RSTPR40.
