      *  user and which side is missing, and the job ends with
      *  RETURN-CODE 4 when anything is found, so corruption is
      *  caught the night it happens instead of during an audit.
      *
      *  Every discrepancy is also posted to the RSTOI open-items
      *  case file (copy/RSTOIT1.cpy) for the RSTPW10 worklist -
      *  NOSTART, NOCLOSE and NOTKEYED items keyed on the context
      *  id (an extract event with no context on its date).  One
      *  found again on a later night updates the existing item
      *  instead of adding another.
      *================================================================

       environment division.
           select REPORT-FILE assign to INTRPT
               organization is sequential.

           select OPEN-ITEM-FILE assign to RSTOI
               organization is indexed
               access mode is random
               record key is OIT-KEY.

       data division.
       file section.

           05  PARM-AUD-DAYS               PIC 9(5).
           05  FILLER                      PIC X(75).

      *    entries written before the casappc version fields are 76
      *    bytes; the current layout is 88.
       fd  DCA-FILE
           record is varying in size from 76 to 88 characters
               depending on WS-DCA-REC-LEN.
           copy RSTDCA1.

      *    entries archived before the casappc version fields are 98
      *    bytes; the current layout is 110.
       fd  DCA-HISTORY-FILE
           record is varying in size from 98 to 110 characters
               depending on WS-DCH-REC-LEN.
           copy RSTDCH1.

       fd  AUDDF-FILE.
           recording mode is f.
       01  REPORT-LINE                     PIC X(100).

       fd  OPEN-ITEM-FILE.
           copy RSTOIT1.

       working-storage section.

       01  WS-DCA-REC-LEN                  PIC 9(4) COMP.
       01  WS-DCA-FULL-LEN                 PIC 9(4) COMP VALUE 88.
       01  WS-DCH-REC-LEN                  PIC 9(4) COMP.
       01  WS-DCH-FULL-LEN                 PIC 9(4) COMP VALUE 110.

       01  WS-DCA-EOF-SW                   PIC X VALUE 'N'.
           88  WS-DCA-EOF                  VALUE 'Y'.
       01  WS-DCH-EOF-SW                   PIC X VALUE 'N'.
       01  WS-EXT-CHECKED                  PIC S9(9) COMP-3 VALUE 0.
       01  WS-EXT-MISSING                  PIC S9(9) COMP-3 VALUE 0.

       01  WS-TODAY-DATE                   PIC X(8).
       01  WS-TIME-NOW                     PIC 9(8).

       01  WS-OIT-TYPE                     PIC X(8).
       01  WS-OIT-REF                      PIC X(16).
       01  WS-OIT-USER-ID                  PIC X(8).
       01  WS-OIT-TERM-ID                  PIC X(4).
       01  WS-OIT-TEXT                     PIC X(60).
       01  WS-OIT-ADDED                    PIC S9(9) COMP-3 VALUE 0.
       01  WS-OIT-RECURRED                 PIC S9(9) COMP-3 VALUE 0.
       01  WS-OIT-REOPENED                 PIC S9(9) COMP-3 VALUE 0.

       01  WS-EDIT-COUNT                   PIC Z,ZZZ,ZZ9.

           copy RSTAUD1.
           open input  AUDDF-FILE
           open input  AUDIT-FILE
           open output REPORT-FILE
           open i-o    OPEN-ITEM-FILE

           accept WS-TODAY-NUM from date yyyymmdd
           accept WS-TIME-NOW  from time
           move WS-TODAY-NUM to WS-TODAY-DATE
           compute WS-TODAY-INTEGER =
               function integer-of-date(WS-TODAY-NUM)
           compute WS-BASE-INTEGER =
                   at end
                       set WS-DCA-EOF to true
                   not at end
                       if WS-DCA-REC-LEN < WS-DCA-FULL-LEN
                           move spaces to DCA-CASAPPC-VERSION
                           move spaces to DCA-ORIGIN-APPLID
                       end-if
                       if DCA-IS-ACTIVE
                           perform CHECK-ACTIVE-DCA-PARA
                       end-if
                  into REPORT-LINE
           end-string
           write REPORT-LINE

           move 'NOSTART '         to WS-OIT-TYPE
           move WS-SRCH-CONTEXT-ID to WS-OIT-REF
           move WS-SRCH-USER-ID    to WS-OIT-USER-ID
           move DCA-TERM-ID        to WS-OIT-TERM-ID
           move 'ACTIVE DCA ENTRY HAS NO SESSSTRT EVENT IN AUDDF'
               to WS-OIT-TEXT
           perform POST-OPEN-ITEM-PARA
           .

       CHECK-DCAHIST-PARA.
                   at end
                       set WS-DCH-EOF to true
                   not at end
                       if WS-DCH-REC-LEN < WS-DCH-FULL-LEN
                           move spaces to DCH-CASAPPC-VERSION
                           move spaces to DCH-ORIGIN-APPLID
                       end-if
                       if DCH-REASON-PURGED
                           if DCH-ARCHIVE-DATE < WS-AUD-CUTOFF-DATE
                               add 1 to WS-DCH-OUTSIDE
                  into REPORT-LINE
           end-string
           write REPORT-LINE

           move 'NOCLOSE '         to WS-OIT-TYPE
           move WS-SRCH-CONTEXT-ID to WS-OIT-REF
           move WS-SRCH-USER-ID    to WS-OIT-USER-ID
           move DCH-TERM-ID        to WS-OIT-TERM-ID
           move spaces             to WS-OIT-TEXT
           string 'PURGED ' delimited by size
                  DCH-ARCHIVE-DATE delimited by size
                  ', NO PURG/IDLE/SPRS EVENT IN AUDDF' delimited by size
                  into WS-OIT-TEXT
           end-string
           perform POST-OPEN-ITEM-PARA
           .

       CHECK-EXTRACT-PARA.
                  into REPORT-LINE
           end-string
           write REPORT-LINE

           move 'NOTKEYED'         to WS-OIT-TYPE
           if WS-SRCH-CONTEXT-ID = spaces
               move WS-SRCH-DATE   to WS-OIT-REF
           else
               move WS-SRCH-CONTEXT-ID to WS-OIT-REF
           end-if
           move WS-SRCH-USER-ID    to WS-OIT-USER-ID
           move AUD-TERM-ID        to WS-OIT-TERM-ID
           move spaces             to WS-OIT-TEXT
           string 'RAUD ' delimited by size
                  WS-SRCH-EVENT-TYPE delimited by size
                  ' ' delimited by size
                  WS-SRCH-DATE delimited by size
                  ' ' delimited by size
                  WS-SRCH-TIME delimited by size
                  ' NOT IN AUDDF' delimited by size
                  into WS-OIT-TEXT
           end-string
           perform POST-OPEN-ITEM-PARA
           .

       POST-OPEN-ITEM-PARA.

           move WS-OIT-TYPE to OIT-EXCEPTION-TYPE
           move WS-OIT-REF  to OIT-CONTEXT-REF

           read OPEN-ITEM-FILE
               invalid key
                   perform ADD-OPEN-ITEM-PARA
               not invalid key
                   perform UPDATE-OPEN-ITEM-PARA
           end-read
           .

       ADD-OPEN-ITEM-PARA.

           move spaces           to RST-OPEN-ITEM
           move WS-OIT-TYPE      to OIT-EXCEPTION-TYPE
           move WS-OIT-REF       to OIT-CONTEXT-REF
           set  OIT-STATUS-OPEN  to true
           move 'RSTPN00'        to OIT-SOURCE-JOB
           move WS-TODAY-DATE    to OIT-FIRST-SEEN-DATE
           move WS-TODAY-DATE    to OIT-LAST-SEEN-DATE
           move 1                to OIT-SEEN-COUNT
           move WS-OIT-USER-ID   to OIT-USER-ID
           move WS-OIT-TERM-ID   to OIT-TERM-ID
           move WS-OIT-TEXT      to OIT-EXCEPTION-TEXT
           move 'RSTPN00'        to OIT-UPDATE-USER
           move WS-TODAY-DATE    to OIT-UPDATE-DATE
           move WS-TIME-NOW(1:6) to OIT-UPDATE-TIME

           write RST-OPEN-ITEM
               invalid key
                   display 'RSTPN00 WARNING - RSTOI WRITE FAILED FOR '
                           OIT-KEY
               not invalid key
                   add 1 to WS-OIT-ADDED
           end-write
           .

       UPDATE-OPEN-ITEM-PARA.

      *    already posted tonight (a rerun, or a second missing
      *    event under the same context) - leave the item alone.
           if OIT-LAST-SEEN-DATE not = WS-TODAY-DATE
               if OIT-STATUS-CLOSED
                   if OIT-OWNER-USER = spaces
                       set OIT-STATUS-OPEN to true
                   else
                       set OIT-STATUS-OWNED to true
                   end-if
                   move spaces to OIT-CLOSED-USER
                   move spaces to OIT-CLOSED-DATE
                   add 1 to WS-OIT-REOPENED
               else
                   add 1 to WS-OIT-RECURRED
               end-if

               add 1                 to OIT-SEEN-COUNT
               move WS-TODAY-DATE    to OIT-LAST-SEEN-DATE
               move WS-OIT-USER-ID   to OIT-USER-ID
               move WS-OIT-TERM-ID   to OIT-TERM-ID
               move WS-OIT-TEXT      to OIT-EXCEPTION-TEXT
               move 'RSTPN00'        to OIT-UPDATE-USER
               move WS-TODAY-DATE    to OIT-UPDATE-DATE
               move WS-TIME-NOW(1:6) to OIT-UPDATE-TIME

               rewrite RST-OPEN-ITEM
                   invalid key
                       display 'RSTPN00 WARNING - RSTOI REWRITE '
                               'FAILED FOR ' OIT-KEY
               end-rewrite
           end-if
           .

       SEARCH-AUDDF-CONTEXT-PARA.
           display 'RSTPN00 - ' WS-DCA-MISSING ' DCA, '
                   WS-DCH-MISSING ' HISTORY AND ' WS-EXT-MISSING
                   ' EXTRACT DISCREPANCIES FOUND'
           display 'RSTPN00 - OPEN ITEMS: ' WS-OIT-ADDED ' NEW, '
                   WS-OIT-RECURRED ' RECURRING, '
                   WS-OIT-REOPENED ' REOPENED'
           .

       TERMINATE-PARA.
           close AUDDF-FILE
           close AUDIT-FILE
           close REPORT-FILE
           close OPEN-ITEM-FILE
           .

       end program RSTPN00.
