      *  both sides - the online writers key RSTCT by each record's
      *  own date, so that tail balances in the next day's run -
      *  and reported as an informational count.
      *
      *  Each line out of balance is also posted to the RSTOI
      *  open-items case file (copy/RSTOIT1.cpy) as an OUTOFBAL
      *  item keyed on the balance date and the line, for the
      *  RSTPW10 worklist; a rerun for the same date updates the
      *  item rather than adding another.
      *================================================================

       environment division.
           select REPORT-FILE assign to BALRPT
               organization is sequential.

           select OPEN-ITEM-FILE assign to RSTOI
               organization is indexed
               access mode is random
               record key is OIT-KEY.

       data division.
       file section.

           recording mode is f.
       01  REPORT-LINE                     PIC X(80).

       fd  OPEN-ITEM-FILE.
           copy RSTOIT1.

       working-storage section.

       01  WS-AUDIT-EOF-SW                 PIC X VALUE 'N'.

       01  WS-EDIT-COUNT                   PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-DIFF                    PIC -Z,ZZZ,ZZ9.
       01  WS-EDIT-X-COUNT                 PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-C-COUNT                 PIC Z,ZZZ,ZZ9.

       01  WS-TODAY-NUM                    PIC 9(8).
       01  WS-TODAY-DATE                   PIC X(8).
       01  WS-TIME-NOW                     PIC 9(8).
       01  WS-OIT-TEXT                     PIC X(60).

       procedure division.

           open input  ERROR-FILE
           open input  CONTROL-FILE
           open output REPORT-FILE
           open i-o    OPEN-ITEM-FILE

           accept WS-TODAY-NUM from date yyyymmdd
           accept WS-TIME-NOW  from time
           move WS-TODAY-NUM to WS-TODAY-DATE
           .

       COUNT-AUDIT-RECORD-PARA.
           end-if

           write REPORT-LINE

           if WS-DIFF not = 0
               perform POST-OPEN-ITEM-PARA
           end-if
           .

       POST-OPEN-ITEM-PARA.

           move WS-X-VALUE to WS-EDIT-X-COUNT
           move WS-C-VALUE to WS-EDIT-C-COUNT
           move spaces to WS-OIT-TEXT
           string WS-LINE-LABEL delimited by size
                  ' EXTRACT' delimited by size
                  WS-EDIT-X-COUNT delimited by size
                  ' CONTROL' delimited by size
                  WS-EDIT-C-COUNT delimited by size
                  ' DIFF' delimited by size
                  WS-EDIT-DIFF delimited by size
                  into WS-OIT-TEXT
           end-string

           move 'OUTOFBAL'    to OIT-EXCEPTION-TYPE
           move WS-BAL-DATE   to OIT-BAL-DATE
           move WS-LINE-LABEL to OIT-BAL-LINE

           read OPEN-ITEM-FILE
               invalid key
                   perform ADD-OPEN-ITEM-PARA
               not invalid key
                   perform UPDATE-OPEN-ITEM-PARA
           end-read
           .

       ADD-OPEN-ITEM-PARA.

           move spaces           to RST-OPEN-ITEM
           move 'OUTOFBAL'       to OIT-EXCEPTION-TYPE
           move WS-BAL-DATE      to OIT-BAL-DATE
           move WS-LINE-LABEL    to OIT-BAL-LINE
           set  OIT-STATUS-OPEN  to true
           move 'RSTPV00'        to OIT-SOURCE-JOB
           move WS-TODAY-DATE    to OIT-FIRST-SEEN-DATE
           move WS-TODAY-DATE    to OIT-LAST-SEEN-DATE
           move 1                to OIT-SEEN-COUNT
           move WS-OIT-TEXT      to OIT-EXCEPTION-TEXT
           move 'RSTPV00'        to OIT-UPDATE-USER
           move WS-TODAY-DATE    to OIT-UPDATE-DATE
           move WS-TIME-NOW(1:6) to OIT-UPDATE-TIME

           write RST-OPEN-ITEM
               invalid key
                   display 'RSTPV00 WARNING - RSTOI WRITE FAILED FOR '
                           OIT-KEY
           end-write
           .

       UPDATE-OPEN-ITEM-PARA.

      *    a rerun on a later night for the same balance date (say
      *    after the extract was recovered) refreshes the figures;
      *    a second run the same night leaves the item alone.
           if OIT-LAST-SEEN-DATE not = WS-TODAY-DATE
               if OIT-STATUS-CLOSED
                   if OIT-OWNER-USER = spaces
                       set OIT-STATUS-OPEN to true
                   else
                       set OIT-STATUS-OWNED to true
                   end-if
                   move spaces to OIT-CLOSED-USER
                   move spaces to OIT-CLOSED-DATE
               end-if

               add 1                 to OIT-SEEN-COUNT
               move WS-TODAY-DATE    to OIT-LAST-SEEN-DATE
               move WS-OIT-TEXT      to OIT-EXCEPTION-TEXT
               move 'RSTPV00'        to OIT-UPDATE-USER
               move WS-TODAY-DATE    to OIT-UPDATE-DATE
               move WS-TIME-NOW(1:6) to OIT-UPDATE-TIME

               rewrite RST-OPEN-ITEM
                   invalid key
                       display 'RSTPV00 WARNING - RSTOI REWRITE '
                               'FAILED FOR ' OIT-KEY
               end-rewrite
           end-if
           .

       TERMINATE-PARA.
           close ERROR-FILE
           close CONTROL-FILE
           close REPORT-FILE
           close OPEN-ITEM-FILE
           .

       end program RSTPV00.
