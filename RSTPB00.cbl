      *  checkpointed record and carries on from there instead of
      *  re-reading the whole extract.  A run that ends cleanly
      *  stamps CHKPT complete so the next night starts fresh.
      *
      *  Every orphan is also posted to the RSTOI open-items case
      *  file (copy/RSTOIT1.cpy) as an ORPHAN item keyed on its
      *  context id, for the RSTPW10 worklist.  An orphan already on
      *  file is updated rather than added again, and a restart that
      *  re-finalizes contexts after the checkpoint does not count
      *  the same night's sighting twice.
      *================================================================

       environment division.
           select optional CHECKPOINT-FILE assign to CHKPT
               organization is sequential.

           select OPEN-ITEM-FILE assign to RSTOI
               organization is indexed
               access mode is random
               record key is OIT-KEY.

           select SORT-FILE assign to SORTWK1.

       data division.
           05  CHK-TIMEOUT-COUNT           PIC 9(9).
           05  FILLER                      PIC X(18).

       fd  OPEN-ITEM-FILE.
           copy RSTOIT1.

       sd  SORT-FILE.
       01  SORT-AUDIT-REC.
           05  SD-TERM-ID                  PIC X(4).
           88  WS-CUR-FAILED               VALUE 'FAILED  '.
           88  WS-CUR-TIMEOUT              VALUE 'TIMEOUT '.

       01  WS-TODAY-NUM                    PIC 9(8).
       01  WS-TODAY-DATE                   PIC X(8).
       01  WS-TIME-NOW                     PIC 9(8).

       01  WS-OIT-TYPE                     PIC X(8).
       01  WS-OIT-REF                      PIC X(16).
       01  WS-OIT-USER-ID                  PIC X(8).
       01  WS-OIT-TERM-ID                  PIC X(4).
       01  WS-OIT-TEXT                     PIC X(60).
       01  WS-OIT-ADDED                    PIC S9(9) COMP VALUE 0.
       01  WS-OIT-RECURRED                 PIC S9(9) COMP VALUE 0.
       01  WS-OIT-REOPENED                 PIC S9(9) COMP VALUE 0.

       procedure division.

       MAIN-PARA.
               open input SORTED-FILE
               open output ORPHAN-REPORT
           end-if

           open i-o OPEN-ITEM-FILE

           accept WS-TODAY-NUM from date yyyymmdd
           accept WS-TIME-NOW  from time
           move WS-TODAY-NUM to WS-TODAY-DATE
           .

       READ-CHECKPOINT-PARA.
                       add 1 to WS-ORPHAN-COUNT
                       perform FORMAT-ORPHAN-LINE-PARA
                       write ORPHAN-LINE
                       perform POST-ORPHAN-ITEM-PARA
                   when WS-CUR-COMPLETE
                       add 1 to WS-COMPLETE-COUNT
                   when WS-CUR-FAILED
           end-string
           .

       POST-ORPHAN-ITEM-PARA.

           move 'ORPHAN  '        to WS-OIT-TYPE
           move WS-CUR-CONTEXT-ID to WS-OIT-REF
           move WS-CUR-USER-ID    to WS-OIT-USER-ID
           move WS-CUR-TERM-ID    to WS-OIT-TERM-ID
           move spaces            to WS-OIT-TEXT
           string 'SESSION STARTED ' delimited by size
                  WS-CUR-DATE delimited by size
                  ' ' delimited by size
                  WS-CUR-TIME delimited by size
                  ', NO COMPLETE/FAILED/TIMEOUT' delimited by size
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
           move 'RSTPB00'        to OIT-SOURCE-JOB
           move WS-TODAY-DATE    to OIT-FIRST-SEEN-DATE
           move WS-TODAY-DATE    to OIT-LAST-SEEN-DATE
           move 1                to OIT-SEEN-COUNT
           move WS-OIT-USER-ID   to OIT-USER-ID
           move WS-OIT-TERM-ID   to OIT-TERM-ID
           move WS-OIT-TEXT      to OIT-EXCEPTION-TEXT
           move 'RSTPB00'        to OIT-UPDATE-USER
           move WS-TODAY-DATE    to OIT-UPDATE-DATE
           move WS-TIME-NOW(1:6) to OIT-UPDATE-TIME

           write RST-OPEN-ITEM
               invalid key
                   display 'RSTPB00 WARNING - RSTOI WRITE FAILED FOR '
                           OIT-KEY
               not invalid key
                   add 1 to WS-OIT-ADDED
           end-write
           .

       UPDATE-OPEN-ITEM-PARA.

      *    already posted tonight - a restart re-finalizing contexts
      *    past the checkpoint, or a rerun - leaves the item alone.
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
               move 'RSTPB00'        to OIT-UPDATE-USER
               move WS-TODAY-DATE    to OIT-UPDATE-DATE
               move WS-TIME-NOW(1:6) to OIT-UPDATE-TIME

               rewrite RST-OPEN-ITEM
                   invalid key
                       display 'RSTPB00 WARNING - RSTOI REWRITE '
                               'FAILED FOR ' OIT-KEY
               end-rewrite
           end-if
           .

       WRITE-CHECKPOINT-PARA.

      *    taken only on a context boundary: the record that opened
                   WS-TIMEOUT-COUNT ' TIMED OUT'
           display 'RSTPB00 - ' WS-ORPHAN-COUNT
                   ' ORPHANED SESSION(S) FLAGGED'
           display 'RSTPB00 - OPEN ITEMS: ' WS-OIT-ADDED ' NEW, '
                   WS-OIT-RECURRED ' RECURRING, '
                   WS-OIT-REOPENED ' REOPENED'
           .

       TERMINATE-PARA.

           close SORTED-FILE
           close ORPHAN-REPORT
           close OPEN-ITEM-FILE
           .

       end program RSTPB00.
