           05  PARM-AGE-DAYS               PIC 9(5).
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

       fd  REPORT-FILE

       working-storage section.

       01  WS-DCA-REC-LEN                  PIC 9(4) COMP.
       01  WS-DCA-FULL-LEN                 PIC 9(4) COMP VALUE 88.
       01  WS-DCH-REC-LEN                  PIC 9(4) COMP.
       01  WS-DCH-FULL-LEN                 PIC 9(4) COMP VALUE 110.

       01  WS-DEFAULT-AGE-DAYS             PIC 9(5) VALUE 30.
       01  WS-AGE-DAYS                     PIC 9(5) VALUE 0.


       ARCHIVE-DCA-ENTRY-PARA.

           if WS-DCA-REC-LEN < WS-DCA-FULL-LEN
               move spaces to DCA-CASAPPC-VERSION
               move spaces to DCA-ORIGIN-APPLID
           end-if

           move DCA-TOKEN              to DCH-TOKEN
           move DCA-TERM-ID            to DCH-TERM-ID
           move DCA-USER-ID            to DCH-USER-ID
           move DCA-CREATE-ABSTIME     to DCH-CREATE-ABSTIME
           move DCA-LAST-ACT-ABSTIME   to DCH-LAST-ACT-ABSTIME
           move DCA-PURGED-FLAG        to DCH-PURGED-FLAG
           move DCA-CASAPPC-VERSION    to DCH-CASAPPC-VERSION
           move DCA-ORIGIN-APPLID      to DCH-ORIGIN-APPLID
           move WS-TODAY-NUM           to DCH-ARCHIVE-DATE
           move WS-TIME-NOW(1:6)       to DCH-ARCHIVE-TIME

           move WS-DCH-FULL-LEN        to WS-DCH-REC-LEN

           write RST-DCA-HISTORY-ENTRY
               invalid key
                   rewrite RST-DCA-HISTORY-ENTRY
