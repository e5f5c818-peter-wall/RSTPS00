           recording mode is f.
       01  PRT-LINE                        PIC X(90).

      *    days written before the latency fields were added are
      *    70 bytes; the current layout is 118.
       fd  STAT-FILE
           record is varying in size from 70 to 118 characters
               depending on WS-STAT-REC-LEN.
           copy RSTSTA1.

       fd  BRANCH-FILE.

       01  WS-CUR-CONTEXT                  PIC X(16) VALUE spaces.
       01  WS-STAT-DATE                    PIC X(8) VALUE spaces.
       01  WS-STAT-REC-LEN                 PIC 9(4) COMP.
       01  WS-STAT-FULL-LEN                PIC 9(4) COMP VALUE 118.
       01  WS-STAT-FOUND-SW                PIC X VALUE 'N'.
           88  WS-STAT-FOUND               VALUE 'Y'.
       01  WS-START-DATE                   PIC X(8).
                       perform INIT-STAT-ENTRY-PARA
                   not invalid key
                       set WS-STAT-FOUND to true
                       if WS-STAT-REC-LEN < WS-STAT-FULL-LEN
                           perform ZERO-STAT-LATENCY-PARA
                       end-if
               end-read

               move WS-PAIR-COUNT to STAT-DUR-COUNT
               move WS-OVR-P90    to STAT-DUR-P90
               move WS-OVR-MAX    to STAT-DUR-MAX

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

       TERMINATE-PARA.
