       identification division.
       program-id. RSTPZ00.

      *================================================================
      *  RSTPZ00 - slow back-end call monitor, run as transaction
      *  RSTZ.  RSTPS00 mirrors every RLAT call latency record
      *  (copy/RSTLAT1.cpy) onto the RLTQ intrapartition
      *  transient-data queue, whose DCT trigger level starts this
      *  task; the extrapartition RLAT spool itself is untouched and
      *  still feeds the RSTPR30 daily latency report.
      *
      *  Each invocation drains RLTQ and keeps every call that took
      *  longer than SLOWMS milliseconds in a sliding window held in
      *  the RSTZWIND temporary-storage queue (one record, the last
      *  SLOWMIN minutes of slow calls).  When any single call
      *  accumulates SLOWCNT or more slow calls inside the window
      *  (all three RSTCF parameters; defaults 2000 ms, 10 calls,
      *  10 minutes) the back end is running slow for a sustained
      *  period rather than hiccupping, and the monitor raises a
      *  console message for the operators, the same way RSTPF00
      *  does for a failure storm.  Repeat alerts are suppressed
      *  until a full window has passed.
      *
      *  Unlike a storm, slowness does not close the sign-on gate:
      *  users are still getting in, just slowly.
      *================================================================

       environment division.
       configuration section.

       data division.
       working-storage section.

       01  WS-RESP                         PIC S9(8) COMP VALUE 0.
           88  WS-RESP-NORMAL              VALUE 0.
           88  WS-RESP-QZERO               VALUE 23.

       01  WS-SLOW-MS-LIMIT                PIC S9(8) COMP VALUE 2000.
       01  WS-SLOW-COUNT-LIMIT             PIC S9(4) COMP VALUE 10.
       01  WS-SLOW-WINDOW-MINS             PIC S9(4) COMP VALUE 10.
       01  WS-CFG-KEY                      PIC X(8).

       01  WS-NOW-ABSTIME                  PIC S9(15) COMP-3.
       01  WS-WINDOW-START-ABSTIME         PIC S9(15) COMP-3.

       01  WS-DRAIN-DONE-SW                PIC X VALUE 'N'.
           88  WS-DRAIN-DONE               VALUE 'Y'.
       01  WS-DRAIN-COUNT                  PIC S9(4) COMP VALUE 0.
       01  WS-READQ-LEN                    PIC S9(4) COMP.

       01  WS-SUB                          PIC S9(4) COMP.
       01  WS-SCAN-SUB                     PIC S9(4) COMP.
       01  WS-KEEP-SUB                     PIC S9(4) COMP.
       01  WS-CALL-COUNT                   PIC S9(4) COMP.
       01  WS-FIRST-SEEN-SUB               PIC S9(4) COMP.
       01  WS-EDIT-COUNT                   PIC ZZZ9.
       01  WS-EDIT-MINS                    PIC ZZZ9.
       01  WS-EDIT-MS                      PIC ZZZZZ9.

       01  WS-CONSOLE-MSG                  PIC X(79).

       01  SLOW-WINDOW-RECORD.
           05  SLOW-ENTRY-COUNT            PIC S9(4) COMP VALUE 0.
           05  SLOW-LAST-ALERT-ABSTIME     PIC S9(15) COMP-3 VALUE 0.
           05  SLOW-ENTRY OCCURS 200 TIMES.
               10  SLOW-ABSTIME            PIC S9(15) COMP-3.
               10  SLOW-CALL-NAME          PIC X(24).
               10  SLOW-ELAPSED-MS         PIC S9(8) COMP.

       01  WS-WINDOW-FOUND-SW              PIC X VALUE 'N'.
           88  WS-WINDOW-FOUND             VALUE 'Y'.

           copy RSTLAT1.
           copy RSTCFG1.

       procedure division.

       MAIN-PARA.

           exec cics asktime
               abstime(WS-NOW-ABSTIME)
           end-exec

           perform READ-CONFIG-PARA

           compute WS-WINDOW-START-ABSTIME =
               WS-NOW-ABSTIME - (WS-SLOW-WINDOW-MINS * 60000)

           perform READ-SLOW-WINDOW-PARA
           perform EVICT-EXPIRED-ENTRIES-PARA
           perform DRAIN-LATENCY-QUEUE-PARA
           perform CHECK-SLOW-THRESHOLD-PARA
           perform SAVE-SLOW-WINDOW-PARA

           exec cics return
           end-exec
           .

       READ-CONFIG-PARA.

           move 'SLOWMS  ' to WS-CFG-KEY

           exec cics read file('RSTCF')
               into(RST-CONFIG-ENTRY)
               ridfld(WS-CFG-KEY)
               keylength(length of WS-CFG-KEY)
               resp(WS-RESP)
           end-exec

           if WS-RESP-NORMAL and CFG-PARM-VALUE numeric
                   and CFG-PARM-VALUE > 0
                   and CFG-PARM-VALUE <= 600000
               move CFG-PARM-VALUE to WS-SLOW-MS-LIMIT
           end-if

           move 'SLOWCNT ' to WS-CFG-KEY

           exec cics read file('RSTCF')
               into(RST-CONFIG-ENTRY)
               ridfld(WS-CFG-KEY)
               keylength(length of WS-CFG-KEY)
               resp(WS-RESP)
           end-exec

           if WS-RESP-NORMAL and CFG-PARM-VALUE numeric
                   and CFG-PARM-VALUE > 0
                   and CFG-PARM-VALUE <= 200
               move CFG-PARM-VALUE to WS-SLOW-COUNT-LIMIT
           end-if

           move 'SLOWMIN ' to WS-CFG-KEY

           exec cics read file('RSTCF')
               into(RST-CONFIG-ENTRY)
               ridfld(WS-CFG-KEY)
               keylength(length of WS-CFG-KEY)
               resp(WS-RESP)
           end-exec

           if WS-RESP-NORMAL and CFG-PARM-VALUE numeric
                   and CFG-PARM-VALUE > 0
                   and CFG-PARM-VALUE < 1440
               move CFG-PARM-VALUE to WS-SLOW-WINDOW-MINS
           end-if
           .

       READ-SLOW-WINDOW-PARA.

           move 'N' to WS-WINDOW-FOUND-SW

           exec cics readq ts
               queue('RSTZWIND')
               into(SLOW-WINDOW-RECORD)
               item(1)
               resp(WS-RESP)
           end-exec

           if WS-RESP-NORMAL
               move 'Y' to WS-WINDOW-FOUND-SW
           else
               move 0 to SLOW-ENTRY-COUNT
               move 0 to SLOW-LAST-ALERT-ABSTIME
           end-if
           .

       EVICT-EXPIRED-ENTRIES-PARA.

           move 0 to WS-KEEP-SUB

           perform varying WS-SUB from 1 by 1
                   until WS-SUB > SLOW-ENTRY-COUNT
               if SLOW-ABSTIME(WS-SUB) >= WS-WINDOW-START-ABSTIME
                   add 1 to WS-KEEP-SUB
                   if WS-KEEP-SUB not = WS-SUB
                       move SLOW-ENTRY(WS-SUB)
                         to SLOW-ENTRY(WS-KEEP-SUB)
                   end-if
               end-if
           end-perform

           move WS-KEEP-SUB to SLOW-ENTRY-COUNT
           .

       DRAIN-LATENCY-QUEUE-PARA.

           move 'N' to WS-DRAIN-DONE-SW
           move 0 to WS-DRAIN-COUNT

           perform until WS-DRAIN-DONE or WS-DRAIN-COUNT = 500
               move length of RST-LATENCY-RECORD to WS-READQ-LEN

               exec cics readq td
                   queue('RLTQ')
                   into(RST-LATENCY-RECORD)
                   length(WS-READQ-LEN)
                   resp(WS-RESP)
               end-exec

               if WS-RESP-NORMAL
                   add 1 to WS-DRAIN-COUNT
                   if LAT-ELAPSED-MS > WS-SLOW-MS-LIMIT
                       perform ADD-WINDOW-ENTRY-PARA
                   end-if
               else
                   set WS-DRAIN-DONE to true
               end-if
           end-perform
           .

       ADD-WINDOW-ENTRY-PARA.

           if SLOW-ENTRY-COUNT < 200
               add 1 to SLOW-ENTRY-COUNT
               move WS-NOW-ABSTIME
                 to SLOW-ABSTIME(SLOW-ENTRY-COUNT)
               move LAT-CALL-NAME
                 to SLOW-CALL-NAME(SLOW-ENTRY-COUNT)
               move LAT-ELAPSED-MS
                 to SLOW-ELAPSED-MS(SLOW-ENTRY-COUNT)
           end-if
           .

       CHECK-SLOW-THRESHOLD-PARA.

      *    one pass per distinct call in the window (an entry is
      *    evaluated only at its first occurrence), so the alert
      *    names the call that is actually slow.
           if SLOW-LAST-ALERT-ABSTIME >= WS-WINDOW-START-ABSTIME
               continue
           else
               perform varying WS-SUB from 1 by 1
                       until WS-SUB > SLOW-ENTRY-COUNT
                   perform FIND-FIRST-OCCURRENCE-PARA

                   if WS-FIRST-SEEN-SUB = WS-SUB
                       perform COUNT-SLOW-CALLS-PARA

                       if WS-CALL-COUNT >= WS-SLOW-COUNT-LIMIT
                           perform RAISE-SLOW-ALERT-PARA
                           move SLOW-ENTRY-COUNT to WS-SUB
                       end-if
                   end-if
               end-perform
           end-if
           .

       FIND-FIRST-OCCURRENCE-PARA.

           move WS-SUB to WS-FIRST-SEEN-SUB

           perform varying WS-SCAN-SUB from 1 by 1
                   until WS-SCAN-SUB >= WS-SUB
               if SLOW-CALL-NAME(WS-SCAN-SUB)
                       = SLOW-CALL-NAME(WS-SUB)
                   move WS-SCAN-SUB to WS-FIRST-SEEN-SUB
                   move WS-SUB to WS-SCAN-SUB
               end-if
           end-perform
           .

       COUNT-SLOW-CALLS-PARA.

           move 0 to WS-CALL-COUNT

           perform varying WS-SCAN-SUB from 1 by 1
                   until WS-SCAN-SUB > SLOW-ENTRY-COUNT
               if SLOW-CALL-NAME(WS-SCAN-SUB)
                       = SLOW-CALL-NAME(WS-SUB)
                   add 1 to WS-CALL-COUNT
               end-if
           end-perform
           .

       RAISE-SLOW-ALERT-PARA.

           move WS-CALL-COUNT to WS-EDIT-COUNT
           move WS-SLOW-MS-LIMIT to WS-EDIT-MS
           move WS-SLOW-WINDOW-MINS to WS-EDIT-MINS

           move spaces to WS-CONSOLE-MSG
           string 'RSTPZ00 SLOW:' delimited by size
                  WS-EDIT-COUNT delimited by size
                  ' CALLS OVER' delimited by size
                  WS-EDIT-MS delimited by size
                  'MS IN' delimited by size
                  WS-EDIT-MINS delimited by size
                  ' MIN - CALL=' delimited by size
                  SLOW-CALL-NAME(WS-SUB) delimited by size
                  into WS-CONSOLE-MSG
           end-string

           exec cics write operator
               text(WS-CONSOLE-MSG)
               textlength(length of WS-CONSOLE-MSG)
           end-exec

           move WS-NOW-ABSTIME to SLOW-LAST-ALERT-ABSTIME
           .

       SAVE-SLOW-WINDOW-PARA.

           if WS-WINDOW-FOUND
               exec cics writeq ts
                   queue('RSTZWIND')
                   from(SLOW-WINDOW-RECORD)
                   length(length of SLOW-WINDOW-RECORD)
                   item(1)
                   rewrite
                   resp(WS-RESP)
               end-exec
           else
               exec cics writeq ts
                   queue('RSTZWIND')
                   from(SLOW-WINDOW-RECORD)
                   length(length of SLOW-WINDOW-RECORD)
                   resp(WS-RESP)
               end-exec
           end-if
           .

       end program RSTPZ00.
