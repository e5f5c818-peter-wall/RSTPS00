      *  gets back on a single panel (map RSTPM6A):
      *
      *    - the session's live DCADF directory entry with its
      *      create and last-activity times and the casappc layout
      *      version its state is held in - or, once RSTPH00 has
      *      archived it, the DCAHIST history record with its
      *      archive date/time and DCH-ARCHIVE-REASON, which until
      *      now had no online view at all;
       01  WS-CREATE-TIME                   PIC X(6).
       01  WS-LASTACT-DATE                  PIC X(8).
       01  WS-LASTACT-TIME                  PIC X(6).
       01  WS-SHOW-VERSION                  PIC X(4).

      *    merged timeline, kept in date/time order by inserting
      *    each event at its sorted position; WS-TL-SEQ keeps
           move 'N' to WS-DCA-FOUND-SW
           move 'N' to WS-DCH-FOUND-SW

      *    entries from before the casappc version fields are
      *    shorter than the record areas - clear the areas so they
      *    come back blank, not with the last record's tail.
           move spaces to RST-DCA-ENTRY
           move spaces to RST-DCA-HISTORY-ENTRY

           if WS-DCA-TOKEN not = spaces
               exec cics read file('DCADF')
                   into(RST-DCA-ENTRY)
           end-if

           perform until WS-SCAN-DONE
               move spaces to RST-DCA-ENTRY
               exec cics readnext file('DCADF')
                   into(RST-DCA-ENTRY)
                   ridfld(WS-DCA-SCAN-KEY)
           end-if

           perform until WS-SCAN-DONE
               move spaces to RST-DCA-HISTORY-ENTRY
               exec cics readnext file('DCAHIST')
                   into(RST-DCA-HISTORY-ENTRY)
                   ridfld(WS-DCA-SCAN-KEY)
                   move WS-FMT-DATE to WS-LASTACT-DATE
                   move WS-FMT-TIME to WS-LASTACT-TIME

                   if DCA-CASAPPC-V1
                       move '0001' to WS-SHOW-VERSION
                   else
                       move DCA-CASAPPC-VERSION to WS-SHOW-VERSION
                   end-if

                   set WS-SUMROW-IDX-O to 1
                   string 'LIVE DCADF ENTRY  TOKEN='
                              delimited by size
                          WS-LASTACT-DATE delimited by size
                          ' ' delimited by size
                          WS-LASTACT-TIME delimited by size
                          '  CASAPPC V' delimited by size
                          WS-SHOW-VERSION delimited by size
                          into SUMROWO(WS-SUMROW-IDX-O)
                   end-string

                              '  LAST TRANCODE=' delimited by size
                              DCA-LAST-TRANCODE delimited by size
                              '  ACTIVE' delimited by size
                              '  ORIGIN=' delimited by size
                              DCA-ORIGIN-APPLID delimited by size
                              into SUMROWO(WS-SUMROW-IDX-O)
                       end-string
                   end-if
                   move WS-FMT-DATE to WS-LASTACT-DATE
                   move WS-FMT-TIME to WS-LASTACT-TIME

                   if DCH-CASAPPC-VERSION = spaces
                           or DCH-CASAPPC-VERSION = low-values
                       move '0001' to WS-SHOW-VERSION
                   else
                       move DCH-CASAPPC-VERSION to WS-SHOW-VERSION
                   end-if

                   set WS-SUMROW-IDX-O to 1
                   string 'ARCHIVED DCAHIST ENTRY  TOKEN='
                              delimited by size
                          WS-LASTACT-DATE delimited by size
                          ' ' delimited by size
                          WS-LASTACT-TIME delimited by size
                          '  CASAPPC V' delimited by size
                          WS-SHOW-VERSION delimited by size
                          into SUMROWO(WS-SUMROW-IDX-O)
                   end-string

