                   if DCAACTI(WS-ROW-SUB) = 'P'
                           or DCAACTI(WS-ROW-SUB) = 'p'
                       move PI-ROW-KEY(WS-ROW-SUB) to WS-CURRENT-KEY
                       move spaces to RST-DCA-ENTRY

                       exec cics read file('DCADF')
                           into(RST-DCA-ENTRY)
