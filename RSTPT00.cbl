
       CANCEL-IDLE-SESSION-PARA.

           move spaces to RST-DCA-ENTRY

           exec cics read file('DCADF')
               into(RST-DCA-ENTRY)
               ridfld(WS-PURGE-KEY(WS-PURGE-SUB))
