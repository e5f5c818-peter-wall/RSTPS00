      *  than one event in the same second.  AUDD-AUDIT-IMAGE is the
      *  byte image of RST-AUDIT-RECORD (copy/RSTAUD1.cpy, 74 bytes
      *  including the originating-region AUD-APPLID stamp) - decode
      *  it by moving it to that record.  Records put back from the
      *  RAUD extract by the RSTPK10 recovery rebuild carry a
      *  surrogate task number counted down from 9999999.
      *================================================================
       01  RST-AUDIT-DF-RECORD.
           05  AUDD-KEY.
