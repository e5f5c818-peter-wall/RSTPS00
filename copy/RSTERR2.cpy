      *  RST-ERROR-RECORD (copy/RSTERR1.cpy, 116 bytes including the
      *  binary ERR-RETURN-CODE and the originating-region
      *  ERR-APPLID stamp) - decode it by moving it to that record.
      *  Records put back from the RERR extract by the RSTPK10
      *  recovery rebuild carry a surrogate task number counted down
      *  from 9999999.
      *================================================================
       01  RST-ERROR-DF-RECORD.
           05  ERRD-KEY.
