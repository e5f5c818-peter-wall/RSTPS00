      *  application instead of being left to type the next trancode
      *  by hand.  No entry (or a disabled one) means no dispatch:
      *  the session returns to the terminal exactly as before.
      *  RSTPX00 changes only reach the file once a second operator
      *  approves them on the RSTPW00 worklist.
      *================================================================
       01  RST-ROUTE-ENTRY.
           05  RTE-KEY.
