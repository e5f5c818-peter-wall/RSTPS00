           05  HDRLINF                PIC X.
           05  FILLER REDEFINES HDRLINF.
               10  HDRLINA            PIC X.
           05  HDRLINI                PIC X(78).
           05  ERR-ROW-MAP OCCURS 12 TIMES
                       INDEXED BY WS-EROW-IDX.
           10  ESELL                  PIC S9(4) COMP.
           10  EROWF                  PIC X.
           10  FILLER REDEFINES EROWF.
               15  EROWA              PIC X.
           10  EROWI                  PIC X(76).
           05  MSGOL                PIC S9(4) COMP.
           05  MSGOF                PIC X.
           05  FILLER REDEFINES MSGOF.
           05  FILLER                   PIC X(3).
           05  FTYPEO                 PIC X(8).
           05  FILLER                   PIC X(3).
           05  HDRLINO                PIC X(78).
           05  ERR-ROW-MAPO OCCURS 12 TIMES
                       INDEXED BY WS-EROW-IDX-O.
               10  FILLER               PIC X(3).
               10  ESELO              PIC X(1).
               10  FILLER               PIC X(3).
               10  EROWO              PIC X(76).
           05  FILLER                   PIC X(3).
           05  MSGOO                PIC X(79).
           05  FILLER                   PIC X(3).
           05  FILLER REDEFINES TITLEDF.
               10  TITLEDA            PIC X.
           05  TITLEDI                PIC X(40).
           05  DTL-ROW-MAP OCCURS 11 TIMES
                       INDEXED BY WS-DTLROW-IDX.
           10  DTLROWL                PIC S9(4) COMP.
           10  DTLROWF                PIC X.
           10  FILLER REDEFINES DTLROWF.
               15  DTLROWA            PIC X.
           10  DTLROWI                PIC X(79).
           05  MSGDL                PIC S9(4) COMP.
           05  MSGDF                PIC X.
           05  FILLER REDEFINES MSGDF.
           05  FILLER                   PIC X(12).
           05  FILLER                   PIC X(3).
           05  TITLEDO                PIC X(40).
           05  DTL-ROW-MAPO OCCURS 11 TIMES
                       INDEXED BY WS-DTLROW-IDX-O.
               10  FILLER               PIC X(3).
               10  DTLROWO            PIC X(79).
           05  FILLER                   PIC X(3).
           05  MSGDO                PIC X(79).
           05  FILLER                   PIC X(3).
