      *================================================================
      *  RSTPM9.cpy
      *
      *  Symbolic maps for BMS mapset RSTPM9 (bms/RSTPM9.bms),
      *  hand-maintained in the absence of a BMS translator in this
      *  build chain, in the same shape as copy/RSTPM3.cpy.  Two
      *  maps: RSTPM9A (pending change list, 12 select-byte +
      *  summary rows regrouped under an OCCURS 12 table) and
      *  RSTPM9B (single change detail with the decision field).
      *  Keep in lock-step with the .bms source if fields are
      *  added/resized.
      *================================================================
       01  RSTPM9AI.
           05  FILLER                   PIC X(12).
           05  TITLE1L                PIC S9(4) COMP.
           05  TITLE1F                PIC X.
           05  FILLER REDEFINES TITLE1F.
               10  TITLE1A            PIC X.
           05  TITLE1I                PIC X(40).
           05  PAGELBLL               PIC S9(4) COMP.
           05  PAGELBLF               PIC X.
           05  FILLER REDEFINES PAGELBLF.
               10  PAGELBLA           PIC X.
           05  PAGELBLI               PIC X(5).
           05  PAGENOL                PIC S9(4) COMP.
           05  PAGENOF                PIC X.
           05  FILLER REDEFINES PAGENOF.
               10  PAGENOA            PIC X.
           05  PAGENOI                PIC X(4).
           05  HDRLINL                PIC S9(4) COMP.
           05  HDRLINF                PIC X.
           05  FILLER REDEFINES HDRLINF.
               10  HDRLINA            PIC X.
           05  HDRLINI                PIC X(76).
           05  CHG-ROW-MAP OCCURS 12 TIMES
                       INDEXED BY WS-PROW-IDX.
           10  PSELL                  PIC S9(4) COMP.
           10  PSELF                  PIC X.
           10  FILLER REDEFINES PSELF.
               15  PSELA              PIC X.
           10  PSELI                  PIC X(1).
           10  PROWL                  PIC S9(4) COMP.
           10  PROWF                  PIC X.
           10  FILLER REDEFINES PROWF.
               15  PROWA              PIC X.
           10  PROWI                  PIC X(74).
           05  MSGOL                  PIC S9(4) COMP.
           05  MSGOF                  PIC X.
           05  FILLER REDEFINES MSGOF.
               10  MSGOA              PIC X.
           05  MSGOI                  PIC X(79).
           05  INSTRSL                PIC S9(4) COMP.
           05  INSTRSF                PIC X.
           05  FILLER REDEFINES INSTRSF.
               10  INSTRSA            PIC X.
           05  INSTRSI                PIC X(79).

       01  RSTPM9AO REDEFINES RSTPM9AI.
           05  FILLER                   PIC X(12).
           05  FILLER                   PIC X(3).
           05  TITLE1O                PIC X(40).
           05  FILLER                   PIC X(3).
           05  PAGELBLO               PIC X(5).
           05  FILLER                   PIC X(3).
           05  PAGENOO                PIC X(4).
           05  FILLER                   PIC X(3).
           05  HDRLINO                PIC X(76).
           05  CHG-ROW-MAPO OCCURS 12 TIMES
                       INDEXED BY WS-PROW-IDX-O.
               10  FILLER               PIC X(3).
               10  PSELO              PIC X(1).
               10  FILLER               PIC X(3).
               10  PROWO              PIC X(74).
           05  FILLER                   PIC X(3).
           05  MSGOO                  PIC X(79).
           05  FILLER                   PIC X(3).
           05  INSTRSO                PIC X(79).

       01  RSTPM9BI.
           05  FILLER                   PIC X(12).
           05  TITLEDL                PIC S9(4) COMP.
           05  TITLEDF                PIC X.
           05  FILLER REDEFINES TITLEDF.
               10  TITLEDA            PIC X.
           05  TITLEDI                PIC X(40).
           05  DTL-ROW-MAP OCCURS 8 TIMES
                       INDEXED BY WS-DTLROW-IDX.
           10  DTLROWL                PIC S9(4) COMP.
           10  DTLROWF                PIC X.
           10  FILLER REDEFINES DTLROWF.
               15  DTLROWA            PIC X.
           10  DTLROWI                PIC X(76).
           05  DECISNL                PIC S9(4) COMP.
           05  DECISNF                PIC X.
           05  FILLER REDEFINES DECISNF.
               10  DECISNA            PIC X.
           05  DECISNI                PIC X(1).
           05  MSGDL                  PIC S9(4) COMP.
           05  MSGDF                  PIC X.
           05  FILLER REDEFINES MSGDF.
               10  MSGDA              PIC X.
           05  MSGDI                  PIC X(79).
           05  INSTRDL                PIC S9(4) COMP.
           05  INSTRDF                PIC X.
           05  FILLER REDEFINES INSTRDF.
               10  INSTRDA            PIC X.
           05  INSTRDI                PIC X(79).

       01  RSTPM9BO REDEFINES RSTPM9BI.
           05  FILLER                   PIC X(12).
           05  FILLER                   PIC X(3).
           05  TITLEDO                PIC X(40).
           05  DTL-ROW-MAPO OCCURS 8 TIMES
                       INDEXED BY WS-DTLROW-IDX-O.
               10  FILLER               PIC X(3).
               10  DTLROWO            PIC X(76).
           05  FILLER                   PIC X(3).
           05  DECISNO                PIC X(1).
           05  FILLER                   PIC X(3).
           05  MSGDO                  PIC X(79).
           05  FILLER                   PIC X(3).
           05  INSTRDO                PIC X(79).
