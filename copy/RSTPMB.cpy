      *================================================================
      *  RSTPMB.cpy
      *
      *  Symbolic maps for BMS mapset RSTPMB (bms/RSTPMB.bms),
      *  hand-maintained in the absence of a BMS translator in this
      *  build chain, in the same shape as copy/RSTPM9.cpy.  Two
      *  maps: RSTPMBA (open-item list, 12 select-byte + summary
      *  rows regrouped under an OCCURS 12 table) and RSTPMBB
      *  (single item detail with the action and note fields).
      *  Keep in lock-step with the .bms source if fields are
      *  added/resized.
      *================================================================
       01  RSTPMBAI.
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
           05  FTYPEL                 PIC S9(4) COMP.
           05  FTYPEF                 PIC X.
           05  FILLER REDEFINES FTYPEF.
               10  FTYPEA             PIC X.
           05  FTYPEI                 PIC X(8).
           05  FOWNERL                PIC S9(4) COMP.
           05  FOWNERF                PIC X.
           05  FILLER REDEFINES FOWNERF.
               10  FOWNERA            PIC X.
           05  FOWNERI                PIC X(8).
           05  FCLSDL                 PIC S9(4) COMP.
           05  FCLSDF                 PIC X.
           05  FILLER REDEFINES FCLSDF.
               10  FCLSDA             PIC X.
           05  FCLSDI                 PIC X(1).
           05  HDRLINL                PIC S9(4) COMP.
           05  HDRLINF                PIC X.
           05  FILLER REDEFINES HDRLINF.
               10  HDRLINA            PIC X.
           05  HDRLINI                PIC X(76).
           05  OIT-ROW-MAP OCCURS 12 TIMES
                       INDEXED BY WS-IROW-IDX.
           10  ISELL                  PIC S9(4) COMP.
           10  ISELF                  PIC X.
           10  FILLER REDEFINES ISELF.
               15  ISELA              PIC X.
           10  ISELI                  PIC X(1).
           10  IROWL                  PIC S9(4) COMP.
           10  IROWF                  PIC X.
           10  FILLER REDEFINES IROWF.
               15  IROWA              PIC X.
           10  IROWI                  PIC X(74).
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

       01  RSTPMBAO REDEFINES RSTPMBAI.
           05  FILLER                   PIC X(12).
           05  FILLER                   PIC X(3).
           05  TITLE1O                PIC X(40).
           05  FILLER                   PIC X(3).
           05  PAGELBLO               PIC X(5).
           05  FILLER                   PIC X(3).
           05  PAGENOO                PIC X(4).
           05  FILLER                   PIC X(3).
           05  FTYPEO                 PIC X(8).
           05  FILLER                   PIC X(3).
           05  FOWNERO                PIC X(8).
           05  FILLER                   PIC X(3).
           05  FCLSDO                 PIC X(1).
           05  FILLER                   PIC X(3).
           05  HDRLINO                PIC X(76).
           05  OIT-ROW-MAPO OCCURS 12 TIMES
                       INDEXED BY WS-IROW-IDX-O.
               10  FILLER               PIC X(3).
               10  ISELO              PIC X(1).
               10  FILLER               PIC X(3).
               10  IROWO              PIC X(74).
           05  FILLER                   PIC X(3).
           05  MSGOO                  PIC X(79).
           05  FILLER                   PIC X(3).
           05  INSTRSO                PIC X(79).

       01  RSTPMBBI.
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
           05  OACTL                  PIC S9(4) COMP.
           05  OACTF                  PIC X.
           05  FILLER REDEFINES OACTF.
               10  OACTA              PIC X.
           05  OACTI                  PIC X(1).
           05  ONOTEL                 PIC S9(4) COMP.
           05  ONOTEF                 PIC X.
           05  FILLER REDEFINES ONOTEF.
               10  ONOTEA             PIC X.
           05  ONOTEI                 PIC X(60).
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

       01  RSTPMBBO REDEFINES RSTPMBBI.
           05  FILLER                   PIC X(12).
           05  FILLER                   PIC X(3).
           05  TITLEDO                PIC X(40).
           05  DTL-ROW-MAPO OCCURS 8 TIMES
                       INDEXED BY WS-DTLROW-IDX-O.
               10  FILLER               PIC X(3).
               10  DTLROWO            PIC X(76).
           05  FILLER                   PIC X(3).
           05  OACTO                  PIC X(1).
           05  FILLER                   PIC X(3).
           05  ONOTEO                 PIC X(60).
           05  FILLER                   PIC X(3).
           05  MSGDO                  PIC X(79).
           05  FILLER                   PIC X(3).
           05  INSTRDO                PIC X(79).
