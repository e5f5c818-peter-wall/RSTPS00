      *================================================================
      *  RSTPMC.cpy
      *
      *  Symbolic map for BMS mapset RSTPMC / map RSTPMCA
      *  (bms/RSTPMC.bms), hand-maintained in the absence of a BMS
      *  translator in this build chain, in the same shape as
      *  copy/RSTPM8.cpy.  The seven weekday open/close pairs are
      *  regrouped under an OCCURS 7 table, Sunday first.  Keep in
      *  lock-step with the .bms source if fields are added/resized.
      *================================================================
       01  RSTPMCI.
           05  FILLER                   PIC X(12).
           05  TITLE1L                PIC S9(4) COMP.
           05  TITLE1F                PIC X.
           05  FILLER REDEFINES TITLE1F.
               10  TITLE1A            PIC X.
           05  TITLE1I                PIC X(40).
           05  CACTL                  PIC S9(4) COMP.
           05  CACTF                  PIC X.
           05  FILLER REDEFINES CACTF.
               10  CACTA              PIC X.
           05  CACTI                  PIC X(1).
           05  CBRANL                 PIC S9(4) COMP.
           05  CBRANF                 PIC X.
           05  FILLER REDEFINES CBRANF.
               10  CBRANA             PIC X.
           05  CBRANI                 PIC X(4).
           05  CDATEL                 PIC S9(4) COMP.
           05  CDATEF                 PIC X.
           05  FILLER REDEFINES CDATEF.
               10  CDATEA             PIC X.
           05  CDATEI                 PIC X(8).
           05  WEEK-ROW-MAP OCCURS 7 TIMES
                       INDEXED BY WS-WROW-IDX.
               10  WOPNL                  PIC S9(4) COMP.
               10  WOPNF                  PIC X.
               10  FILLER REDEFINES WOPNF.
                   15  WOPNA              PIC X.
               10  WOPNI                  PIC X(4).
               10  WCLSL                  PIC S9(4) COMP.
               10  WCLSF                  PIC X.
               10  FILLER REDEFINES WCLSF.
                   15  WCLSA              PIC X.
               10  WCLSI                  PIC X(4).
           05  CTYPEL                 PIC S9(4) COMP.
           05  CTYPEF                 PIC X.
           05  FILLER REDEFINES CTYPEF.
               10  CTYPEA             PIC X.
           05  CTYPEI                 PIC X(1).
           05  DOPENL                 PIC S9(4) COMP.
           05  DOPENF                 PIC X.
           05  FILLER REDEFINES DOPENF.
               10  DOPENA             PIC X.
           05  DOPENI                 PIC X(4).
           05  DCLOSL                 PIC S9(4) COMP.
           05  DCLOSF                 PIC X.
           05  FILLER REDEFINES DCLOSF.
               10  DCLOSA             PIC X.
           05  DCLOSI                 PIC X(4).
           05  XACTL                  PIC S9(4) COMP.
           05  XACTF                  PIC X.
           05  FILLER REDEFINES XACTF.
               10  XACTA              PIC X.
           05  XACTI                  PIC X(1).
           05  XUSERL                 PIC S9(4) COMP.
           05  XUSERF                 PIC X.
           05  FILLER REDEFINES XUSERF.
               10  XUSERA             PIC X.
           05  XUSERI                 PIC X(8).
           05  XBRANL                 PIC S9(4) COMP.
           05  XBRANF                 PIC X.
           05  FILLER REDEFINES XBRANF.
               10  XBRANA             PIC X.
           05  XBRANI                 PIC X(4).
           05  XEXPYL                 PIC S9(4) COMP.
           05  XEXPYF                 PIC X.
           05  FILLER REDEFINES XEXPYF.
               10  XEXPYA             PIC X.
           05  XEXPYI                 PIC X(8).
           05  XRSNL                  PIC S9(4) COMP.
           05  XRSNF                  PIC X.
           05  FILLER REDEFINES XRSNF.
               10  XRSNA              PIC X.
           05  XRSNI                  PIC X(30).
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

       01  RSTPMCO REDEFINES RSTPMCI.
           05  FILLER                   PIC X(12).
           05  FILLER                   PIC X(3).
           05  TITLE1O                PIC X(40).
           05  FILLER                   PIC X(3).
           05  CACTO                  PIC X(1).
           05  FILLER                   PIC X(3).
           05  CBRANO                 PIC X(4).
           05  FILLER                   PIC X(3).
           05  CDATEO                 PIC X(8).
           05  WEEK-ROW-MAPO OCCURS 7 TIMES
                       INDEXED BY WS-WROW-IDX-O.
               10  FILLER                   PIC X(3).
               10  WOPNO                  PIC X(4).
               10  FILLER                   PIC X(3).
               10  WCLSO                  PIC X(4).
           05  FILLER                   PIC X(3).
           05  CTYPEO                 PIC X(1).
           05  FILLER                   PIC X(3).
           05  DOPENO                 PIC X(4).
           05  FILLER                   PIC X(3).
           05  DCLOSO                 PIC X(4).
           05  FILLER                   PIC X(3).
           05  XACTO                  PIC X(1).
           05  FILLER                   PIC X(3).
           05  XUSERO                 PIC X(8).
           05  FILLER                   PIC X(3).
           05  XBRANO                 PIC X(4).
           05  FILLER                   PIC X(3).
           05  XEXPYO                 PIC X(8).
           05  FILLER                   PIC X(3).
           05  XRSNO                  PIC X(30).
           05  FILLER                   PIC X(3).
           05  MSGOO                  PIC X(79).
           05  FILLER                   PIC X(3).
           05  INSTRSO                PIC X(79).
