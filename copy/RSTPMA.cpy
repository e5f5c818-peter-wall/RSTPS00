      *================================================================
      *  RSTPMA.cpy
      *
      *  Symbolic map for BMS mapset RSTPMA / map RSTPMAA
      *  (bms/RSTPMA.bms), hand-maintained in the absence of a BMS
      *  translator in this build chain, in the same shape as
      *  copy/RSTPM0.cpy -- keep this in lock-step with the .bms
      *  source if fields are added/resized.
      *================================================================
       01  RSTPMAI.
           05  FILLER                   PIC X(12).
           05  TITLE1L                PIC S9(4) COMP.
           05  TITLE1F                PIC X.
           05  FILLER REDEFINES TITLE1F.
               10  TITLE1A            PIC X.
           05  TITLE1I                PIC X(40).
           05  KACTL                  PIC S9(4) COMP.
           05  KACTF                  PIC X.
           05  FILLER REDEFINES KACTF.
               10  KACTA              PIC X.
           05  KACTI                  PIC X(1).
           05  KCALLL                 PIC S9(4) COMP.
           05  KCALLF                 PIC X.
           05  FILLER REDEFINES KCALLF.
               10  KCALLA             PIC X.
           05  KCALLI                 PIC X(24).
           05  KTYPEL                 PIC S9(4) COMP.
           05  KTYPEF                 PIC X.
           05  FILLER REDEFINES KTYPEF.
               10  KTYPEA             PIC X.
           05  KTYPEI                 PIC X(8).
           05  KABENDL                PIC S9(4) COMP.
           05  KABENDF                PIC X.
           05  FILLER REDEFINES KABENDF.
               10  KABENDA            PIC X.
           05  KABENDI                PIC X(4).
           05  KRCSGNL                PIC S9(4) COMP.
           05  KRCSGNF                PIC X.
           05  FILLER REDEFINES KRCSGNF.
               10  KRCSGNA            PIC X.
           05  KRCSGNI                PIC X(1).
           05  KRCL                   PIC S9(4) COMP.
           05  KRCF                   PIC X.
           05  FILLER REDEFINES KRCF.
               10  KRCA               PIC X.
           05  KRCI                   PIC X(8).
           05  KIDL                   PIC S9(4) COMP.
           05  KIDF                   PIC X.
           05  FILLER REDEFINES KIDF.
               10  KIDA               PIC X.
           05  KIDI                   PIC X(8).
           05  KSHORTL                PIC S9(4) COMP.
           05  KSHORTF                PIC X.
           05  FILLER REDEFINES KSHORTF.
               10  KSHORTA            PIC X.
           05  KSHORTI                PIC X(12).
           05  KSEVL                  PIC S9(4) COMP.
           05  KSEVF                  PIC X.
           05  FILLER REDEFINES KSEVF.
               10  KSEVA              PIC X.
           05  KSEVI                  PIC X(1).
           05  KGROUPL                PIC S9(4) COMP.
           05  KGROUPF                PIC X.
           05  FILLER REDEFINES KGROUPF.
               10  KGROUPA            PIC X.
           05  KGROUPI                PIC X(8).
           05  KDESCL                 PIC S9(4) COMP.
           05  KDESCF                 PIC X.
           05  FILLER REDEFINES KDESCF.
               10  KDESCA             PIC X.
           05  KDESCI                 PIC X(60).
           05  KACTNL                 PIC S9(4) COMP.
           05  KACTNF                 PIC X.
           05  FILLER REDEFINES KACTNF.
               10  KACTNA             PIC X.
           05  KACTNI                 PIC X(60).
           05  KSTAMPL                PIC S9(4) COMP.
           05  KSTAMPF                PIC X.
           05  FILLER REDEFINES KSTAMPF.
               10  KSTAMPA            PIC X.
           05  KSTAMPI                PIC X(60).
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

       01  RSTPMAO REDEFINES RSTPMAI.
           05  FILLER                   PIC X(12).
           05  FILLER                   PIC X(3).
           05  TITLE1O                PIC X(40).
           05  FILLER                   PIC X(3).
           05  KACTO                  PIC X(1).
           05  FILLER                   PIC X(3).
           05  KCALLO                 PIC X(24).
           05  FILLER                   PIC X(3).
           05  KTYPEO                 PIC X(8).
           05  FILLER                   PIC X(3).
           05  KABENDO                PIC X(4).
           05  FILLER                   PIC X(3).
           05  KRCSGNO                PIC X(1).
           05  FILLER                   PIC X(3).
           05  KRCO                   PIC X(8).
           05  FILLER                   PIC X(3).
           05  KIDO                   PIC X(8).
           05  FILLER                   PIC X(3).
           05  KSHORTO                PIC X(12).
           05  FILLER                   PIC X(3).
           05  KSEVO                  PIC X(1).
           05  FILLER                   PIC X(3).
           05  KGROUPO                PIC X(8).
           05  FILLER                   PIC X(3).
           05  KDESCO                 PIC X(60).
           05  FILLER                   PIC X(3).
           05  KACTNO                 PIC X(60).
           05  FILLER                   PIC X(3).
           05  KSTAMPO                PIC X(60).
           05  FILLER                   PIC X(3).
           05  MSGOO                  PIC X(79).
           05  FILLER                   PIC X(3).
           05  INSTRSO                PIC X(79).
