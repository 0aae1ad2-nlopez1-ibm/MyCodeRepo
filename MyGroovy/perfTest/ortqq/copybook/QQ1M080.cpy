           02  REFPFXF                 PIC X.
           02  FILLER REDEFINES REFPFXF.
               03  REFPFXA             PIC X.
           02  REFPFXI                 PIC X(29).
           02  TSFROML                 COMP PIC S9(4).
           02  TSFROMF                 PIC X.
           02  FILLER REDEFINES TSFROMF.
       01  QQ1M80AO REDEFINES QQ1M80AI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(3).
           02  REFPFXO                 PIC X(29).
           02  FILLER                  PIC X(3).
           02  TSFROMO                 PIC X(26).
           02  FILLER                  PIC X(3).
           02  DREFIDF                 PIC X.
           02  FILLER REDEFINES DREFIDF.
               03  DREFIDA             PIC X.
           02  DREFIDI                 PIC X(29).
           02  DTSL                    COMP PIC S9(4).
           02  DTSF                    PIC X.
           02  FILLER REDEFINES DTSF.
       01  QQ1M80BO REDEFINES QQ1M80BI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(3).
           02  DREFIDO                 PIC X(29).
           02  FILLER                  PIC X(3).
           02  DTSO                    PIC X(26).
           02  FILLER                  PIC X(3).
