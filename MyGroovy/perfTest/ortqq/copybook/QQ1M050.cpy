           02  LSTRIDF                 PIC X.
           02  FILLER REDEFINES LSTRIDF.
               03  LSTRIDA             PIC X.
           02  LSTRIDI                 PIC X(29).
           02  LSTSTAL                 COMP PIC S9(4).
           02  LSTSTAF                 PIC X.
           02  FILLER REDEFINES LSTSTAF.
           02  FILLER                  PIC X(3).
           02  INTSTAO                 PIC X(26).
           02  FILLER                  PIC X(3).
           02  LSTRIDO                 PIC X(29).
           02  FILLER                  PIC X(3).
           02  LSTSTAO                 PIC X(1).
           02  FILLER                  PIC X(3).
