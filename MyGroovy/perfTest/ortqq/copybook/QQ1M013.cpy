           02  REFIDF                  PIC X.
           02  FILLER REDEFINES REFIDF.
               03  REFIDA              PIC X.
           02  REFIDI                  PIC X(29).
           02  LTSL                    COMP PIC S9(4).
           02  LTSF                    PIC X.
           02  FILLER REDEFINES LTSF.
           02  FILLER                  PIC X(3).
           02  LREFIDO                 PIC X(14).
           02  FILLER                  PIC X(3).
           02  REFIDO                  PIC X(29).
           02  FILLER                  PIC X(3).
           02  LTSO                    PIC X(14).
           02  FILLER                  PIC X(3).
