           02  TARGETF                 PIC X.
           02  FILLER REDEFINES TARGETF.
               03  TARGETA             PIC X.
           02  TARGETI                 PIC X(29).
           02  TICKETL                 COMP PIC S9(4).
           02  TICKETF                 PIC X.
           02  FILLER REDEFINES TICKETF.
       01  QQ1M81AO REDEFINES QQ1M81AI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(3).
           02  TARGETO                 PIC X(29).
           02  FILLER                  PIC X(3).
           02  TICKETO                 PIC X(12).
           02  FILLER                  PIC X(3).
