           05  DIA-KEY.
               10  DIA-TIMESTAMP           PIC X(26).
               10  DIA-TASKNO              PIC 9(7).
           05  DIA-REFERENCE-ID            PIC X(29).
           05  DIA-ABCODE                  PIC X(4).
           05  DIA-EIB-TRNID               PIC X(4).
           05  DIA-EIB-TRMID               PIC X(4).
