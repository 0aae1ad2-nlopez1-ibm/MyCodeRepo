           05  INC-RUN-DATE                PIC X(10).
           05  INC-SIGNATURE-NUM           PIC 9(1).
           05  INC-SIGNATURE-NAME          PIC X(24).
           05  INC-FIRST-REFERENCE-ID     PIC X(29).
           05  INC-LAST-REFERENCE-ID      PIC X(29).
           05  INC-RUN-COUNT               PIC 9(7).
           05  FILLER                      PIC X(8).
