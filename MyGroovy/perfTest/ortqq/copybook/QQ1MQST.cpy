           05  MQST-ABEND-TOTAL            PIC 9(7).
           05  MQST-INTERVAL-RUNS          PIC 9(7).
           05  MQST-INTERVAL-START         PIC X(26).
           05  MQST-LAST-REFERENCE-ID      PIC X(29).
           05  MQST-LAST-STATUS            PIC X(1).
           05  MQST-LAST-ABCODE            PIC X(4).
           05  MQST-LAST-TIMESTAMP         PIC X(26).
