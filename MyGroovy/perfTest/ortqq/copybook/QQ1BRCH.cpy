      *----------------------------------------------------------------*
       01  QQ1BRCH-RECORD.
           05  BRC-KEY.
               10  BRC-REFERENCE-ID        PIC X(29).
               10  BRC-RUN-TIMESTAMP       PIC X(26).
               10  BRC-SEQ                 PIC 9(3).
           05  BRC-PROGRAM-ID              PIC X(8).
