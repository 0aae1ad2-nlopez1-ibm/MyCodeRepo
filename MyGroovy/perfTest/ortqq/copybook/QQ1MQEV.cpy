      *    time instead of polling CICS.                                *
      *----------------------------------------------------------------*
       01  QQ1MQEV-RECORD.
           05  MQEV-REFERENCE-ID           PIC X(29).
           05  MQEV-RUN-TIMESTAMP          PIC X(26).
           05  MQEV-ABCODE                 PIC X(4).
           05  MQEV-STATUS                 PIC X(1).
