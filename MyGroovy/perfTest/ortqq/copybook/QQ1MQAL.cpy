      *    in real time instead of in the next morning's report.       *
      *----------------------------------------------------------------*
       01  QQ1MQAL-RECORD.
           05  MQAL-REFERENCE-ID           PIC X(29).
           05  MQAL-RUN-TIMESTAMP          PIC X(26).
           05  MQAL-PROGRAM-ID             PIC X(8).
           05  MQAL-MEASURE                PIC X(1).
