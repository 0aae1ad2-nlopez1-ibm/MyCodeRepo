      *----------------------------------------------------------------*
       01  QQ1QUSC-RECORD.
           05  QUSC-INFLIGHT-COUNT         PIC 9(5).
           05  QUSC-LAST-REFERENCE-ID      PIC X(29).
           05  QUSC-LAST-SERVER-TIMESTAMP  PIC X(26).
