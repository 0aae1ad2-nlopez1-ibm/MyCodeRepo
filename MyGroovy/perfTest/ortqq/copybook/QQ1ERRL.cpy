      *----------------------------------------------------------------*
       01  QQ1ERRL-RECORD.
           05  ERRL-KEY.
               10  ERRL-REFERENCE-ID       PIC X(29).
               10  ERRL-TIMESTAMP          PIC X(26).
               10  ERRL-ERROR-SEQ          PIC 9(3).
           05  ERRL-SEVERITY-CODE          PIC X(1).
