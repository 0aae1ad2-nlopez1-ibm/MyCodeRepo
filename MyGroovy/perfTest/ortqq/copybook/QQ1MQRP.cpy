      *----------------------------------------------------------------*
       01  QQ1MQRP-RECORD.
           05  MQRP-CORRELATION-ID         PIC X(24).
           05  MQRP-REFERENCE-ID           PIC X(29).
           05  MQRP-ABCODE                 PIC X(4).
           05  MQRP-STATUS                 PIC X(1).
               88  MQRP-STATUS-NORMAL                  VALUE 'N'.
