       01  WS-DRAIN-DONE-FLAG          PIC X(1)    VALUE 'N'.
           88  WS-DRAIN-DONE                       VALUE 'Y'.
       01  WS-STATS-QUEUE-NAME         PIC X(8)    VALUE 'QQ1MQST'.
       01  WS-STATS-ITEM-LEN           PIC S9(4)   COMP VALUE +114.
       01  WS-STATS-RESP               PIC S9(8)   COMP.
       01  WS-STATS-NEW-FLAG           PIC X(1).
           88  WS-STATS-NEW                        VALUE 'Y'.
      *   !       consumed instead of filling forever. MQI call
      *   !       sequence kept representative, same simplification
      *   !       as QQ1C0021's 000013-PUT-MQ-COMPLETION-EVENT.
      *   !
      *   !       10/14/2026 - QQ1MQST item length follows the 29-byte
      *   !       date/region reference_id.
      *   +---
