       01  WS-COMMAREA                 PIC X(1)    VALUE SPACE.
       01  WS-RECEIVE-RESP             PIC S9(8)   COMP.
       01  WS-STATS-QUEUE-NAME         PIC X(8)    VALUE 'QQ1MQST'.
       01  WS-STATS-ITEM-LEN           PIC S9(4)   COMP VALUE +114.
       01  WS-STATS-RESP               PIC S9(8)   COMP.
       01  WS-ABSTIME                  PIC S9(15)  COMP-3.
       01  WS-NOW-DATE                 PIC X(10).
      *   !       starts a fresh observation interval, so the duty
      *   !       operator can watch a campaign live instead of
      *   !       waiting for QQ1B0010 the next morning.
      *   !
      *   !       10/14/2026 - QQ1MQST item length and the last-run id
      *   !       field follow the 29-byte date/region reference_id.
      *   +---
