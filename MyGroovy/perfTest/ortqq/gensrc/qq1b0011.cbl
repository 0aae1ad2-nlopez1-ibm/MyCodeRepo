      *    wider than this between consecutive reference_ids means one
      *    or more audit records never got written.
       01  WS-GAP-THRESHOLD-SECONDS        PIC 9(5)    VALUE 300.
       01  WS-PREV-REFERENCE-ID            PIC X(29)   VALUE SPACES.
       01  WS-PREV-TIMESTAMP               PIC X(26)   VALUE SPACES.
       01  WS-PREV-SECONDS-IN-DAY          PIC S9(9)   VALUE ZERO.
       01  WS-CURR-SECONDS-IN-DAY          PIC S9(9)   VALUE ZERO.
       01  WS-DUPLICATE-LINE.
           05  FILLER                      PIC X(18)   VALUE
               'DUPLICATE REF_ID: '.
           05  DUP-REFERENCE-ID            PIC X(29).
           05  FILLER                      PIC X(5)    VALUE
               ' AT: '.
           05  DUP-TIMESTAMP               PIC X(26).
      *   !       can collide across runs) or that are separated by
      *   !       more than WS-GAP-THRESHOLD-SECONDS, which points at
      *   !       a missing audit record.
      *   !
      *   !       10/14/2026 - duplicate check and report line carry
      *   !       the 29-byte date/region reference_id.
      *   +---
