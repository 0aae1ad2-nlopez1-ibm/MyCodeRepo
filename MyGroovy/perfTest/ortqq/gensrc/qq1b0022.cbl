       01  WS-HEAD-LINE-2.
           05  FILLER                      PIC X(8)    VALUE
               'REF ID: '.
           05  HD2-REFERENCE-ID            PIC X(29).
           05  FILLER                      PIC X(9)    VALUE
               ' CHAIN: '.
           05  HD2-CHAIN-TRACE             PIC X(5).
      *   !       essentials, reference_id, chain trace, imp_error
      *   !       block and per-hop metrics, formatted for incident
      *   !       review instead of a file dump.
      *   !
      *   !       10/14/2026 - heading carries the 29-byte date/region
      *   !       reference_id.
      *   +---
