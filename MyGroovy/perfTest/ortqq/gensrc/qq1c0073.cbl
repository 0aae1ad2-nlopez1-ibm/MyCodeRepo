           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  TKL-STATUS              PIC X(11).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  TKL-REFERENCE-ID        PIC X(29).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  TKL-ABCODE              PIC X(4).
       01  WS-TOTALS-LINE.
      *    terminal on in-flight work.
           MOVE 'QQ1C0073 PARALLEL LOAD RESULTS' TO WS-BUILD-LINE.
           PERFORM 000030-ADD-REPORT-LINE.
           MOVE
             'TOKEN    STATUS      REFERENCE ID                  ABCD'
               TO WS-BUILD-LINE.
           PERFORM 000030-ADD-REPORT-LINE.
           MOVE 1 TO WS-TOKEN-ITEM.
      *   !       reference_id and final ABCODE, plus totals - the
      *   !       per-task evidence of the chain under genuine
      *   !       concurrency.
      *   !
      *   !       10/14/2026 - result lines carry the 29-byte
      *   !       date/region reference_id.
      *   +---
