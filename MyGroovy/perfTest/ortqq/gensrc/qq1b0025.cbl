      *    come from its QQ1AUDIT parent; a run's hop records are
      *    adjacent in MET-KEY order, so one cached lookup covers
      *    them - the QQ1B0013 pattern.
       01  WS-CACHED-REFERENCE-ID          PIC X(29)   VALUE SPACES.
       01  WS-CACHED-FOUND-FLAG            PIC X(1)    VALUE 'N'.
           88  WS-CACHED-FOUND                         VALUE 'Y'.
       01  WS-CACHED-TIMESTAMP             PIC X(26)   VALUE SPACES.
      *   !       QQ1EXTR sequential dataset, so the monthly numbers
      *   !       load straight into their tooling instead of being
      *   !       retyped from the QQ1B0013 print layout.
      *   !
      *   !       10/14/2026 - audit-parent cache key widened to the
      *   !       29-byte date/region reference_id; the extract line
      *   !       still fits its 160 bytes.
      *   +---
