      *    which door; a run's hop records are adjacent in MET-KEY
      *    order, so one cached lookup covers them and the run is
      *    counted once when its first hop record arrives.
       01  WS-CACHED-REFERENCE-ID          PIC X(29)   VALUE SPACES.
       01  WS-CACHED-FOUND-FLAG            PIC X(1)    VALUE 'N'.
           88  WS-CACHED-FOUND                         VALUE 'Y'.
       01  WS-CACHED-USERID                PIC X(8)    VALUE SPACES.
       01  WS-CACHED-PATH                  PIC X(1)    VALUE SPACE.
       01  WS-CACHED-MONTH                 PIC X(7)    VALUE SPACES.
       01  WS-RUN-COUNTED-ID               PIC X(29)   VALUE SPACES.
      *    One cost line per distinct userid + entry-path pair.
       01  WS-BILL-TOTAL                   PIC S9(4)   COMP VALUE ZERO.
       01  WS-BILL-TABLE.
      *   !       feed record per userid/entry-path pair on
      *   !       QQ1CHGF, so finance allocates the region's
      *   !       consumption without spreadsheet estimates.
      *   !
      *   !       10/14/2026 - audit-parent cache and run-counted keys
      *   !       widened to the 29-byte date/region reference_id.
      *   +---
