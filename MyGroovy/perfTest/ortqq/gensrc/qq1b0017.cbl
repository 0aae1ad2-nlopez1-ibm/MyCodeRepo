       01  WS-REF-OVERFLOW                 PIC S9(8)   COMP VALUE ZERO.
       01  WS-REF-TABLE.
           05  WS-REF-ENTRY OCCURS 50000 TIMES.
               10  WS-REF-ID               PIC X(29).
               10  WS-REF-HAS-METRICS      PIC X(1).
               10  WS-REF-HAS-DB2-ROW      PIC X(1).
       01  WS-SEARCH-LO                    PIC S9(8)   COMP.
       01  WS-SEARCH-HI                    PIC S9(8)   COMP.
       01  WS-SEARCH-MID                   PIC S9(8)   COMP.
       01  WS-SEARCH-FOUND-IDX             PIC S9(8)   COMP.
       01  WS-SEARCH-KEY                   PIC X(29).
       01  WS-CACHED-REFERENCE-ID          PIC X(29)   VALUE SPACES.
       01  WS-IDX                          PIC S9(8)   COMP.
       01  WS-AUD-NO-DB2-TOTAL             PIC 9(7)    VALUE ZERO.
       01  WS-AUD-NO-METR-TOTAL            PIC 9(7)    VALUE ZERO.
               'QQ1B0017 - THREE-WAY RUN-STORE RECONCILIATION'.
       01  WS-ORPHAN-LINE.
           05  ORL-KIND                    PIC X(26).
           05  ORL-REFERENCE-ID            PIC X(29).
       01  WS-TOTAL-LINE.
           05  FILLER                      PIC X(22)   VALUE
               'TOTAL MISMATCHES:     '.
           05  OVN-SKIPPED                 PIC ZZZ,ZZZ,ZZ9.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-REFERENCE-ID                 PIC X(29).
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL
               DECLARE RESULT-CSR CURSOR FOR
      *   !       checks, never-examined SQLCODE) surface in the
      *   !       scheduler. QQ1B0011 reconciles only within the
      *   !       audit file; this is the cross-store check.
      *   !
      *   !       10/14/2026 - reference_id table, search key and DB2
      *   !       host variable widened to the 29-byte date/region
      *   !       reference_id.
      *   +---
