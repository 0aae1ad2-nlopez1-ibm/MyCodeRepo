           05  WS-CA-MODE              PIC X(1)    VALUE 'L'.
               88  WS-CA-LIST-MODE                 VALUE 'L'.
               88  WS-CA-DETAIL-MODE               VALUE 'D'.
           05  WS-CA-RESUME-KEY        PIC X(55)   VALUE LOW-VALUES.
           05  WS-CA-PREFIX            PIC X(29)   VALUE SPACES.
           05  WS-CA-TS-FROM           PIC X(26)   VALUE SPACES.
           05  WS-CA-TS-TO             PIC X(26)   VALUE SPACES.
           05  WS-CA-LINE-KEYS.
               10  WS-CA-LINE-KEY      PIC X(55)   OCCURS 10 TIMES.
       01  WS-AUDIT-RESP               PIC S9(8)   COMP.
       01  WS-RECEIVE-RESP             PIC S9(8)   COMP.
       01  WS-BROWSE-DONE-FLAG         PIC X(1)    VALUE 'N'.
       01  WS-SCAN-COUNT               PIC S9(8)   COMP.
       01  WS-SCAN-LIMIT               PIC S9(8)   COMP VALUE 500.
       01  WS-CURSOR-ROW               PIC S9(4)   COMP.
      *    The reference_id already carries the run date and time,
      *    so the list shows the timestamp to the second only and
      *    the line still fits the 78-byte map field.
       01  WS-LIST-LINE.
           05  LST-REFERENCE-ID        PIC X(29).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  LST-TIMESTAMP           PIC X(19).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  LST-ABCODE              PIC X(4).
           05  FILLER                  PIC X(1)    VALUE SPACES.
       01  WS-EXIT-MESSAGE             PIC X(24)   VALUE
               'QQ1C0080 SESSION ENDED'.
       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(687).
       PROCEDURE DIVISION.
       000000-CONTROL.

      *   !       trace flags per line; PF4 with the cursor on a
      *   !       line opens the full record on the QQ1M80B detail
      *   !       map.
      *   !
      *   !       10/14/2026 - list, prefix and COMMAREA keys widened
      *   !       for the date/region reference_id; the list line
      *   !       shows the timestamp to the second to stay on one
      *   !       screen row.
      *   +---
