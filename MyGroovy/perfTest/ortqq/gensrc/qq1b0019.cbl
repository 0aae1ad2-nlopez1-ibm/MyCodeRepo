           SELECT QQ1RPT019-FILE ASSIGN TO QQ1RPT9
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT QQ1RDST-FILE ASSIGN TO QQ1RDST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RDST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QQ1SECV-FILE.
       COPY QQ1SECV.
       FD  QQ1RPT019-FILE.
       01  RPT019-LINE                     PIC X(80).
       FD  QQ1RDST-FILE.
       COPY QQ1RDST.
       WORKING-STORAGE SECTION.
       01  WS-SECV-FILE-STATUS             PIC X(2).
       01  WS-RPT-FILE-STATUS              PIC X(2).
       01  WS-RDST-FILE-STATUS             PIC X(2).
       01  WS-RDST-DATE                    PIC 9(8).
       01  FILLER REDEFINES WS-RDST-DATE.
           05  WS-RDST-YYYY                PIC X(4).
           05  WS-RDST-MM                  PIC X(2).
           05  WS-RDST-DD                  PIC X(2).
       01  WS-RDST-TIME                    PIC 9(8).
       01  FILLER REDEFINES WS-RDST-TIME.
           05  WS-RDST-HH                  PIC X(2).
           05  WS-RDST-MI                  PIC X(2).
           05  WS-RDST-SS                  PIC X(2).
           05  FILLER                      PIC X(2).
       01  WS-EOF-FLAG                     PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.
      *    A userid refused this many times or more in one file is
      *    flagged as a repeated offender - a mistyped profile shows
      *    up once or twice, a probing script shows up in bulk.
       01  WS-OFFENDER-THRESHOLD           PIC 9(3)    VALUE 5.
       01  WS-OFFENDER-SEEN-FLAG           PIC X(1)    VALUE 'N'.
           88  WS-OFFENDER-SEEN                        VALUE 'Y'.
       01  WS-USER-TOTAL                   PIC S9(4)   COMP VALUE ZERO.
       01  WS-USER-TABLE.
           05  WS-USER-ENTRY OCCURS 50 TIMES.
               IF WS-USER-COUNT(WS-USER-IDX) >=
                       WS-OFFENDER-THRESHOLD
                   MOVE 'REPEATED OFFENDER' TO SUM-OFFENDER-FLAG
                   MOVE 'Y' TO WS-OFFENDER-SEEN-FLAG
               ELSE
                   MOVE SPACES TO SUM-OFFENDER-FLAG
               END-IF

           CLOSE QQ1SECV-FILE.
           CLOSE QQ1RPT019-FILE.
           PERFORM 000045-LOG-REPORT-PRODUCED.

       000045-LOG-REPORT-PRODUCED.

      *    Append this report's QQ1RDST record for the QQ1B0042
      *    distribution step. A run without the DD logs nothing.
           OPEN EXTEND QQ1RDST-FILE.
           IF WS-RDST-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-RDST-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RDST-TIME FROM TIME.
           MOVE SPACES TO QQ1RDST-RECORD.
           MOVE 'QQ1RPT9 ' TO RDS-REPORT-ID.
           MOVE 'QQ1B0019' TO RDS-PROGRAM-ID.
           STRING WS-RDST-YYYY '-' WS-RDST-MM '-' WS-RDST-DD
               DELIMITED SIZE INTO RDS-PRODUCED-DATE
           END-STRING.
           STRING WS-RDST-HH ':' WS-RDST-MI ':' WS-RDST-SS
               DELIMITED SIZE INTO RDS-PRODUCED-TIME
           END-STRING.
           EVALUATE TRUE
               WHEN WS-OFFENDER-SEEN
                   MOVE 8 TO RDS-SEVERITY
               WHEN WS-VIOLATION-GRAND-TOTAL > ZERO
                   MOVE 4 TO RDS-SEVERITY
               WHEN OTHER
                   MOVE 0 TO RDS-SEVERITY
           END-EVALUATE.
           MOVE WS-VIOLATION-GRAND-TOTAL TO RDS-DETAIL-COUNT.
           MOVE 'SECURITY VIOLATIONS' TO RDS-SUBJECT.
           WRITE QQ1RDST-RECORD.
           CLOSE QQ1RDST-FILE.
      *
      *   +->   QQ1B0019_SECURITY_VIOLATIONS        08/23/2026  00:00
      *   !       Batch report. Lists every QQ1SECV violation
      *   !       or past the repeated-offender threshold so a
      *   !       probing script stands out from a mistyped
      *   !       profile at a glance.
      *   !
      *   !       10/15/2026 - logs a QQ1RDST record on close (severe
      *   !       with a repeated offender, warning with any
      *   !       violation) for QQ1B0042 distribution.
      *   +---
