           SELECT QQ1RPT030-FILE ASSIGN TO QQ1RPTI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT QQ1RDST-FILE ASSIGN TO QQ1RDST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RDST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QQ1AUDIT-FILE.
       COPY QQ1SECV.
       FD  QQ1RPT030-FILE.
       01  RPT030-LINE                     PIC X(80).
       FD  QQ1RDST-FILE.
       COPY QQ1RDST.
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS            PIC X(2).
       01  WS-ERRL-FILE-STATUS             PIC X(2).
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
       01  WS-REPORT-DATE                  PIC X(10)   VALUE SPACES.
           CLOSE QQ1ERRL-FILE.
           CLOSE QQ1SECV-FILE.
           CLOSE QQ1RPT030-FILE.
           PERFORM 000095-LOG-REPORT-PRODUCED.

       000095-LOG-REPORT-PRODUCED.

      *    Append this report's QQ1RDST record for the QQ1B0042
      *    distribution step. A run without the DD logs nothing.
           OPEN EXTEND QQ1RDST-FILE.
           IF WS-RDST-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-RDST-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RDST-TIME FROM TIME.
           MOVE SPACES TO QQ1RDST-RECORD.
           MOVE 'QQ1RPTI ' TO RDS-REPORT-ID.
           MOVE 'QQ1B0030' TO RDS-PROGRAM-ID.
           STRING WS-RDST-YYYY '-' WS-RDST-MM '-' WS-RDST-DD
               DELIMITED SIZE INTO RDS-PRODUCED-DATE
           END-STRING.
           STRING WS-RDST-HH ':' WS-RDST-MI ':' WS-RDST-SS
               DELIMITED SIZE INTO RDS-PRODUCED-TIME
           END-STRING.
           EVALUATE WS-RAG-VERDICT
               WHEN 'RED  '
                   MOVE 8 TO RDS-SEVERITY
               WHEN 'AMBER'
                   MOVE 4 TO RDS-SEVERITY
               WHEN OTHER
                   MOVE 0 TO RDS-SEVERITY
           END-EVALUATE.
           COMPUTE RDS-DETAIL-COUNT = WS-NONCLEAN-TOTAL
               + WS-BREACH-TOTAL + WS-ERRL-TOTAL + WS-SECV-TOTAL.
           STRING 'MORNING SUMMARY ' DELIMITED SIZE
                  WS-REPORT-DATE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-RAG-VERDICT DELIMITED SPACE
                  INTO RDS-SUBJECT
           END-STRING.
           WRITE QQ1RDST-RECORD.
           CLOSE QQ1RDST-FILE.
      *
      *   +->   QQ1B0030_MORNING_SUMMARY            09/03/2026  00:00
      *   !       One-page consolidation of the five morning
      *   !       the top origin servid, QQ1SECV refusal count, and
      *   !       a single RED/AMBER/GREEN verdict up top so the
      *   !       handover meeting starts from one page.
      *   !
      *   !       10/15/2026 - logs a QQ1RDST record on close (verdict
      *   !       as severity) for the QQ1B0042 distribution step.
      *   +---
