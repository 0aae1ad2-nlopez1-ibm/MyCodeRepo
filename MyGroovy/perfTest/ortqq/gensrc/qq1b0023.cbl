           SELECT QQ1RPT023-FILE ASSIGN TO QQ1RPTD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT QQ1RDST-FILE ASSIGN TO QQ1RDST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RDST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QQ1CAMP-FILE.
       COPY QQ1METR.
       FD  QQ1RPT023-FILE.
       01  RPT023-LINE                     PIC X(132).
       FD  QQ1RDST-FILE.
       COPY QQ1RDST.
       WORKING-STORAGE SECTION.
       01  WS-CAMP-FILE-STATUS             PIC X(2).
       01  WS-RSLT-FILE-STATUS             PIC X(2).
       01  WS-METR-FILE-STATUS             PIC X(2).
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
       01  WS-RSLT-EOF-FLAG                PIC X(1)    VALUE 'N'.
           88  WS-RSLT-EOF                             VALUE 'Y'.
       01  WS-METR-EOF-FLAG                PIC X(1)    VALUE 'N'.
               'BASELINE GATE STATUS: '.
           05  GTL-GATE-TEXT               PIC X(30).
       01  WS-SIGNOFF-LINE-1               PIC X(132)  VALUE
             'PREPARED BY QQ1B0023 FOR ATTACHMENT TO THE CHANGE RECORD'.
       01  WS-SIGNOFF-LINE-2               PIC X(132)  VALUE
               'SIGNED OFF BY: ________________________  DATE: _________
      -        '_'.
       01  WS-EMPTY-LINE                   PIC X(132)  VALUE SPACES.
       LINKAGE SECTION.
      *    JCL PARM layout (fixed-position, no keywords):
               END-IF
           END-IF.
           CLOSE QQ1RPT023-FILE.
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
           MOVE 'QQ1RPTD ' TO RDS-REPORT-ID.
           MOVE 'QQ1B0023' TO RDS-PROGRAM-ID.
           STRING WS-RDST-YYYY '-' WS-RDST-MM '-' WS-RDST-DD
               DELIMITED SIZE INTO RDS-PRODUCED-DATE
           END-STRING.
           STRING WS-RDST-HH ':' WS-RDST-MI ':' WS-RDST-SS
               DELIMITED SIZE INTO RDS-PRODUCED-TIME
           END-STRING.
           EVALUATE TRUE
               WHEN NOT WS-CAMP-FOUND
               WHEN WS-GATE-STATUS = 'F'
                   MOVE 8 TO RDS-SEVERITY
               WHEN WS-ITER-FAIL-TOTAL > ZERO
                   MOVE 4 TO RDS-SEVERITY
               WHEN OTHER
                   MOVE 0 TO RDS-SEVERITY
           END-EVALUATE.
           MOVE WS-ITER-TOTAL TO RDS-DETAIL-COUNT.
           STRING 'CAMPAIGN CLOSE-OUT ' DELIMITED SIZE
                  WS-CAMPAIGN-ID DELIMITED SPACE
                  INTO RDS-SUBJECT
           END-STRING.
           WRITE QQ1RDST-RECORD.
           CLOSE QQ1RDST-FILE.
      *
      *   +->   QQ1B0023_CAMPAIGN_CLOSE_OUT         09/02/2026  00:00
      *   !       Batch report. Reads one campaign's QQ1CAMP
      *   !       block so the page can be attached to the change
      *   !       record as-is. CC 8 when the campaign id is not in
      *   !       the registry.
      *   !
      *   !       10/15/2026 - logs a QQ1RDST record on close (severe
      *   !       on a failed gate or unknown campaign, warning on
      *   !       failed iterations) for QQ1B0042 distribution.
      *   +---
