      *COMPILE1: LANG(COBOL) CMP(DEFAULT) CICS(N) DB2()
      *COMPILE2: MQS(N) DLL(N) IP(N) LDAP(N) EXCI(N) RENT(N)
      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
      ** Mail one report to its distribution-list subscribers
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  QQ1B0042.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QQ1DIST-FILE ASSIGN TO QQ1DIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DST-KEY
               FILE STATUS IS WS-DIST-FILE-STATUS.
           SELECT QQ1RDST-FILE ASSIGN TO QQ1RDST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RDST-FILE-STATUS.
           SELECT QQ1RPTIN-FILE ASSIGN TO QQ1RPTIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTIN-FILE-STATUS.
           SELECT QQ1SMTP-FILE ASSIGN TO QQ1SMTP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SMTP-FILE-STATUS.
           SELECT QQ1RPT042-FILE ASSIGN TO QQ1RPTT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QQ1DIST-FILE.
       COPY QQ1DIST.
       FD  QQ1RDST-FILE.
       COPY QQ1RDST.
       FD  QQ1RPTIN-FILE.
       01  RPTIN-LINE                      PIC X(132).
       FD  QQ1SMTP-FILE.
       01  SMTP-LINE                       PIC X(133).
       FD  QQ1RPT042-FILE.
       01  RPT042-LINE                     PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-DIST-FILE-STATUS             PIC X(2).
       01  WS-RDST-FILE-STATUS             PIC X(2).
       01  WS-RPTIN-FILE-STATUS            PIC X(2).
       01  WS-SMTP-FILE-STATUS             PIC X(2).
       01  WS-RPT-FILE-STATUS              PIC X(2).
       01  WS-EOF-FLAG                     PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.
       01  WS-USABLE-FLAG                  PIC X(1)    VALUE 'Y'.
           88  WS-USABLE                               VALUE 'Y'.
       01  WS-DIST-OPEN-FLAG               PIC X(1)    VALUE 'N'.
           88  WS-DIST-OPEN                            VALUE 'Y'.
       01  WS-PRODUCED-FLAG                PIC X(1)    VALUE 'N'.
           88  WS-PRODUCED                             VALUE 'Y'.
       01  WS-HELO-SENT-FLAG               PIC X(1)    VALUE 'N'.
           88  WS-HELO-SENT                            VALUE 'Y'.
       01  WS-REPORT-ID                    PIC X(8)    VALUE SPACES.
       01  WS-FROM-ADDRESS                 PIC X(50)   VALUE SPACES.
       01  WS-HELO-NAME                    PIC X(19)   VALUE SPACES.
      *    The report's own QQ1RDST record - the last one logged
      *    for it, should a step have been rerun within the job.
       01  WS-RPT-PROGRAM-ID               PIC X(8)    VALUE SPACES.
       01  WS-RPT-PRODUCED-DATE            PIC X(10)   VALUE SPACES.
       01  WS-RPT-PRODUCED-TIME            PIC X(8)    VALUE SPACES.
       01  WS-RPT-SEVERITY                 PIC 9(1)    VALUE ZERO.
       01  WS-RPT-DETAIL-COUNT             PIC 9(7)    VALUE ZERO.
       01  WS-RPT-SUBJECT                  PIC X(38)   VALUE SPACES.
       01  WS-SEVERITY-WORD                PIC X(7).
       01  WS-MIN-SEVERITY                 PIC 9(1).
       01  WS-SUBSCRIBER-TOTAL             PIC 9(5)    VALUE ZERO.
       01  WS-MAILED-TOTAL                 PIC 9(5)    VALUE ZERO.
       01  WS-NOTICE-TOTAL                 PIC 9(5)    VALUE ZERO.
       01  WS-SKIPPED-TOTAL                PIC 9(5)    VALUE ZERO.
       01  WS-MAIL-SUBJECT                 PIC X(80).
       01  WS-REPORT-HEADING.
           05  FILLER                      PIC X(42)   VALUE
               'QQ1B0042 - REPORT DISTRIBUTION  REPORT:  '.
           05  RH-REPORT-ID                PIC X(8).
       01  WS-PRODUCED-LINE.
           05  FILLER                      PIC X(21)   VALUE
               'REPORT PRODUCED BY   '.
           05  PDL-PROGRAM-ID              PIC X(8).
           05  FILLER                      PIC X(4)    VALUE ' AT '.
           05  PDL-DATE                    PIC X(10).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  PDL-TIME                    PIC X(8).
           05  FILLER                      PIC X(12)   VALUE
               '  SEVERITY: '.
           05  PDL-SEVERITY                PIC X(7).
           05  FILLER                      PIC X(16)   VALUE
               '  DETAIL COUNT: '.
           05  PDL-DETAIL-COUNT            PIC Z,ZZZ,ZZ9.
       01  WS-NOT-PRODUCED-LINE            PIC X(132)  VALUE
               'REPORT NOT PRODUCED IN THIS RUN - EVERY SUBSCRIBER IS SE
      -        'NT THE NOT-PRODUCED NOTICE'.
       01  WS-COLUMN-HEADING.
           05  FILLER                      PIC X(54)   VALUE
               'SEQ RECIPIENT'.
           05  FILLER                      PIC X(6)    VALUE
               'ACTION'.
       01  WS-DETAIL-LINE.
           05  DTL-SEQ                     PIC 9(3).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  DTL-RECIPIENT               PIC X(50).
           05  DTL-ACTION                  PIC X(40).
       01  WS-PROBLEM-LINE.
           05  FILLER                      PIC X(10)   VALUE
               'QQ1B0042  '.
           05  PBL-TEXT                    PIC X(50).
           05  PBL-VALUE                   PIC X(8).
       01  WS-SUMMARY-LINE.
           05  FILLER                      PIC X(13)   VALUE
               'SUBSCRIBERS: '.
           05  SML-SUBSCRIBERS             PIC ZZ,ZZ9.
           05  FILLER                      PIC X(17)   VALUE
               '  REPORT MAILED: '.
           05  SML-MAILED                  PIC ZZ,ZZ9.
           05  FILLER                      PIC X(11)   VALUE
               '  NOTICES: '.
           05  SML-NOTICES                 PIC ZZ,ZZ9.
           05  FILLER                      PIC X(11)   VALUE
               '  SKIPPED: '.
           05  SML-SKIPPED                 PIC ZZ,ZZ9.
       01  WS-NO-SUBSCRIBER-LINE           PIC X(132)  VALUE
               'NO SUBSCRIBERS ON QQ1DIST FOR THIS REPORT - NOTHING MAIL
      -        'ED'.
       LINKAGE SECTION.
      *    JCL PARM layout (fixed-position, no keywords):
      *      positions 1-8  REPORT ID - the report's DD name as
      *                     keyed on QQ1DIST (QQ1RPTI, QQ1RPTD,
      *                     QQ1RPT5, QQ1RPT9)
       01  WS-JCL-PARM.
           05  WS-PARM-LEN                 PIC S9(4)   COMP.
           05  WS-PARM-TEXT.
               10  WS-PARM-REPORT-ID       PIC X(8).
       PROCEDURE DIVISION USING WS-JCL-PARM.
       000000-CONTROL.

      *    Run after the step that writes the report, even when
      *    that step failed: the report (on QQ1RPTIN) goes to each
      *    QQ1DIST subscriber whose filters it passes, in batch
      *    SMTP form on QQ1SMTP for the site gateway, and when
      *    QQ1RDST says it was never produced every subscriber is
      *    told so instead. CC 4 when the report was not produced
      *    or nobody subscribes to it, CC 8 when nothing could be
      *    mailed at all.
           PERFORM 000010-INITIALIZE.
           IF WS-USABLE
               PERFORM 000020-FIND-PRODUCED-RECORD
               PERFORM 000030-MAIL-SUBSCRIBERS
               PERFORM 000070-WRITE-SUMMARY
           END-IF.
           PERFORM 000090-TERMINATE.
           IF NOT WS-USABLE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOT WS-PRODUCED
                       OR WS-SUBSCRIBER-TOTAL = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       000010-INITIALIZE.

           OPEN OUTPUT QQ1RPT042-FILE.
           IF WS-PARM-LEN >= 1
               MOVE WS-PARM-REPORT-ID TO WS-REPORT-ID
           END-IF.
           MOVE WS-REPORT-ID TO RH-REPORT-ID.
           WRITE RPT042-LINE FROM WS-REPORT-HEADING.
           MOVE SPACES TO RPT042-LINE.
           WRITE RPT042-LINE.
           IF WS-REPORT-ID = SPACES
               MOVE 'A REPORT ID IS REQUIRED IN THE PARM' TO PBL-TEXT
               MOVE SPACES TO PBL-VALUE
               PERFORM 000015-REPORT-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT QQ1DIST-FILE.
           IF WS-DIST-FILE-STATUS NOT = '00'
               MOVE 'QQ1DIST LIST CANNOT BE OPENED, STATUS:'
                   TO PBL-TEXT
               MOVE WS-DIST-FILE-STATUS TO PBL-VALUE
               PERFORM 000015-REPORT-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-DIST-OPEN-FLAG.
           MOVE '*SENDER ' TO DST-REPORT-ID.
           MOVE ZERO       TO DST-SEQ.
           READ QQ1DIST-FILE
               INVALID KEY
                   MOVE 'NO *SENDER ROW ON QQ1DIST' TO PBL-TEXT
                   MOVE SPACES TO PBL-VALUE
                   PERFORM 000015-REPORT-PROBLEM
                   EXIT PARAGRAPH
           END-READ.
           MOVE DSS-FROM-ADDRESS TO WS-FROM-ADDRESS.
           MOVE DSS-HELO-NAME    TO WS-HELO-NAME.
           IF WS-FROM-ADDRESS = SPACES
               MOVE 'NO SENDER ADDRESS ON THE *SENDER ROW' TO PBL-TEXT
               MOVE SPACES TO PBL-VALUE
               PERFORM 000015-REPORT-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           IF WS-HELO-NAME = SPACES
               MOVE 'ORTQQ' TO WS-HELO-NAME
           END-IF.
           OPEN OUTPUT QQ1SMTP-FILE.
           IF WS-SMTP-FILE-STATUS NOT = '00'
               MOVE 'QQ1SMTP CANNOT BE OPENED, STATUS:' TO PBL-TEXT
               MOVE WS-SMTP-FILE-STATUS TO PBL-VALUE
               PERFORM 000015-REPORT-PROBLEM
           END-IF.

       000015-REPORT-PROBLEM.

           MOVE 'N' TO WS-USABLE-FLAG.
           WRITE RPT042-LINE FROM WS-PROBLEM-LINE.

       000020-FIND-PRODUCED-RECORD.

      *    No QQ1RDST log at all is the same answer as no record
      *    on it: nothing logged being produced in this run.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT QQ1RDST-FILE.
           IF WS-RDST-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM UNTIL WS-EOF
               READ QQ1RDST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF RDS-REPORT-ID = WS-REPORT-ID
                           PERFORM 000021-HOLD-PRODUCED-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-RDST-FILE-STATUS NOT = '35'
               CLOSE QQ1RDST-FILE
           END-IF.
           IF WS-PRODUCED
               MOVE WS-RPT-PROGRAM-ID    TO PDL-PROGRAM-ID
               MOVE WS-RPT-PRODUCED-DATE TO PDL-DATE
               MOVE WS-RPT-PRODUCED-TIME TO PDL-TIME
               PERFORM 000025-NAME-SEVERITY
               MOVE WS-SEVERITY-WORD     TO PDL-SEVERITY
               MOVE WS-RPT-DETAIL-COUNT  TO PDL-DETAIL-COUNT
               WRITE RPT042-LINE FROM WS-PRODUCED-LINE
           ELSE
               WRITE RPT042-LINE FROM WS-NOT-PRODUCED-LINE
           END-IF.
           MOVE SPACES TO RPT042-LINE.
           WRITE RPT042-LINE.
           WRITE RPT042-LINE FROM WS-COLUMN-HEADING.

       000021-HOLD-PRODUCED-RECORD.

           MOVE 'Y'               TO WS-PRODUCED-FLAG.
           MOVE RDS-PROGRAM-ID    TO WS-RPT-PROGRAM-ID.
           MOVE RDS-PRODUCED-DATE TO WS-RPT-PRODUCED-DATE.
           MOVE RDS-PRODUCED-TIME TO WS-RPT-PRODUCED-TIME.
           MOVE RDS-SUBJECT       TO WS-RPT-SUBJECT.
           IF RDS-SEVERITY NUMERIC
               MOVE RDS-SEVERITY  TO WS-RPT-SEVERITY
           ELSE
               MOVE 8             TO WS-RPT-SEVERITY
           END-IF.
           IF RDS-DETAIL-COUNT NUMERIC
               MOVE RDS-DETAIL-COUNT TO WS-RPT-DETAIL-COUNT
           ELSE
               MOVE ZERO             TO WS-RPT-DETAIL-COUNT
           END-IF.

       000025-NAME-SEVERITY.

           EVALUATE TRUE
               WHEN WS-RPT-SEVERITY >= 8
                   MOVE 'SEVERE ' TO WS-SEVERITY-WORD
               WHEN WS-RPT-SEVERITY >= 4
                   MOVE 'WARNING' TO WS-SEVERITY-WORD
               WHEN OTHER
                   MOVE 'CLEAN  ' TO WS-SEVERITY-WORD
           END-EVALUATE.

       000030-MAIL-SUBSCRIBERS.

           MOVE WS-REPORT-ID TO DST-REPORT-ID.
           MOVE 1            TO DST-SEQ.
           MOVE 'N' TO WS-EOF-FLAG.
           START QQ1DIST-FILE KEY IS NOT LESS THAN DST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF
               READ QQ1DIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
               END-READ
               IF NOT WS-EOF
                   IF DST-REPORT-ID NOT = WS-REPORT-ID
                       MOVE 'Y' TO WS-EOF-FLAG
                   ELSE
                       PERFORM 000031-MAIL-ONE-SUBSCRIBER
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SUBSCRIBER-TOTAL = ZERO
               WRITE RPT042-LINE FROM WS-NO-SUBSCRIBER-LINE
           END-IF.

       000031-MAIL-ONE-SUBSCRIBER.

      *    An empty report is one that found nothing and judged
      *    itself clean; a warning or severe verdict is never
      *    held back as empty.
           IF DST-RECIPIENT = SPACES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SUBSCRIBER-TOTAL.
           MOVE DST-SEQ       TO DTL-SEQ.
           MOVE DST-RECIPIENT TO DTL-RECIPIENT.
           IF DST-MIN-SEVERITY NUMERIC
               MOVE DST-MIN-SEVERITY TO WS-MIN-SEVERITY
           ELSE
               MOVE ZERO TO WS-MIN-SEVERITY
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-PRODUCED
                   PERFORM 000045-MAIL-NOT-PRODUCED-NOTICE
                   ADD 1 TO WS-NOTICE-TOTAL
                   MOVE 'NOT PRODUCED - NOTICE MAILED' TO DTL-ACTION
               WHEN WS-RPT-DETAIL-COUNT = ZERO
                       AND WS-RPT-SEVERITY = ZERO
                       AND NOT DST-SEND-EMPTY
                   ADD 1 TO WS-SKIPPED-TOTAL
                   MOVE 'SKIPPED - REPORT EMPTY' TO DTL-ACTION
               WHEN WS-RPT-SEVERITY < WS-MIN-SEVERITY
                   ADD 1 TO WS-SKIPPED-TOTAL
                   MOVE 'SKIPPED - BELOW SEVERITY FILTER'
                       TO DTL-ACTION
               WHEN OTHER
                   PERFORM 000040-MAIL-REPORT
                   ADD 1 TO WS-MAILED-TOTAL
                   MOVE 'REPORT MAILED' TO DTL-ACTION
           END-EVALUATE.
           WRITE RPT042-LINE FROM WS-DETAIL-LINE.

       000040-MAIL-REPORT.

           MOVE SPACES TO WS-MAIL-SUBJECT.
           STRING WS-RPT-SUBJECT DELIMITED '  '
                  ' - ' DELIMITED SIZE
                  WS-SEVERITY-WORD DELIMITED SPACE
                  INTO WS-MAIL-SUBJECT
           END-STRING.
           PERFORM 000050-OPEN-MESSAGE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT QQ1RPTIN-FILE.
           IF WS-RPTIN-FILE-STATUS NOT = '00'
               MOVE SPACES TO SMTP-LINE
               STRING 'THE REPORT DATASET COULD NOT BE READ, STATUS '
                          DELIMITED SIZE
                      WS-RPTIN-FILE-STATUS DELIMITED SIZE
                      INTO SMTP-LINE
               END-STRING
               WRITE SMTP-LINE
           ELSE
               PERFORM 000041-COPY-REPORT-LINE
                   UNTIL WS-RPTIN-FILE-STATUS NOT = '00'
               CLOSE QQ1RPTIN-FILE
           END-IF.
           PERFORM 000055-CLOSE-MESSAGE.
      *    The subscriber loop runs on the same end-of-file switch.
           MOVE 'N' TO WS-EOF-FLAG.

       000041-COPY-REPORT-LINE.

      *    A body line starting with a period is doubled so the
      *    gateway does not take it for the end of the message.
           READ QQ1RPTIN-FILE
               AT END
                   EXIT PARAGRAPH
           END-READ.
           MOVE SPACES TO SMTP-LINE.
           IF RPTIN-LINE(1:1) = '.'
               STRING '.' DELIMITED SIZE
                      RPTIN-LINE DELIMITED SIZE
                      INTO SMTP-LINE
               END-STRING
           ELSE
               MOVE RPTIN-LINE TO SMTP-LINE
           END-IF.
           WRITE SMTP-LINE.

       000045-MAIL-NOT-PRODUCED-NOTICE.

           MOVE SPACES TO WS-MAIL-SUBJECT.
           STRING 'ORTQQ REPORT ' DELIMITED SIZE
                  WS-REPORT-ID DELIMITED SPACE
                  ' NOT PRODUCED' DELIMITED SIZE
                  INTO WS-MAIL-SUBJECT
           END-STRING.
           PERFORM 000050-OPEN-MESSAGE.
           MOVE SPACES TO SMTP-LINE.
           STRING 'REPORT ' DELIMITED SIZE
                  WS-REPORT-ID DELIMITED SPACE
                  ' WAS EXPECTED FROM THIS RUN BUT WAS NOT PRODUCED.'
                      DELIMITED SIZE
                  INTO SMTP-LINE
           END-STRING.
           WRITE SMTP-LINE.
           MOVE 'THE STEP THAT WRITES IT DID NOT RUN OR DID NOT FINISH. 
      -        'ORTQQ OPERATIONS HAVE THE JOB OUTPUT.' TO SMTP-LINE.
           WRITE SMTP-LINE.
           PERFORM 000055-CLOSE-MESSAGE.

       000050-OPEN-MESSAGE.

      *    Batch SMTP: one HELO, then a MAIL/RCPT/DATA transaction
      *    per message, QUIT once at the end.
           IF NOT WS-HELO-SENT
               MOVE SPACES TO SMTP-LINE
               STRING 'HELO ' DELIMITED SIZE
                      WS-HELO-NAME DELIMITED SPACE
                      INTO SMTP-LINE
               END-STRING
               WRITE SMTP-LINE
               MOVE 'Y' TO WS-HELO-SENT-FLAG
           END-IF.
           MOVE SPACES TO SMTP-LINE.
           STRING 'MAIL FROM:<' DELIMITED SIZE
                  WS-FROM-ADDRESS DELIMITED SPACE
                  '>' DELIMITED SIZE
                  INTO SMTP-LINE
           END-STRING.
           WRITE SMTP-LINE.
           MOVE SPACES TO SMTP-LINE.
           STRING 'RCPT TO:<' DELIMITED SIZE
                  DST-RECIPIENT DELIMITED SPACE
                  '>' DELIMITED SIZE
                  INTO SMTP-LINE
           END-STRING.
           WRITE SMTP-LINE.
           MOVE 'DATA' TO SMTP-LINE.
           WRITE SMTP-LINE.
           MOVE SPACES TO SMTP-LINE.
           STRING 'From: ' DELIMITED SIZE
                  WS-FROM-ADDRESS DELIMITED SPACE
                  INTO SMTP-LINE
           END-STRING.
           WRITE SMTP-LINE.
           MOVE SPACES TO SMTP-LINE.
           IF DST-RECIPIENT-NAME = SPACES
               STRING 'To: ' DELIMITED SIZE
                      DST-RECIPIENT DELIMITED SPACE
                      INTO SMTP-LINE
               END-STRING
           ELSE
               STRING 'To: ' DELIMITED SIZE
                      DST-RECIPIENT-NAME DELIMITED '  '
                      ' <' DELIMITED SIZE
                      DST-RECIPIENT DELIMITED SPACE
                      '>' DELIMITED SIZE
                      INTO SMTP-LINE
               END-STRING
           END-IF.
           WRITE SMTP-LINE.
           MOVE SPACES TO SMTP-LINE.
           STRING 'Subject: ' DELIMITED SIZE
                  WS-MAIL-SUBJECT DELIMITED SIZE
                  INTO SMTP-LINE
           END-STRING.
           WRITE SMTP-LINE.
           MOVE SPACES TO SMTP-LINE.
           WRITE SMTP-LINE.

       000055-CLOSE-MESSAGE.

           MOVE '.' TO SMTP-LINE.
           WRITE SMTP-LINE.

       000070-WRITE-SUMMARY.

           MOVE SPACES TO RPT042-LINE.
           WRITE RPT042-LINE.
           MOVE WS-SUBSCRIBER-TOTAL TO SML-SUBSCRIBERS.
           MOVE WS-MAILED-TOTAL     TO SML-MAILED.
           MOVE WS-NOTICE-TOTAL     TO SML-NOTICES.
           MOVE WS-SKIPPED-TOTAL    TO SML-SKIPPED.
           WRITE RPT042-LINE FROM WS-SUMMARY-LINE.

       000090-TERMINATE.

           IF WS-DIST-OPEN
               CLOSE QQ1DIST-FILE
           END-IF.
           IF WS-SMTP-FILE-STATUS = '00'
               IF WS-HELO-SENT
                   MOVE 'QUIT' TO SMTP-LINE
                   WRITE SMTP-LINE
               END-IF
               CLOSE QQ1SMTP-FILE
           END-IF.
           CLOSE QQ1RPT042-FILE.
      *
      *   +->   QQ1B0042_REPORT_DISTRIBUTION        10/15/2026  00:00
      *   !       Batch distribution step, run after a report step
      *   !       with the report id in the PARM. Looks the report up
      *   !       on the QQ1RDST produced log, then walks its QQ1DIST
      *   !       subscribers: the report is mailed through the site
      *   !       SMTP gateway (batch SMTP on QQ1SMTP) unless it is
      *   !       empty and the subscriber does not want empties, or
      *   !       its severity is below the subscriber's filter. A
      *   !       report that was not produced gets every subscriber
      *   !       a short notice instead. What went where is listed
      *   !       on QQ1RPTT.
      *   +---
