           SELECT QQ1RPT016-FILE ASSIGN TO QQ1RPT6
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT QQ1BRUN-FILE ASSIGN TO QQ1BRUN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRN-KEY
               FILE STATUS IS WS-BRUN-FILE-STATUS.
           SELECT QQ1STPS-FILE ASSIGN TO QQ1STPS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STPS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QQ1AUDIT-FILE.
       FD  QQ1METR-FILE.
       COPY QQ1METR.
       FD  QQ1AARCH-FILE.
       01  AARCH-RECORD                    PIC X(107).
       FD  QQ1MARCH-FILE.
       01  MARCH-RECORD                    PIC X(88).
       FD  QQ1RPT016-FILE.
       01  RPT016-LINE                     PIC X(80).
       FD  QQ1BRUN-FILE.
       COPY QQ1BRUN.
       FD  QQ1STPS-FILE.
       COPY QQ1STPS.
       WORKING-STORAGE SECTION.
       01  WS-BRUN-FILE-STATUS             PIC X(2).
       01  WS-STPS-FILE-STATUS             PIC X(2).
       01  WS-AUDIT-FILE-STATUS            PIC X(2).
       01  WS-METR-FILE-STATUS             PIC X(2).
       01  WS-AARCH-FILE-STATUS            PIC X(2).
       01  WS-EOF-FLAG                     PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.
       01  WS-RETENTION-DAYS               PIC 9(3)    VALUE 30.
      *    Business dates the run control still has open are never
      *    purged, whatever their age (see 000013).
       01  WS-BRUN-OPEN-FLAG               PIC X(1)    VALUE 'N'.
           88  WS-BRUN-OPEN                            VALUE 'Y'.
       01  WS-STREAM-ID                    PIC X(8)    VALUE
               'NIGHTLY '.
       01  WS-HEADER-STEP                  PIC X(8)    VALUE
               '*STREAM*'.
       01  WS-CHECKED-DATE                 PIC X(10)   VALUE SPACES.
       01  WS-DATE-OPEN-FLAG               PIC X(1)    VALUE 'N'.
           88  WS-DATE-OPEN                            VALUE 'Y'.
       01  WS-CURRENT-DATE                 PIC 9(8).
       01  FILLER REDEFINES WS-CURRENT-DATE.
           05  WS-CURR-YYYY                PIC 9(4).
       01  WS-MONTH-OFFSETS REDEFINES WS-MONTH-OFFSET-TABLE.
           05  WS-MONTH-OFFSET             PIC 9(3)    OCCURS 12 TIMES.
       01  WS-RECORD-DATE                  PIC X(10).
       01  WS-CACHED-REFERENCE-ID          PIC X(29)   VALUE SPACES.
       01  WS-CACHED-RUN-DATE              PIC X(10)   VALUE SPACES.
       01  WS-METR-READ-TOTAL              PIC 9(7)    VALUE ZERO.
       01  WS-METR-ARCHIVED-TOTAL          PIC 9(7)    VALUE ZERO.
       01  WS-METR-DELETED-TOTAL           PIC 9(7)    VALUE ZERO.
       01  WS-METR-KEPT-TOTAL              PIC 9(7)    VALUE ZERO.
       01  WS-METR-NO-DATE-TOTAL           PIC 9(7)    VALUE ZERO.
       01  WS-METR-OPEN-DATE-TOTAL         PIC 9(7)    VALUE ZERO.
       01  WS-AUD-READ-TOTAL               PIC 9(7)    VALUE ZERO.
       01  WS-AUD-ARCHIVED-TOTAL           PIC 9(7)    VALUE ZERO.
       01  WS-AUD-DELETED-TOTAL            PIC 9(7)    VALUE ZERO.
       01  WS-AUD-KEPT-TOTAL               PIC 9(7)    VALUE ZERO.
       01  WS-AUD-OPEN-DATE-TOTAL          PIC 9(7)    VALUE ZERO.
       01  WS-RECON-ERROR-FLAG             PIC X(1)    VALUE 'N'.
           88  WS-RECON-ERROR                          VALUE 'Y'.
       01  WS-REPORT-HEADING.
           05  FILLER                      PIC X(44)   VALUE
               'QQ1METR RECORDS KEPT (NO AUDIT PARENT DATE):'.
           05  NDL-COUNT                   PIC ZZZ,ZZ9.
       01  WS-OPEN-DATE-LINE.
           05  FILLER                      PIC X(41)   VALUE
               'KEPT, BUSINESS DATE NOT CLOSED - QQ1METR:'.
           05  ODL-METR-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(11)   VALUE
               '  QQ1AUDIT:'.
           05  ODL-AUD-COUNT               PIC ZZZ,ZZ9.
       01  WS-RECON-OK-LINE                PIC X(80)   VALUE
               'RECONCILIATION OK - READ = ARCHIVED + KEPT ON BOTH'.
       01  WS-RECON-BAD-LINE               PIC X(80)   VALUE
       LINKAGE SECTION.
      *    JCL PARM layout (fixed-position, no keywords):
      *      positions 1-3  RETENTION-DAYS (9(3), default 30 if zero)
      *      positions 4-11 run-control STREAM-ID (default NIGHTLY)
       01  WS-JCL-PARM.
           05  WS-PARM-LEN                 PIC S9(4)   COMP.
           05  WS-PARM-TEXT.
               10  WS-PARM-RETENTION       PIC 9(3).
               10  WS-PARM-STREAM-ID       PIC X(8).
       PROCEDURE DIVISION USING WS-JCL-PARM.
       000000-CONTROL.

           PERFORM 000090-TERMINATE.
           IF WS-RECON-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-METR-OPEN-DATE-TOTAL > ZERO
                       OR WS-AUD-OPEN-DATE-TOTAL > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 000085-LOG-STEP-STATISTICS.
           STOP RUN.

       000010-INITIALIZE.
                   AND WS-PARM-RETENTION > ZERO
               MOVE WS-PARM-RETENTION TO WS-RETENTION-DAYS
           END-IF.
           IF WS-PARM-LEN >= 11 AND WS-PARM-STREAM-ID NOT = SPACES
               MOVE WS-PARM-STREAM-ID TO WS-STREAM-ID
           END-IF.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURR-YYYY TO WS-SERIAL-YYYY.
           MOVE WS-CURR-MM   TO WS-SERIAL-MM.
           OPEN OUTPUT QQ1AARCH-FILE.
           OPEN OUTPUT QQ1MARCH-FILE.
           OPEN OUTPUT QQ1RPT016-FILE.
      *    Without the run control (no QQ1BRUN DD) age alone decides.
           OPEN INPUT QQ1BRUN-FILE.
           IF WS-BRUN-FILE-STATUS = '00'
               MOVE 'Y' TO WS-BRUN-OPEN-FLAG
           END-IF.

       000011-DATE-TO-SERIAL.

               END-IF
           END-IF.

       000013-TEST-DATE-CLOSED.

      *    WS-RECORD-DATE is past retention; it may still only go if
      *    the stream's '*STREAM*' header for that business date is
      *    closed. A date the stream never ran has no header and is
      *    not held; an unreadable header holds the date. Records
      *    come in date order, so the last answer is kept.
           IF NOT WS-BRUN-OPEN
               MOVE 'N' TO WS-DATE-OPEN-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF WS-RECORD-DATE = WS-CHECKED-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RECORD-DATE TO WS-CHECKED-DATE.
           MOVE 'N' TO WS-DATE-OPEN-FLAG.
           MOVE WS-STREAM-ID   TO BRN-STREAM-ID.
           MOVE WS-RECORD-DATE TO BRN-BUSINESS-DATE.
           MOVE WS-HEADER-STEP TO BRN-STEP-ID.
           READ QQ1BRUN-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE WS-BRUN-FILE-STATUS
               WHEN '23'
                   CONTINUE
               WHEN '00'
                   IF NOT BRN-STATUS-COMPLETE
                       MOVE 'Y' TO WS-DATE-OPEN-FLAG
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO WS-DATE-OPEN-FLAG
           END-EVALUATE.

       000020-PURGE-METRICS-FILE.

      *    Metrics go first: their age comes from the matching audit
               ADD 1 TO WS-METR-KEPT-TOTAL
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000013-TEST-DATE-CLOSED.
           IF WS-DATE-OPEN
               ADD 1 TO WS-METR-KEPT-TOTAL
               ADD 1 TO WS-METR-OPEN-DATE-TOTAL
               EXIT PARAGRAPH
           END-IF.
           WRITE MARCH-RECORD FROM QQ1METRIC-RECORD.
           IF WS-MARCH-FILE-STATUS = '00'
               ADD 1 TO WS-METR-ARCHIVED-TOTAL
               ADD 1 TO WS-AUD-KEPT-TOTAL
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000013-TEST-DATE-CLOSED.
           IF WS-DATE-OPEN
               ADD 1 TO WS-AUD-KEPT-TOTAL
               ADD 1 TO WS-AUD-OPEN-DATE-TOTAL
               EXIT PARAGRAPH
           END-IF.
           WRITE AARCH-RECORD FROM QQ1AUDIT-RECORD.
           IF WS-AARCH-FILE-STATUS = '00'
               ADD 1 TO WS-AUD-ARCHIVED-TOTAL
               MOVE WS-METR-NO-DATE-TOTAL TO NDL-COUNT
               WRITE RPT016-LINE FROM WS-NO-DATE-LINE
           END-IF.
           IF WS-METR-OPEN-DATE-TOTAL > ZERO
                   OR WS-AUD-OPEN-DATE-TOTAL > ZERO
               MOVE WS-METR-OPEN-DATE-TOTAL TO ODL-METR-COUNT
               MOVE WS-AUD-OPEN-DATE-TOTAL  TO ODL-AUD-COUNT
               WRITE RPT016-LINE FROM WS-OPEN-DATE-LINE
           END-IF.
           IF WS-METR-READ-TOTAL NOT =
                   WS-METR-ARCHIVED-TOTAL + WS-METR-KEPT-TOTAL
               MOVE 'Y' TO WS-RECON-ERROR-FLAG
               WRITE RPT016-LINE FROM WS-RECON-OK-LINE
           END-IF.

       000085-LOG-STEP-STATISTICS.

      *    Append this run's QQ1STPS record for the nightly stream's
      *    run control (QQ1B0050). A run without the DD logs nothing.
           OPEN EXTEND QQ1STPS-FILE.
           IF WS-STPS-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO QQ1STPS-RECORD.
           MOVE 'QQ1B0016' TO STP-PROGRAM-ID.
           MOVE RETURN-CODE TO STP-COMPLETION-CODE.
           MOVE 'READ    ' TO STP-COUNT-LABEL(1).
           COMPUTE STP-COUNT-VALUE(1) =
               WS-METR-READ-TOTAL + WS-AUD-READ-TOTAL.
           MOVE 'ARCHIVED' TO STP-COUNT-LABEL(2).
           COMPUTE STP-COUNT-VALUE(2) =
               WS-METR-ARCHIVED-TOTAL + WS-AUD-ARCHIVED-TOTAL.
           MOVE 'KEPT    ' TO STP-COUNT-LABEL(3).
           COMPUTE STP-COUNT-VALUE(3) =
               WS-METR-KEPT-TOTAL + WS-AUD-KEPT-TOTAL.
           WRITE QQ1STPS-RECORD.
           CLOSE QQ1STPS-FILE.

       000090-TERMINATE.

           CLOSE QQ1AUDIT-FILE.
           CLOSE QQ1AARCH-FILE.
           CLOSE QQ1MARCH-FILE.
           CLOSE QQ1RPT016-FILE.
           IF WS-BRUN-OPEN
               CLOSE QQ1BRUN-FILE
           END-IF.
      *
      *   +->   QQ1B0016_ARCHIVE_AND_PURGE          08/23/2026  00:00
      *   !       Nightly housekeeping. Unloads QQ1METR and QQ1AUDIT
      *   !       no parent has no age and is kept and counted.
      *   !       Condition code 8 flags any reconciliation mismatch
      *   !       or archive-write failure.
      *   !
      *   !       10/14/2026 - audit-parent cache key, and the
      *   !       QQ1AARC/QQ1MARC archive records, widened for the
      *   !       29-byte date/region reference_id.
      *   !
      *   !       10/15/2026 - appends a QQ1STPS statistics record (CC,
      *   !       records read, archived and kept) for the nightly
      *   !       stream's run control; the purge now runs gated
      *   !       behind the rollup and the chain check.
      *   !
      *   !       10/15/2026 - records past retention are kept while
      *   !       the run control still has their business date open
      *   !       (QQ1BRUN '*STREAM*' header not closed); they are
      *   !       counted as kept and reported, and the step ends CC 4.
      *   +---
