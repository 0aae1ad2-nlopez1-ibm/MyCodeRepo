               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSGL-KEY
               FILE STATUS IS WS-MSGL-FILE-STATUS.
           SELECT QQ1REPO-FILE ASSIGN TO QQ1REPO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPO-KEY
               FILE STATUS IS WS-REPO-FILE-STATUS.
           SELECT QQ1EARCH-FILE ASSIGN TO QQ1EARC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EARCH-FILE-STATUS.
           SELECT QQ1LARCH-FILE ASSIGN TO QQ1LARC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LARCH-FILE-STATUS.
           SELECT QQ1RARCH-FILE ASSIGN TO QQ1RARC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RARCH-FILE-STATUS.
           SELECT QQ1RPT026-FILE ASSIGN TO QQ1RPTF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       COPY QQ1DIAG.
       FD  QQ1MSGL-FILE.
       COPY QQ1MSGL.
       FD  QQ1REPO-FILE.
       COPY QQ1REPO.
       FD  QQ1EARCH-FILE.
       01  EARCH-RECORD                    PIC X(134).
       FD  QQ1SARCH-FILE.
       01  SARCH-RECORD                    PIC X(80).
       FD  QQ1DARCH-FILE.
       01  DARCH-RECORD                    PIC X(334).
       FD  QQ1LARCH-FILE.
       01  LARCH-RECORD                    PIC X(175).
       FD  QQ1RARCH-FILE.
       01  RARCH-RECORD                    PIC X(160).
       FD  QQ1RPT026-FILE.
       01  RPT026-LINE                     PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-SECV-FILE-STATUS             PIC X(2).
       01  WS-DIAG-FILE-STATUS             PIC X(2).
       01  WS-MSGL-FILE-STATUS             PIC X(2).
       01  WS-REPO-FILE-STATUS             PIC X(2).
       01  WS-EARCH-FILE-STATUS            PIC X(2).
       01  WS-SARCH-FILE-STATUS            PIC X(2).
       01  WS-DARCH-FILE-STATUS            PIC X(2).
       01  WS-LARCH-FILE-STATUS            PIC X(2).
       01  WS-RARCH-FILE-STATUS            PIC X(2).
       01  WS-RPT-FILE-STATUS              PIC X(2).
       01  WS-EOF-FLAG                     PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.
      *    One policy slot per file this job knows how to purge; a
      *    file with no QQ1RETP row keeps POL-PRESENT = 'N' and is
      *    not touched at all. Slot 5, QQ1REPO, is the report
      *    repository's default: it covers every filed report that
      *    has no card of its own in the report table below.
       01  WS-POLICY-TABLE.
           05  WS-POLICY-ENTRY OCCURS 5 TIMES.
               10  POL-FILE-ID             PIC X(8).
               10  POL-PRESENT-FLAG        PIC X(1).
                   88  POL-PRESENT                 VALUE 'Y'.
               10  POL-HOLD-FLAG           PIC X(1).
       01  WS-POLICY-IDX                   PIC S9(4)   COMP.
       01  WS-ACTIVE-POLICY-IDX            PIC S9(4)   COMP.
       01  WS-POLICY-MATCHED-FLAG          PIC X(1).
           88  WS-POLICY-MATCHED                       VALUE 'Y'.
      *    QQ1REPO cards per report, keyed by the report's DD name
      *    (QQ1RPT1 ...): a report the repository default would
      *    keep too long, or too short, gets its own card - and its
      *    own legal hold, without holding every other report.
       01  WS-REPORT-POLICY-LIMIT          PIC S9(4)   COMP VALUE 60.
       01  WS-REPORT-POLICY-TOTAL          PIC S9(4)   COMP VALUE ZERO.
       01  WS-REPORT-POLICY-IDX            PIC S9(4)   COMP.
       01  WS-REPORT-POLICY-TABLE.
           05  WS-REPORT-POLICY-ENTRY OCCURS 60 TIMES.
               10  RPP-REPORT-ID           PIC X(8).
               10  RPP-RETENTION-DAYS      PIC 9(3).
               10  RPP-ARCHIVE-FLAG        PIC X(1).
               10  RPP-HOLD-FLAG           PIC X(1).
      *    The policy in force for the report being purged,
      *    resolved once per report id as the browse reaches it.
       01  WS-RESOLVED-REPORT-ID           PIC X(8).
       01  WS-RESOLVED-PRESENT-FLAG        PIC X(1).
           88  WS-RESOLVED-PRESENT                     VALUE 'Y'.
       01  WS-RESOLVED-ARCHIVE-FLAG        PIC X(1).
       01  WS-RESOLVED-HOLD-FLAG           PIC X(1).
       01  WS-RESOLVED-CUTOFF-SERIAL       PIC S9(9)   COMP.
       01  WS-TODAY-SERIAL                 PIC S9(9)   COMP.
       01  WS-ARCHIVE-DUE-TOTAL            PIC 9(7).
       01  WS-CURRENT-DATE                 PIC 9(8).
       01  FILLER REDEFINES WS-CURRENT-DATE.
           05  WS-CURR-YYYY                PIC 9(4).
           05  HLL-FILE-ID                 PIC X(8).
           05  FILLER                      PIC X(40)   VALUE
               ' ON LEGAL HOLD - PURGE SKIPPED'.
       01  WS-REPORT-HOLD-LINE.
           05  FILLER                      PIC X(8)    VALUE
               'QQ1REPO '.
           05  RHL-REPORT-ID               PIC X(8).
           05  FILLER                      PIC X(40)   VALUE
               ' ON LEGAL HOLD - FILED COPIES KEPT'.
       01  WS-REPORT-OVERFLOW-LINE         PIC X(80)   VALUE
               'QQ1REPO  OVER 60 REPORT CARDS - EXTRA CARDS IGNORED'.
       01  WS-NO-POLICY-LINE.
           05  NPL-FILE-ID                 PIC X(8).
           05  FILLER                      PIC X(40)   VALUE
           PERFORM 000030-PURGE-SECURITY-LOG.
           PERFORM 000040-PURGE-DIAG-SNAPSHOTS.
           PERFORM 000050-PURGE-CATALOG-LOG.
           PERFORM 000060-PURGE-REPORT-REPOSITORY.
           PERFORM 000080-WRITE-VERDICT.
           PERFORM 000090-TERMINATE.
           IF WS-RECON-ERROR
           MOVE 'QQ1SECV ' TO POL-FILE-ID(2).
           MOVE 'QQ1DIAG ' TO POL-FILE-ID(3).
           MOVE 'QQ1MSGL ' TO POL-FILE-ID(4).
           MOVE 'QQ1REPO ' TO POL-FILE-ID(5).
           PERFORM VARYING WS-POLICY-IDX FROM 1 BY 1
                   UNTIL WS-POLICY-IDX > 5
               MOVE 'N'  TO POL-PRESENT-FLAG(WS-POLICY-IDX)
               MOVE ZERO TO POL-RETENTION-DAYS(WS-POLICY-IDX)
               MOVE 'N'  TO POL-ARCHIVE-FLAG(WS-POLICY-IDX)
           IF RTP-RETENTION-DAYS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-POLICY-MATCHED-FLAG.
           PERFORM VARYING WS-POLICY-IDX FROM 1 BY 1
                   UNTIL WS-POLICY-IDX > 5
               IF POL-FILE-ID(WS-POLICY-IDX) = RTP-FILE-ID
                   MOVE 'Y' TO POL-PRESENT-FLAG(WS-POLICY-IDX)
                   MOVE RTP-RETENTION-DAYS
                       TO POL-ARCHIVE-FLAG(WS-POLICY-IDX)
                   MOVE RTP-HOLD-FLAG
                       TO POL-HOLD-FLAG(WS-POLICY-IDX)
                   MOVE 'Y' TO WS-POLICY-MATCHED-FLAG
                   MOVE 5 TO WS-POLICY-IDX
               END-IF
           END-PERFORM.
           IF NOT WS-POLICY-MATCHED
                   AND RTP-FILE-ID(1:6) = 'QQ1RPT'
               PERFORM 000018-ADD-REPORT-POLICY
           END-IF.

       000016-RESOLVE-ONE-POLICY.

                   WS-DELETED-TOTAL + WS-KEPT-TOTAL
               MOVE 'Y' TO WS-RECON-ERROR-FLAG
           END-IF.
      *    On QQ1REPO the archive flag differs report by report,
      *    so the pass counts the deletions that had to be archived.
           IF WS-ACTIVE-POLICY-IDX = 5
               IF WS-ARCHIVED-TOTAL NOT = WS-ARCHIVE-DUE-TOTAL
                   MOVE 'Y' TO WS-RECON-ERROR-FLAG
               END-IF
           ELSE
               IF POL-ARCHIVE-FLAG(WS-ACTIVE-POLICY-IDX) = 'Y'
                       AND WS-ARCHIVED-TOTAL NOT = WS-DELETED-TOTAL
                   MOVE 'Y' TO WS-RECON-ERROR-FLAG
               END-IF
           END-IF.

       000018-ADD-REPORT-POLICY.

      *    A second card for the same report replaces the first.
           PERFORM VARYING WS-REPORT-POLICY-IDX FROM 1 BY 1
                   UNTIL WS-REPORT-POLICY-IDX > WS-REPORT-POLICY-TOTAL
                      OR RPP-REPORT-ID(WS-REPORT-POLICY-IDX)
                             = RTP-FILE-ID
               CONTINUE
           END-PERFORM.
           IF WS-REPORT-POLICY-IDX > WS-REPORT-POLICY-TOTAL
               IF WS-REPORT-POLICY-TOTAL >= WS-REPORT-POLICY-LIMIT
                   WRITE RPT026-LINE FROM WS-REPORT-OVERFLOW-LINE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-REPORT-POLICY-TOTAL
               MOVE WS-REPORT-POLICY-TOTAL TO WS-REPORT-POLICY-IDX
           END-IF.
           MOVE RTP-FILE-ID
               TO RPP-REPORT-ID(WS-REPORT-POLICY-IDX).
           MOVE RTP-RETENTION-DAYS
               TO RPP-RETENTION-DAYS(WS-REPORT-POLICY-IDX).
           MOVE RTP-ARCHIVE-FLAG
               TO RPP-ARCHIVE-FLAG(WS-REPORT-POLICY-IDX).
           MOVE RTP-HOLD-FLAG
               TO RPP-HOLD-FLAG(WS-REPORT-POLICY-IDX).

       000020-PURGE-ERROR-LOG.

           MOVE 1 TO WS-POLICY-IDX.
               MOVE 'Y' TO WS-RECON-ERROR-FLAG
           END-IF.

       000060-PURGE-REPORT-REPOSITORY.

      *    Filed report copies go by their run date. Each report
      *    takes its own card when it has one and the QQ1REPO
      *    default otherwise; with neither it is kept. Whole dates
      *    go at once - the directory entry sorts first, so the
      *    viewer stops listing a date before its lines go.
           MOVE 5 TO WS-ACTIVE-POLICY-IDX.
           IF NOT POL-PRESENT(5) AND WS-REPORT-POLICY-TOTAL = ZERO
               MOVE POL-FILE-ID(5) TO NPL-FILE-ID
               WRITE RPT026-LINE FROM WS-NO-POLICY-LINE
               EXIT PARAGRAPH
           END-IF.
           IF POL-PRESENT(5) AND POL-HOLD-FLAG(5) = 'Y'
               MOVE POL-FILE-ID(5) TO HLL-FILE-ID
               WRITE RPT026-LINE FROM WS-HOLD-LINE
           END-IF.
           PERFORM VARYING WS-REPORT-POLICY-IDX FROM 1 BY 1
                   UNTIL WS-REPORT-POLICY-IDX > WS-REPORT-POLICY-TOTAL
               IF RPP-HOLD-FLAG(WS-REPORT-POLICY-IDX) = 'Y'
                   MOVE RPP-REPORT-ID(WS-REPORT-POLICY-IDX)
                       TO RHL-REPORT-ID
                   WRITE RPT026-LINE FROM WS-REPORT-HOLD-LINE
               END-IF
           END-PERFORM.
           MOVE WS-CURR-YYYY TO WS-SERIAL-YYYY.
           MOVE WS-CURR-MM   TO WS-SERIAL-MM.
           MOVE WS-CURR-DD   TO WS-SERIAL-DD.
           PERFORM 000011-DATE-TO-SERIAL.
           MOVE WS-DAY-SERIAL TO WS-TODAY-SERIAL.
           MOVE ZERO TO WS-READ-TOTAL WS-ARCHIVED-TOTAL
                        WS-DELETED-TOTAL WS-KEPT-TOTAL
                        WS-ARCHIVE-DUE-TOTAL.
           MOVE HIGH-VALUES TO WS-RESOLVED-REPORT-ID.
           OPEN I-O QQ1REPO-FILE.
           IF WS-REPO-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT QQ1RARCH-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO RPO-KEY.
           START QQ1REPO-FILE KEY >= RPO-KEY
           END-START.
           IF WS-REPO-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM 000061-PURGE-ONE-REPORT-LINE UNTIL WS-EOF.
           CLOSE QQ1REPO-FILE.
           CLOSE QQ1RARCH-FILE.
           PERFORM 000017-RECONCILE-ONE-FILE.

       000061-PURGE-ONE-REPORT-LINE.

           READ QQ1REPO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
           IF WS-EOF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-READ-TOTAL.
           IF RPO-REPORT-ID NOT = WS-RESOLVED-REPORT-ID
               PERFORM 000062-RESOLVE-REPORT-POLICY
           END-IF.
           IF NOT WS-RESOLVED-PRESENT
                   OR WS-RESOLVED-HOLD-FLAG = 'Y'
               ADD 1 TO WS-KEPT-TOTAL
               EXIT PARAGRAPH
           END-IF.
           MOVE RPO-RUN-DATE TO WS-RECORD-DATE.
           PERFORM 000012-RECORD-DATE-TO-SERIAL.
           IF WS-DAY-SERIAL = ZERO
                   OR WS-DAY-SERIAL >= WS-RESOLVED-CUTOFF-SERIAL
               ADD 1 TO WS-KEPT-TOTAL
               EXIT PARAGRAPH
           END-IF.
           IF WS-RESOLVED-ARCHIVE-FLAG = 'Y'
               WRITE RARCH-RECORD FROM QQ1REPO-RECORD
               IF WS-RARCH-FILE-STATUS = '00'
                   ADD 1 TO WS-ARCHIVED-TOTAL
               ELSE
                   ADD 1 TO WS-KEPT-TOTAL
                   MOVE 'Y' TO WS-RECON-ERROR-FLAG
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DELETE QQ1REPO-FILE
           END-DELETE.
           IF WS-REPO-FILE-STATUS = '00'
               ADD 1 TO WS-DELETED-TOTAL
               IF WS-RESOLVED-ARCHIVE-FLAG = 'Y'
                   ADD 1 TO WS-ARCHIVE-DUE-TOTAL
               END-IF
           ELSE
               ADD 1 TO WS-KEPT-TOTAL
               MOVE 'Y' TO WS-RECON-ERROR-FLAG
           END-IF.

       000062-RESOLVE-REPORT-POLICY.

           MOVE RPO-REPORT-ID TO WS-RESOLVED-REPORT-ID.
           MOVE POL-PRESENT-FLAG(5)   TO WS-RESOLVED-PRESENT-FLAG.
           MOVE POL-ARCHIVE-FLAG(5)   TO WS-RESOLVED-ARCHIVE-FLAG.
           MOVE POL-HOLD-FLAG(5)      TO WS-RESOLVED-HOLD-FLAG.
           COMPUTE WS-RESOLVED-CUTOFF-SERIAL =
               WS-TODAY-SERIAL - POL-RETENTION-DAYS(5).
           PERFORM VARYING WS-REPORT-POLICY-IDX FROM 1 BY 1
                   UNTIL WS-REPORT-POLICY-IDX > WS-REPORT-POLICY-TOTAL
               IF RPP-REPORT-ID(WS-REPORT-POLICY-IDX) = RPO-REPORT-ID
                   MOVE 'Y' TO WS-RESOLVED-PRESENT-FLAG
                   MOVE RPP-ARCHIVE-FLAG(WS-REPORT-POLICY-IDX)
                       TO WS-RESOLVED-ARCHIVE-FLAG
                   MOVE RPP-HOLD-FLAG(WS-REPORT-POLICY-IDX)
                       TO WS-RESOLVED-HOLD-FLAG
                   COMPUTE WS-RESOLVED-CUTOFF-SERIAL =
                       WS-TODAY-SERIAL
                       - RPP-RETENTION-DAYS(WS-REPORT-POLICY-IDX)
                   MOVE WS-REPORT-POLICY-TOTAL TO WS-REPORT-POLICY-IDX
               END-IF
           END-PERFORM.

       000080-WRITE-VERDICT.

           IF WS-RECON-ERROR
      *   !       card change, not a code change. Per-file
      *   !       reconciliation on QQ1RPTF; CC 8 on any mismatch
      *   !       or archive-write failure.
      *   !
      *   !       10/14/2026 - QQ1EARC/QQ1DARC archive records follow
      *   !       the wider QQ1ERRL/QQ1DIAG layouts (29-byte
      *   !       date/region reference_id).
      *   !
      *   !       10/15/2026 - also purges the QQ1REPO report
      *   !       repository by run date: a QQ1RETP card per report
      *   !       id, the QQ1REPO card for the rest, archived to
      *   !       QQ1RARC.
      *   +---
