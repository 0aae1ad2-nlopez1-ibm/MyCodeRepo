               ACCESS MODE IS RANDOM
               RECORD KEY IS MSGL-KEY
               FILE STATUS IS WS-MSGL-FILE-STATUS.
           SELECT QQ1MREL-FILE ASSIGN TO QQ1MREL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REL-RELEASE-ID
               FILE STATUS IS WS-MREL-FILE-STATUS.
           SELECT QQ1RPT027-FILE ASSIGN TO QQ1RPTG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       COPY QQ1DIALT.
       FD  QQ1MSGL-FILE.
       COPY QQ1MSGL.
       FD  QQ1MREL-FILE.
       COPY QQ1MREL.
       FD  QQ1RPT027-FILE.
       01  RPT027-LINE                     PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-DIALT-FILE-STATUS            PIC X(2).
       01  WS-MSGL-FILE-STATUS             PIC X(2).
       01  WS-RPT-FILE-STATUS              PIC X(2).
       01  WS-MREL-FILE-STATUS             PIC X(2).
       01  WS-EOF-FLAG                     PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.
       01  WS-APPLY-USERID                 PIC X(8)    VALUE SPACES.
      *    With a release id the delivery is staged, not applied:
      *    each row gets the text as its scheduled version, going
      *    live at the effective-from once the release is switched
      *    on (QQRL). Without one, rows are applied as before.
       01  WS-RELEASE-ID                   PIC X(8)    VALUE SPACES.
       01  WS-EFFECTIVE-FROM               PIC X(26)   VALUE SPACES.
       01  WS-STAGED-MODE-FLAG             PIC X(1)    VALUE 'N'.
           88  WS-STAGED-MODE                          VALUE 'Y'.
       01  WS-RELEASE-EXISTS-FLAG          PIC X(1)    VALUE 'N'.
           88  WS-RELEASE-EXISTS                       VALUE 'Y'.
       01  WS-ABORT-FLAG                   PIC X(1)    VALUE 'N'.
           88  WS-RUN-ABORTED                          VALUE 'Y'.
       01  WS-ABORT-LINE.
           05  FILLER                      PIC X(22)   VALUE
               'IMPORT NOT RUN - '.
           05  ABL-REASON                  PIC X(60).
       01  WS-ROW-EXISTS-FLAG              PIC X(1).
           88  WS-ROW-EXISTS                           VALUE 'Y'.
       01  WS-DIALECT-TOTAL                PIC S9(4)   COMP VALUE ZERO.
       01  WS-DIALECT-TABLE.
           05  WS-DIALECT-ENTRY OCCURS 50 TIMES.
       01  WS-ADDED-TOTAL                  PIC 9(7)    VALUE ZERO.
       01  WS-UPDATED-TOTAL                PIC 9(7)    VALUE ZERO.
       01  WS-REJECTED-TOTAL               PIC 9(7)    VALUE ZERO.
       01  WS-STAGED-TOTAL                 PIC 9(7)    VALUE ZERO.
       01  WS-CURRENT-DATE                 PIC 9(8).
       01  FILLER REDEFINES WS-CURRENT-DATE.
           05  WS-CURR-YYYY                PIC 9(4).
           05  FILLER                      PIC X(12)   VALUE
               '  REJECTED: '.
           05  TOT-REJECTED                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10)   VALUE
               '  STAGED: '.
           05  TOT-STAGED                  PIC ZZZ,ZZ9.
       01  WS-RELEASE-LINE.
           05  FILLER                      PIC X(8)    VALUE
               'RELEASE '.
           05  RLL-RELEASE-ID              PIC X(8).
           05  FILLER                      PIC X(16)   VALUE
               ' EFFECTIVE FROM '.
           05  RLL-EFFECTIVE-FROM          PIC X(19).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RLL-STATE                   PIC X(60).
       LINKAGE SECTION.
      *    JCL PARM layout (fixed-position, no keywords):
      *      positions 1-8  USERID stamped on the QQ1MSGL change
      *                     records (spaces = not recorded)
      *      positions 9-16 release id to stage the rows under
      *                     (spaces = apply them at once)
      *      positions 17-32 release effective-from,
      *                     YYYY-MM-DDTHH:MM, later than now
       01  WS-JCL-PARM.
           05  WS-PARM-LEN                 PIC S9(4)   COMP.
           05  WS-PARM-TEXT.
               10  WS-PARM-USERID          PIC X(8).
               10  WS-PARM-RELEASE-ID      PIC X(8).
               10  WS-PARM-EFFECTIVE-FROM.
                   15  WS-PARM-EFF-YYYY    PIC X(4).
                   15  WS-PARM-EFF-SEP1    PIC X(1).
                   15  WS-PARM-EFF-MM      PIC X(2).
                   15  WS-PARM-EFF-SEP2    PIC X(1).
                   15  WS-PARM-EFF-DD      PIC X(2).
                   15  WS-PARM-EFF-SEP3    PIC X(1).
                   15  WS-PARM-EFF-HH      PIC X(2).
                   15  WS-PARM-EFF-SEP4    PIC X(1).
                   15  WS-PARM-EFF-MI      PIC X(2).
       PROCEDURE DIVISION USING WS-JCL-PARM.
       000000-CONTROL.

           PERFORM 000010-INITIALIZE.
           IF WS-STAGED-MODE AND NOT WS-RUN-ABORTED
               PERFORM 000011-OPEN-RELEASE
           END-IF.
           IF NOT WS-RUN-ABORTED
               PERFORM 000015-LOAD-DIALECT-TABLE UNTIL WS-EOF
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM 000020-APPLY-ONE-CARD UNTIL WS-EOF
               PERFORM 000080-WRITE-TOTALS
               IF WS-STAGED-MODE
                   PERFORM 000085-CLOSE-RELEASE
               END-IF
           END-IF.
           PERFORM 000090-TERMINATE.
           IF WS-RUN-ABORTED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECTED-TOTAL > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

           END-IF.
           OPEN OUTPUT QQ1RPT027-FILE.
           WRITE RPT027-LINE FROM WS-REPORT-HEADING.
           IF WS-PARM-LEN >= 16
                   AND WS-PARM-RELEASE-ID NOT = SPACES
               MOVE 'Y' TO WS-STAGED-MODE-FLAG
               MOVE WS-PARM-RELEASE-ID TO WS-RELEASE-ID
               PERFORM 000012-EDIT-EFFECTIVE-FROM
           END-IF.
           OPEN INPUT QQ1MIMP-FILE.
           OPEN I-O QQ1MSGT-FILE.
           OPEN I-O QQ1MSGL-FILE.
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.

       000011-OPEN-RELEASE.

      *    A release is staged under one effective-from. It may be
      *    imported again - a vendor redelivery - until it has been
      *    switched on or rolled back. It is marked importing for
      *    the length of the run, so an import that fails part way
      *    leaves a release QQRL will not switch on.
           OPEN I-O QQ1MREL-FILE.
           IF WS-MREL-FILE-STATUS NOT = '00'
               MOVE 'QQ1MREL CANNOT BE OPENED' TO ABL-REASON
               PERFORM 000013-ABORT-RUN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RELEASE-ID TO REL-RELEASE-ID.
           READ QQ1MREL-FILE
               INVALID KEY
                   MOVE 'N' TO WS-RELEASE-EXISTS-FLAG
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RELEASE-EXISTS-FLAG
           END-READ.
           IF WS-RELEASE-EXISTS
               IF NOT REL-STATUS-IMPORTING
                       AND NOT REL-STATUS-STAGED
                   MOVE 'RELEASE ALREADY SWITCHED ON, ROLLED BACK OR PRO
      -                 'MOTED' TO ABL-REASON
                   PERFORM 000013-ABORT-RUN
                   EXIT PARAGRAPH
               END-IF
               IF REL-EFFECTIVE-FROM NOT = WS-EFFECTIVE-FROM
                   MOVE 'RELEASE ALREADY STAGED FOR ANOTHER EFFECTIVE-FR
      -                 'OM' TO ABL-REASON
                   PERFORM 000013-ABORT-RUN
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE SPACES TO QQ1MREL-RECORD
               MOVE WS-RELEASE-ID     TO REL-RELEASE-ID
               MOVE WS-EFFECTIVE-FROM TO REL-EFFECTIVE-FROM
               MOVE ZERO TO REL-IMPORT-ROWS REL-IMPORT-REJECTS
           END-IF.
           MOVE 'I' TO REL-STATUS.
           MOVE SPACE TO REL-LINT-STATUS.
           MOVE ZERO  TO REL-LINT-ERRORS.
           PERFORM 000061-FORMAT-TIMESTAMP-NOW.
           MOVE WS-APPLY-USERID  TO REL-IMPORTED-BY.
           MOVE WS-TIMESTAMP-NOW TO REL-IMPORTED-AT.
           IF WS-RELEASE-EXISTS
               REWRITE QQ1MREL-RECORD
               END-REWRITE
           ELSE
               WRITE QQ1MREL-RECORD
               END-WRITE
           END-IF.
           IF WS-MREL-FILE-STATUS NOT = '00'
               MOVE 'QQ1MREL RELEASE RECORD COULD NOT BE WRITTEN'
                   TO ABL-REASON
               PERFORM 000013-ABORT-RUN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RELEASE-ID         TO RLL-RELEASE-ID.
           MOVE WS-EFFECTIVE-FROM     TO RLL-EFFECTIVE-FROM.
           MOVE 'STAGED - NOTHING GOES LIVE UNTIL SWITCHED ON (QQRL)'
               TO RLL-STATE.
           WRITE RPT027-LINE FROM WS-RELEASE-LINE.

       000012-EDIT-EFFECTIVE-FROM.

      *    Staging is for deliveries ahead of their go-live: the
      *    effective-from must be a date-time still to come.
           IF WS-PARM-LEN < 32
                   OR WS-PARM-EFF-YYYY NOT NUMERIC
                   OR WS-PARM-EFF-MM   NOT NUMERIC
                   OR WS-PARM-EFF-DD   NOT NUMERIC
                   OR WS-PARM-EFF-HH   NOT NUMERIC
                   OR WS-PARM-EFF-MI   NOT NUMERIC
                   OR WS-PARM-EFF-SEP1 NOT = '-'
                   OR WS-PARM-EFF-SEP2 NOT = '-'
                   OR WS-PARM-EFF-SEP3 NOT = 'T'
                   OR WS-PARM-EFF-SEP4 NOT = ':'
               MOVE 'EFFECTIVE-FROM NOT YYYY-MM-DDTHH:MM' TO ABL-REASON
               PERFORM 000013-ABORT-RUN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-EFFECTIVE-FROM.
           STRING WS-PARM-EFFECTIVE-FROM DELIMITED SIZE
                  ':00.000000'           DELIMITED SIZE
                  INTO WS-EFFECTIVE-FROM
           END-STRING.
           PERFORM 000061-FORMAT-TIMESTAMP-NOW.
           IF WS-EFFECTIVE-FROM NOT > WS-TIMESTAMP-NOW
               MOVE 'EFFECTIVE-FROM IS NOT IN THE FUTURE' TO ABL-REASON
               PERFORM 000013-ABORT-RUN
           END-IF.

       000013-ABORT-RUN.

           MOVE 'Y' TO WS-ABORT-FLAG.
           WRITE RPT027-LINE FROM WS-ABORT-LINE.

       000015-LOAD-DIALECT-TABLE.

           READ QQ1DIALT-FILE NEXT RECORD
           MOVE IMP-RESOURCE-NAME TO MSGT-RESOURCE-NAME.
           MOVE IMP-DIALECT-CODE  TO MSGT-DIALECT-CODE.
           MOVE IMP-SEQUENCE-NUM  TO MSGT-SEQUENCE-NUM.
           READ QQ1MSGT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ROW-EXISTS-FLAG
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ROW-EXISTS-FLAG
           END-READ.
           IF NOT WS-ROW-EXISTS
      *        A new row has no scheduled version, and no text in
      *        effect until a staged one goes live.
               MOVE SPACES TO QQ1MSGT-RECORD
               MOVE IMP-RESOURCE-NAME TO MSGT-RESOURCE-NAME
               MOVE IMP-DIALECT-CODE  TO MSGT-DIALECT-CODE
               MOVE IMP-SEQUENCE-NUM  TO MSGT-SEQUENCE-NUM
               IF WS-STAGED-MODE
                   MOVE HIGH-VALUES TO MSGT-EFFECTIVE-FROM
               END-IF
           END-IF.
           IF WS-STAGED-MODE
               PERFORM 000026-STAGE-ONE-ROW
           ELSE
               PERFORM 000025-APPLY-ONE-ROW
           END-IF.

       000025-APPLY-ONE-ROW.

      *    Applied straight into the text in effect. A row that so
      *    far held only a staged version gets text in effect from
      *    now; the staged version still takes over at go-live.
           MOVE IMP-TEXT TO MSGT-TEXT.
           IF MSGT-EFFECTIVE-FROM = HIGH-VALUES
               MOVE SPACES TO MSGT-RELEASE-ID MSGT-EFFECTIVE-FROM
           END-IF.
           IF WS-ROW-EXISTS
               REWRITE QQ1MSGT-RECORD
               END-REWRITE
               IF WS-MSGT-FILE-STATUS = '00'
                   ADD 1 TO WS-UPDATED-TOTAL
                   MOVE 'U' TO WS-ROW-ACTION
                   MOVE 'UPDATED  ' TO DLL-ACTION
                   PERFORM 000060-WRITE-CHANGE-LOG
                   PERFORM 000070-WRITE-DELTA-LINE
               ELSE
                   ADD 1 TO WS-REJECTED-TOTAL
                   MOVE 'REJECTED ' TO DLL-ACTION
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                   PERFORM 000070-WRITE-DELTA-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           WRITE QQ1MSGT-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECTED-TOTAL
                   MOVE 'REJECTED ' TO DLL-ACTION
                   MOVE 'WRITE FAILED' TO WS-REJECT-REASON
                   PERFORM 000070-WRITE-DELTA-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-ADDED-TOTAL
                   MOVE 'A' TO WS-ROW-ACTION
                   PERFORM 000070-WRITE-DELTA-LINE
           END-WRITE.

       000026-STAGE-ONE-ROW.

      *    A row holds one scheduled version. Another release's
      *    version must go live or be rolled back and cleared by
      *    QQ1B0046 PROMOTE before this release can take the row.
           IF MSGT-NEXT-RELEASE-ID NOT = SPACES
                   AND MSGT-NEXT-RELEASE-ID NOT = WS-RELEASE-ID
               ADD 1 TO WS-REJECTED-TOTAL
               MOVE 'REJECTED ' TO DLL-ACTION
               STRING 'ROW HELD BY RELEASE ' DELIMITED SIZE
                      MSGT-NEXT-RELEASE-ID   DELIMITED SIZE
                      INTO WS-REJECT-REASON
               END-STRING
               PERFORM 000070-WRITE-DELTA-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RELEASE-ID     TO MSGT-NEXT-RELEASE-ID.
           MOVE WS-EFFECTIVE-FROM TO MSGT-NEXT-EFFECTIVE-FROM.
           MOVE IMP-TEXT          TO MSGT-NEXT-TEXT.
           IF WS-ROW-EXISTS
               REWRITE QQ1MSGT-RECORD
               END-REWRITE
           ELSE
               WRITE QQ1MSGT-RECORD
               END-WRITE
           END-IF.
           IF WS-MSGT-FILE-STATUS = '00'
               ADD 1 TO WS-STAGED-TOTAL
               MOVE 'S' TO WS-ROW-ACTION
               MOVE 'STAGED   ' TO DLL-ACTION
               PERFORM 000060-WRITE-CHANGE-LOG
               PERFORM 000070-WRITE-DELTA-LINE
           ELSE
               ADD 1 TO WS-REJECTED-TOTAL
               MOVE 'REJECTED ' TO DLL-ACTION
               MOVE 'STAGING WRITE FAILED' TO WS-REJECT-REASON
               PERFORM 000070-WRITE-DELTA-LINE
           END-IF.

       000030-VALIDATE-ONE-CARD.

           MOVE 'A'    TO WS-ROW-ACTION.
           IF NOT WS-REF-FOUND
               EXIT PARAGRAPH
           END-IF.
      *    The reference is the default row's version that will be
      *    in effect alongside this one: the same release's staged
      *    text when it has one, else the text in effect.
           IF WS-STAGED-MODE
                   AND MSGT-NEXT-RELEASE-ID = WS-RELEASE-ID
               MOVE MSGT-NEXT-TEXT TO MSGT-TEXT
           ELSE
               IF MSGT-EFFECTIVE-FROM = HIGH-VALUES
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE MSGT-TEXT TO WS-SCAN-TEXT.
           PERFORM 000050-BUILD-MARKER-MAP.
           MOVE WS-MARKER-MAP TO WS-REF-MARKER-MAP.
      *    a row arrived one at a time or by the hundred. The
      *    change sequence stands in for the task number a batch
      *    address space does not have.
           PERFORM 000061-FORMAT-TIMESTAMP-NOW.
           ADD 1 TO WS-CHANGE-SEQ.
           MOVE WS-TIMESTAMP-NOW   TO MSGL-TIMESTAMP.
           MOVE WS-CHANGE-SEQ      TO MSGL-TASKNO.
           MOVE WS-APPLY-USERID    TO MSGL-USERID.
           MOVE WS-ROW-ACTION      TO MSGL-ACTION.
           MOVE IMP-RESOURCE-NAME  TO MSGL-RESOURCE-NAME.
           MOVE IMP-DIALECT-CODE   TO MSGL-DIALECT-CODE.
           MOVE IMP-SEQUENCE-NUM   TO MSGL-SEQUENCE-NUM.
           MOVE IMP-TEXT           TO MSGL-TEXT.
           WRITE QQ1MSGL-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       000061-FORMAT-TIMESTAMP-NOW.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE SPACES TO WS-TIMESTAMP-NOW.
                  '0000'       DELIMITED SIZE
                  INTO WS-TIMESTAMP-NOW
           END-STRING.

       000070-WRITE-DELTA-LINE.

           MOVE WS-ADDED-TOTAL    TO TOT-ADDED.
           MOVE WS-UPDATED-TOTAL  TO TOT-UPDATED.
           MOVE WS-REJECTED-TOTAL TO TOT-REJECTED.
           MOVE WS-STAGED-TOTAL   TO TOT-STAGED.
           WRITE RPT027-LINE FROM WS-TOTAL-LINE.

       000085-CLOSE-RELEASE.

      *    Staged, with this import's counts. Rejected rows keep
      *    QQRL from switching the release on - it goes live whole
      *    or not at all, so a fixed delivery is imported again.
           MOVE WS-RELEASE-ID TO REL-RELEASE-ID.
           READ QQ1MREL-FILE
               INVALID KEY
                   MOVE 'QQ1MREL RELEASE RECORD LOST DURING IMPORT'
                       TO ABL-REASON
                   PERFORM 000013-ABORT-RUN
           END-READ.
           IF WS-RUN-ABORTED
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S'               TO REL-STATUS.
           MOVE WS-STAGED-TOTAL   TO REL-IMPORT-ROWS.
           MOVE WS-REJECTED-TOTAL TO REL-IMPORT-REJECTS.
           REWRITE QQ1MREL-RECORD
           END-REWRITE.
           MOVE WS-RELEASE-ID     TO RLL-RELEASE-ID.
           MOVE WS-EFFECTIVE-FROM TO RLL-EFFECTIVE-FROM.
           IF WS-REJECTED-TOTAL > ZERO
               MOVE 'STAGED WITH REJECTED ROWS - FIX AND IMPORT AGAIN'
                   TO RLL-STATE
           ELSE
               MOVE 'STAGED - LINT (QQ1B0047), REVIEW (QQ1B0046), QQRL'
                   TO RLL-STATE
           END-IF.
           WRITE RPT027-LINE FROM WS-RELEASE-LINE.

       000090-TERMINATE.

           CLOSE QQ1MIMP-FILE.
           CLOSE QQ1MSGT-FILE.
           CLOSE QQ1MSGL-FILE.
           CLOSE QQ1DIALT-FILE.
           IF WS-STAGED-MODE
               CLOSE QQ1MREL-FILE
           END-IF.
           CLOSE QQ1RPT027-FILE.
      *
      *   +->   QQ1B0027_CATALOG_BULK_IMPORT        09/03/2026  00:00
      *   !       the region's QQ1MSGC cache flush (any QQ1C0030
      *   !       change does it) or recycle before trusting hot
      *   !       keys.
      *   !
      *   !       10/15/2026 - with a release id and effective-from
      *   !       the delivery is staged as each row's scheduled
      *   !       version under a QQ1MREL release instead of being
      *   !       applied; it goes live as a whole once switched on.
      *   !
      *   !       10/15/2026 - each import of a release clears its
      *   !       catalog lint verdict; the QQ1B0047 gate step that
      *   !       follows the import sets it again.
      *   +---
