      *COMPILE1: LANG(COBOL) CMP(DEFAULT) CICS(N) DB2()
      *COMPILE2: MQS(N) DLL(N) IP(N) LDAP(N) EXCI(N) RENT(N)
      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
      ** Message catalog release review and promotion
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  QQ1B0046.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QQ1MSGT-FILE ASSIGN TO QQ1MSGT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSGT-KEY
               FILE STATUS IS WS-MSGT-FILE-STATUS.
           SELECT QQ1MREL-FILE ASSIGN TO QQ1MREL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-RELEASE-ID
               FILE STATUS IS WS-MREL-FILE-STATUS.
           SELECT QQ1RPT046-FILE ASSIGN TO QQ1RPTX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QQ1MSGT-FILE.
       COPY QQ1MSGT.
       FD  QQ1MREL-FILE.
       COPY QQ1MREL.
       FD  QQ1RPT046-FILE.
       01  RPT046-LINE                     PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-MSGT-FILE-STATUS             PIC X(2).
       01  WS-MREL-FILE-STATUS             PIC X(2).
       01  WS-RPT-FILE-STATUS              PIC X(2).
       01  WS-EOF-FLAG                     PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.
       01  WS-ACTION                       PIC X(7)    VALUE 'REVIEW '.
           88  WS-ACTION-REVIEW                        VALUE 'REVIEW '.
           88  WS-ACTION-PROMOTE                       VALUE 'PROMOTE'.
       01  WS-RELEASE-ID                   PIC X(8)    VALUE SPACES.
       01  WS-PROBLEM-FLAG                 PIC X(1)    VALUE 'N'.
           88  WS-PROBLEM                              VALUE 'Y'.
       01  WS-WARNING-FLAG                 PIC X(1)    VALUE 'N'.
           88  WS-WARNING                              VALUE 'Y'.
      *    Every release on the register, for PROMOTE to look up
      *    the release a row's scheduled version belongs to.
       01  WS-RELEASE-TOTAL                PIC S9(4)   COMP VALUE ZERO.
       01  WS-RELEASE-OVERFLOW             PIC 9(5)    VALUE ZERO.
       01  WS-RELEASE-TABLE.
           05  WS-RELEASE-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-REL-IDX.
               10  WS-TBL-RELEASE-ID       PIC X(8).
               10  WS-TBL-EFFECTIVE-FROM   PIC X(26).
               10  WS-TBL-STATUS           PIC X(1).
                   88  WS-TBL-LIVE                     VALUE 'O' 'P'.
                   88  WS-TBL-ROLLED-BACK              VALUE 'B'.
       01  WS-REL-FOUND-FLAG               PIC X(1).
           88  WS-REL-FOUND                            VALUE 'Y'.
       01  WS-REVIEW-NEW                   PIC 9(7)    VALUE ZERO.
       01  WS-REVIEW-CHANGED               PIC 9(7)    VALUE ZERO.
       01  WS-REVIEW-SAME                  PIC 9(7)    VALUE ZERO.
       01  WS-FOLDED-TOTAL                 PIC 9(7)    VALUE ZERO.
       01  WS-CLEARED-TOTAL                PIC 9(7)    VALUE ZERO.
       01  WS-DELETED-TOTAL                PIC 9(7)    VALUE ZERO.
       01  WS-WAITING-TOTAL                PIC 9(7)    VALUE ZERO.
       01  WS-ORPHAN-TOTAL                 PIC 9(7)    VALUE ZERO.
       01  WS-PROMOTED-RELEASES            PIC 9(7)    VALUE ZERO.
       01  WS-CURRENT-DATE                 PIC 9(8).
       01  FILLER REDEFINES WS-CURRENT-DATE.
           05  WS-CURR-YYYY                PIC 9(4).
           05  WS-CURR-MM                  PIC 9(2).
           05  WS-CURR-DD                  PIC 9(2).
       01  WS-CURRENT-TIME                 PIC 9(8).
       01  FILLER REDEFINES WS-CURRENT-TIME.
           05  WS-CURR-HH                  PIC 9(2).
           05  WS-CURR-MI                  PIC 9(2).
           05  WS-CURR-SS                  PIC 9(2).
           05  WS-CURR-CC                  PIC 9(2).
       01  WS-TIMESTAMP-NOW                PIC X(26).
       01  WS-STATUS-WORD                  PIC X(11).
       01  WS-REPORT-HEADING.
           05  FILLER                      PIC X(46)   VALUE
               'QQ1B0046 - MESSAGE CATALOG RELEASE '.
           05  RPH-ACTION                  PIC X(7).
           05  FILLER                      PIC X(6)    VALUE
               '  AT  '.
           05  RPH-TIMESTAMP               PIC X(19).
       01  WS-RELEASE-HEADING.
           05  FILLER                      PIC X(42)   VALUE
               'RELEASE   STATUS       EFFECTIVE FROM     '.
           05  FILLER                      PIC X(40)   VALUE
               '    ROWS REJECTS IMPORTED BY/AT         '.
           05  FILLER                      PIC X(40)   VALUE
               '           SWITCHED BY/AT'.
       01  WS-RELEASE-LINE.
           05  RLL-RELEASE-ID              PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RLL-STATUS                  PIC X(11).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RLL-EFFECTIVE-FROM          PIC X(19).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RLL-ROWS                    PIC ZZ,ZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RLL-REJECTS                 PIC ZZ,ZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RLL-IMPORTED-BY             PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RLL-IMPORTED-AT             PIC X(19).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RLL-SWITCHED-BY             PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RLL-SWITCHED-AT             PIC X(19).
       01  WS-ROW-LINE.
           05  RWL-KIND                    PIC X(9).
           05  RWL-RESOURCE-NAME           PIC X(8).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  RWL-DIALECT-CODE            PIC X(1).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  RWL-SEQUENCE-NUM            PIC 9(4).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RWL-NOTE                    PIC X(60).
       01  WS-TEXT-LINE.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  TXL-LABEL                   PIC X(5).
           05  TXL-TEXT                    PIC X(120).
       01  WS-REVIEW-TOTAL-LINE.
           05  FILLER                      PIC X(7)    VALUE
               'NEW:   '.
           05  RVT-NEW                     PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(11)   VALUE
               '  CHANGED: '.
           05  RVT-CHANGED                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(15)   VALUE
               '  SAME AS NOW: '.
           05  RVT-SAME                    PIC ZZZ,ZZ9.
       01  WS-PROMOTE-TOTAL-LINE.
           05  FILLER                      PIC X(8)    VALUE
               'FOLDED: '.
           05  PMT-FOLDED                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(11)   VALUE
               '  CLEARED: '.
           05  PMT-CLEARED                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(11)   VALUE
               '  DELETED: '.
           05  PMT-DELETED                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(11)   VALUE
               '  WAITING: '.
           05  PMT-WAITING                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(14)   VALUE
               '  NO RELEASE: '.
           05  PMT-ORPHAN                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(22)   VALUE
               '  RELEASES PROMOTED: '.
           05  PMT-RELEASES                PIC ZZZ,ZZ9.
       01  WS-PROBLEM-LINE.
           05  FILLER                      PIC X(9)    VALUE
               'PROBLEM: '.
           05  PBL-TEXT                    PIC X(80).
       LINKAGE SECTION.
      *    JCL PARM layout (fixed-position, no keywords):
      *      positions  1-7   REVIEW  - list the release register,
      *                                 or one release's rows
      *                       PROMOTE - fold live releases into the
      *                                 rows' text in effect and
      *                                 clear rolled-back ones out
      *      positions  8-15  release id to review (blank = list
      *                       every release)
       01  WS-JCL-PARM.
           05  WS-PARM-LEN                 PIC S9(4)   COMP.
           05  WS-PARM-TEXT.
               10  WS-PARM-ACTION          PIC X(7).
               10  WS-PARM-RELEASE-ID      PIC X(8).
       PROCEDURE DIVISION USING WS-JCL-PARM.
       000000-CONTROL.

      *    REVIEW is read-only and may run at any time, typically
      *    straight after a QQ1B0027 staged import and before the
      *    release is switched on. PROMOTE is housekeeping, run
      *    after a release's go-live has passed: the served text
      *    does not change, only where in the row it is kept, so
      *    the region's QQ1MSGC cache needs no flush. CC 8 when
      *    the release or a file cannot be read, CC 4 when rows
      *    name a release the register does not hold.
           PERFORM 000010-INITIALIZE.
           IF NOT WS-PROBLEM
               EVALUATE TRUE
                   WHEN WS-ACTION-PROMOTE
                       PERFORM 000040-PROMOTE
                   WHEN WS-RELEASE-ID = SPACES
                       PERFORM 000020-LIST-RELEASES
                   WHEN OTHER
                       PERFORM 000030-REVIEW-RELEASE
               END-EVALUATE
           END-IF.
           PERFORM 000090-TERMINATE.
           IF WS-PROBLEM
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNING
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       000010-INITIALIZE.

           IF WS-PARM-LEN >= 7
               MOVE WS-PARM-ACTION TO WS-ACTION
           END-IF.
           IF WS-PARM-LEN >= 15
               MOVE WS-PARM-RELEASE-ID TO WS-RELEASE-ID
           END-IF.
           PERFORM 000060-FORMAT-TIMESTAMP-NOW.
           OPEN OUTPUT QQ1RPT046-FILE.
           MOVE WS-ACTION        TO RPH-ACTION.
           MOVE WS-TIMESTAMP-NOW TO RPH-TIMESTAMP.
           WRITE RPT046-LINE FROM WS-REPORT-HEADING.
           IF NOT WS-ACTION-REVIEW AND NOT WS-ACTION-PROMOTE
               MOVE 'PARM ACTION MUST BE REVIEW OR PROMOTE'
                   TO PBL-TEXT
               PERFORM 000080-WRITE-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           IF WS-ACTION-PROMOTE
               OPEN I-O QQ1MREL-FILE
               OPEN I-O QQ1MSGT-FILE
           ELSE
               OPEN INPUT QQ1MREL-FILE
               OPEN INPUT QQ1MSGT-FILE
           END-IF.
           IF WS-MREL-FILE-STATUS NOT = '00'
               MOVE 'QQ1MREL CANNOT BE OPENED' TO PBL-TEXT
               PERFORM 000080-WRITE-PROBLEM
           END-IF.
           IF WS-MSGT-FILE-STATUS NOT = '00'
               MOVE 'QQ1MSGT CANNOT BE OPENED' TO PBL-TEXT
               PERFORM 000080-WRITE-PROBLEM
           END-IF.

       000020-LIST-RELEASES.

           WRITE RPT046-LINE FROM WS-RELEASE-HEADING.
           MOVE LOW-VALUES TO REL-RELEASE-ID.
           START QQ1MREL-FILE KEY IS NOT LESS THAN REL-RELEASE-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM 000021-LIST-ONE-RELEASE UNTIL WS-EOF.

       000021-LIST-ONE-RELEASE.

           READ QQ1MREL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 000025-WRITE-RELEASE-LINE.

       000024-FORMAT-RELEASE-LINE.

           EVALUATE TRUE
               WHEN REL-STATUS-IMPORTING
                   MOVE 'IMPORTING'   TO WS-STATUS-WORD
               WHEN REL-STATUS-STAGED
                   MOVE 'STAGED'      TO WS-STATUS-WORD
               WHEN REL-STATUS-ON
                   MOVE 'ON'          TO WS-STATUS-WORD
               WHEN REL-STATUS-ROLLED-BACK
                   MOVE 'ROLLED BACK' TO WS-STATUS-WORD
               WHEN REL-STATUS-PROMOTED
                   MOVE 'PROMOTED'    TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE REL-STATUS    TO WS-STATUS-WORD
           END-EVALUATE.
           MOVE REL-RELEASE-ID     TO RLL-RELEASE-ID.
           MOVE WS-STATUS-WORD     TO RLL-STATUS.
           MOVE REL-EFFECTIVE-FROM TO RLL-EFFECTIVE-FROM.
           MOVE REL-IMPORT-ROWS    TO RLL-ROWS.
           MOVE REL-IMPORT-REJECTS TO RLL-REJECTS.
           MOVE REL-IMPORTED-BY    TO RLL-IMPORTED-BY.
           MOVE REL-IMPORTED-AT    TO RLL-IMPORTED-AT.
           MOVE REL-SWITCHED-BY    TO RLL-SWITCHED-BY.
           MOVE REL-SWITCHED-AT    TO RLL-SWITCHED-AT.

       000025-WRITE-RELEASE-LINE.

           PERFORM 000024-FORMAT-RELEASE-LINE.
           WRITE RPT046-LINE FROM WS-RELEASE-LINE.

       000030-REVIEW-RELEASE.

      *    Every row the release schedules, against the text it
      *    will replace: NEW for a row with no text in effect yet,
      *    CHANGED or SAME otherwise.
           MOVE WS-RELEASE-ID TO REL-RELEASE-ID.
           READ QQ1MREL-FILE
               INVALID KEY
                   MOVE 'RELEASE IS NOT ON THE QQ1MREL REGISTER'
                       TO PBL-TEXT
                   PERFORM 000080-WRITE-PROBLEM
                   EXIT PARAGRAPH
           END-READ.
           WRITE RPT046-LINE FROM WS-RELEASE-HEADING.
           PERFORM 000025-WRITE-RELEASE-LINE.
           MOVE SPACES TO RPT046-LINE.
           WRITE RPT046-LINE.
           MOVE LOW-VALUES TO MSGT-KEY.
           START QQ1MSGT-FILE KEY IS NOT LESS THAN MSGT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM 000031-REVIEW-ONE-ROW UNTIL WS-EOF.
           MOVE WS-REVIEW-NEW     TO RVT-NEW.
           MOVE WS-REVIEW-CHANGED TO RVT-CHANGED.
           MOVE WS-REVIEW-SAME    TO RVT-SAME.
           WRITE RPT046-LINE FROM WS-REVIEW-TOTAL-LINE.

       000031-REVIEW-ONE-ROW.

           READ QQ1MSGT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
                   EXIT PARAGRAPH
           END-READ.
           IF MSGT-NEXT-RELEASE-ID NOT = WS-RELEASE-ID
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RWL-NOTE.
           EVALUATE TRUE
               WHEN MSGT-EFFECTIVE-FROM = HIGH-VALUES
                   ADD 1 TO WS-REVIEW-NEW
                   MOVE 'NEW' TO RWL-KIND
               WHEN MSGT-NEXT-TEXT = MSGT-TEXT
                   ADD 1 TO WS-REVIEW-SAME
                   MOVE 'SAME' TO RWL-KIND
               WHEN OTHER
                   ADD 1 TO WS-REVIEW-CHANGED
                   MOVE 'CHANGED' TO RWL-KIND
           END-EVALUATE.
           IF MSGT-RELEASE-ID NOT = SPACES
                   AND MSGT-EFFECTIVE-FROM NOT = HIGH-VALUES
               STRING 'TEXT NOW IN EFFECT FROM RELEASE '
                                        DELIMITED SIZE
                      MSGT-RELEASE-ID   DELIMITED SIZE
                      INTO RWL-NOTE
               END-STRING
           END-IF.
           MOVE MSGT-RESOURCE-NAME TO RWL-RESOURCE-NAME.
           MOVE MSGT-DIALECT-CODE  TO RWL-DIALECT-CODE.
           MOVE MSGT-SEQUENCE-NUM  TO RWL-SEQUENCE-NUM.
           WRITE RPT046-LINE FROM WS-ROW-LINE.
           IF MSGT-EFFECTIVE-FROM NOT = HIGH-VALUES
               MOVE 'NOW'     TO TXL-LABEL
               MOVE MSGT-TEXT TO TXL-TEXT
               WRITE RPT046-LINE FROM WS-TEXT-LINE
           END-IF.
           MOVE 'NEW'          TO TXL-LABEL.
           MOVE MSGT-NEXT-TEXT TO TXL-TEXT.
           WRITE RPT046-LINE FROM WS-TEXT-LINE.

       000040-PROMOTE.

      *    A live release's version becomes the row's text in
      *    effect once its effective-from has passed; a rolled-
      *    back release's version is dropped, and with it any row
      *    that existed only to carry it. A release switched on
      *    and past its go-live is then marked promoted - it can
      *    no longer be rolled back, its rows having been folded.
           PERFORM 000041-LOAD-RELEASE-TABLE.
           IF WS-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO MSGT-KEY.
           START QQ1MSGT-FILE KEY IS NOT LESS THAN MSGT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM 000043-PROMOTE-ONE-ROW UNTIL WS-EOF.
           PERFORM 000045-MARK-PROMOTED
               VARYING WS-REL-IDX FROM 1 BY 1
               UNTIL WS-REL-IDX > WS-RELEASE-TOTAL.
           MOVE WS-FOLDED-TOTAL      TO PMT-FOLDED.
           MOVE WS-CLEARED-TOTAL     TO PMT-CLEARED.
           MOVE WS-DELETED-TOTAL     TO PMT-DELETED.
           MOVE WS-WAITING-TOTAL     TO PMT-WAITING.
           MOVE WS-ORPHAN-TOTAL      TO PMT-ORPHAN.
           MOVE WS-PROMOTED-RELEASES TO PMT-RELEASES.
           WRITE RPT046-LINE FROM WS-PROMOTE-TOTAL-LINE.

       000041-LOAD-RELEASE-TABLE.

           MOVE LOW-VALUES TO REL-RELEASE-ID.
           START QQ1MREL-FILE KEY IS NOT LESS THAN REL-RELEASE-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM 000042-LOAD-ONE-RELEASE UNTIL WS-EOF.
           IF WS-RELEASE-OVERFLOW > ZERO
      *        A row of a release past the cap would be taken for
      *        one with no release; better to promote nothing.
               MOVE 'QQ1MREL HOLDS MORE THAN 500 RELEASES - NOTHING PROM
      -            'OTED' TO PBL-TEXT
               PERFORM 000080-WRITE-PROBLEM
           END-IF.

       000042-LOAD-ONE-RELEASE.

           READ QQ1MREL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
                   EXIT PARAGRAPH
           END-READ.
           IF WS-RELEASE-TOTAL >= 500
               ADD 1 TO WS-RELEASE-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RELEASE-TOTAL.
           MOVE REL-RELEASE-ID
               TO WS-TBL-RELEASE-ID(WS-RELEASE-TOTAL).
           MOVE REL-EFFECTIVE-FROM
               TO WS-TBL-EFFECTIVE-FROM(WS-RELEASE-TOTAL).
           MOVE REL-STATUS
               TO WS-TBL-STATUS(WS-RELEASE-TOTAL).

       000043-PROMOTE-ONE-ROW.

           READ QQ1MSGT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
                   EXIT PARAGRAPH
           END-READ.
           IF MSGT-NEXT-RELEASE-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-REL-FOUND-FLAG.
           SET WS-REL-IDX TO 1.
           SEARCH WS-RELEASE-ENTRY
               WHEN WS-REL-IDX > WS-RELEASE-TOTAL
                   CONTINUE
               WHEN WS-TBL-RELEASE-ID(WS-REL-IDX)
                       = MSGT-NEXT-RELEASE-ID
                   MOVE 'Y' TO WS-REL-FOUND-FLAG
           END-SEARCH.
           IF NOT WS-REL-FOUND
               ADD 1 TO WS-ORPHAN-TOTAL
               MOVE 'Y' TO WS-WARNING-FLAG
               MOVE 'NO REL' TO RWL-KIND
               MOVE SPACES TO RWL-NOTE
               STRING 'SCHEDULED VERSION NAMES UNKNOWN RELEASE '
                                        DELIMITED SIZE
                      MSGT-NEXT-RELEASE-ID DELIMITED SIZE
                      INTO RWL-NOTE
               END-STRING
               MOVE MSGT-RESOURCE-NAME TO RWL-RESOURCE-NAME
               MOVE MSGT-DIALECT-CODE  TO RWL-DIALECT-CODE
               MOVE MSGT-SEQUENCE-NUM  TO RWL-SEQUENCE-NUM
               WRITE RPT046-LINE FROM WS-ROW-LINE
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN WS-TBL-LIVE(WS-REL-IDX)
                       AND MSGT-NEXT-EFFECTIVE-FROM
                           NOT > WS-TIMESTAMP-NOW
                   MOVE MSGT-NEXT-TEXT           TO MSGT-TEXT
                   MOVE MSGT-NEXT-RELEASE-ID     TO MSGT-RELEASE-ID
                   MOVE MSGT-NEXT-EFFECTIVE-FROM TO MSGT-EFFECTIVE-FROM
                   MOVE SPACES TO MSGT-NEXT-VERSION
                   PERFORM 000044-REWRITE-ROW
                   ADD 1 TO WS-FOLDED-TOTAL
               WHEN WS-TBL-ROLLED-BACK(WS-REL-IDX)
                       AND MSGT-EFFECTIVE-FROM = HIGH-VALUES
                   DELETE QQ1MSGT-FILE RECORD
                       INVALID KEY
                           MOVE 'QQ1MSGT DELETE FAILED' TO PBL-TEXT
                           PERFORM 000080-WRITE-PROBLEM
                   END-DELETE
                   ADD 1 TO WS-DELETED-TOTAL
               WHEN WS-TBL-ROLLED-BACK(WS-REL-IDX)
                   MOVE SPACES TO MSGT-NEXT-VERSION
                   PERFORM 000044-REWRITE-ROW
                   ADD 1 TO WS-CLEARED-TOTAL
               WHEN OTHER
                   ADD 1 TO WS-WAITING-TOTAL
           END-EVALUATE.

       000044-REWRITE-ROW.

           REWRITE QQ1MSGT-RECORD
               INVALID KEY
                   MOVE 'QQ1MSGT REWRITE FAILED' TO PBL-TEXT
                   PERFORM 000080-WRITE-PROBLEM
           END-REWRITE.

       000045-MARK-PROMOTED.

           IF WS-TBL-STATUS(WS-REL-IDX) NOT = 'O'
                   OR WS-TBL-EFFECTIVE-FROM(WS-REL-IDX)
                       > WS-TIMESTAMP-NOW
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TBL-RELEASE-ID(WS-REL-IDX) TO REL-RELEASE-ID.
           READ QQ1MREL-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
      *    Re-checked: QQRL may have rolled it back meanwhile.
           IF NOT REL-STATUS-ON
               EXIT PARAGRAPH
           END-IF.
           MOVE 'P' TO REL-STATUS.
           PERFORM 000024-FORMAT-RELEASE-LINE.
           REWRITE QQ1MREL-RECORD
           END-REWRITE.
           IF WS-MREL-FILE-STATUS NOT = '00'
               MOVE 'QQ1MREL REWRITE FAILED' TO PBL-TEXT
               PERFORM 000080-WRITE-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PROMOTED-RELEASES.
           WRITE RPT046-LINE FROM WS-RELEASE-LINE.

       000060-FORMAT-TIMESTAMP-NOW.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE SPACES TO WS-TIMESTAMP-NOW.
           STRING WS-CURR-YYYY DELIMITED SIZE
                  '-'          DELIMITED SIZE
                  WS-CURR-MM   DELIMITED SIZE
                  '-'          DELIMITED SIZE
                  WS-CURR-DD   DELIMITED SIZE
                  'T'          DELIMITED SIZE
                  WS-CURR-HH   DELIMITED SIZE
                  ':'          DELIMITED SIZE
                  WS-CURR-MI   DELIMITED SIZE
                  ':'          DELIMITED SIZE
                  WS-CURR-SS   DELIMITED SIZE
                  '.'          DELIMITED SIZE
                  WS-CURR-CC   DELIMITED SIZE
                  '0000'       DELIMITED SIZE
                  INTO WS-TIMESTAMP-NOW
           END-STRING.

       000080-WRITE-PROBLEM.

           MOVE 'Y' TO WS-PROBLEM-FLAG.
           WRITE RPT046-LINE FROM WS-PROBLEM-LINE.

       000090-TERMINATE.

           CLOSE QQ1MSGT-FILE.
           CLOSE QQ1MREL-FILE.
           CLOSE QQ1RPT046-FILE.
      *
      *   +->   QQ1B0046_CATALOG_RELEASE_REVIEW     10/15/2026  00:00
      *   !       Batch companion to the QQ1MREL release register.
      *   !       REVIEW lists every release, or prints one release's
      *   !       scheduled rows NEW / CHANGED / SAME against the
      *   !       text they replace, for sign-off before QQRL
      *   !       switches it on. PROMOTE folds the versions of
      *   !       releases switched on and past their go-live into
      *   !       the rows' text in effect, marks those releases
      *   !       promoted, and clears rolled-back versions out
      *   !       (deleting rows that carried nothing else). CC 8 on
      *   !       an unreadable file or unknown release, CC 4 when
      *   !       rows name a release the register does not hold.
      *   +---
