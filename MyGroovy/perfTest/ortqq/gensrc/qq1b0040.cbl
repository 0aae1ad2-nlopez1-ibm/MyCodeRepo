      *COMPILE1: LANG(COBOL) CMP(DEFAULT) CICS(N) DB2()
      *COMPILE2: MQS(N) DLL(N) IP(N) LDAP(N) EXCI(N) RENT(N)
      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
      ** Configuration diff between the snapshots of two campaigns
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  QQ1B0040.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QQ1CAMP-FILE ASSIGN TO QQ1CAMP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMP-CAMPAIGN-ID
               FILE STATUS IS WS-CAMP-FILE-STATUS.
           SELECT QQ1CSNP-FILE ASSIGN TO QQ1CSNP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSN-KEY
               FILE STATUS IS WS-CSNP-FILE-STATUS.
           SELECT QQ1RPT040-FILE ASSIGN TO QQ1RPTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QQ1CAMP-FILE.
       COPY QQ1CAMP.
       FD  QQ1CSNP-FILE.
       COPY QQ1CSNP.
       FD  QQ1RPT040-FILE.
       01  RPT040-LINE                     PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-CAMP-FILE-STATUS             PIC X(2).
       01  WS-CSNP-FILE-STATUS             PIC X(2).
       01  WS-RPT-FILE-STATUS              PIC X(2).
       01  WS-EOF-FLAG                     PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.
       01  WS-CSNP-OPEN-FLAG               PIC X(1)    VALUE 'N'.
           88  WS-CSNP-OPEN                            VALUE 'Y'.
       01  WS-USABLE-FLAG                  PIC X(1)    VALUE 'Y'.
           88  WS-USABLE                               VALUE 'Y'.
       01  WS-CAMPAIGN-A                   PIC X(8)    VALUE SPACES.
       01  WS-CAMPAIGN-B                   PIC X(8)    VALUE SPACES.
       01  WS-SNAPSHOT-A                   PIC 9(7)    VALUE ZERO.
       01  WS-SNAPSHOT-B                   PIC 9(7)    VALUE ZERO.
       01  WS-LOOKUP-CAMPAIGN              PIC X(8).
       01  WS-LOOKUP-SNAPSHOT              PIC 9(7).
       01  WS-HEADER-TIMESTAMP             PIC X(26).
      *    Snapshot A is held in key order; snapshot B is then read
      *    in key order against it, a two-way match on file id +
      *    row key. The calendar is the only large contributor.
       01  WS-A-MAX                        PIC S9(8)   COMP VALUE 5000.
       01  WS-A-TOTAL                      PIC S9(8)   COMP VALUE ZERO.
       01  WS-A-IDX                        PIC S9(8)   COMP VALUE 1.
       01  WS-A-TABLE.
           05  WS-A-ENTRY OCCURS 5000 TIMES.
               10  WS-A-MATCH-KEY          PIC X(21).
               10  WS-A-IMAGE              PIC X(60).
       01  WS-A-TRUNCATED-FLAG             PIC X(1)    VALUE 'N'.
           88  WS-A-TRUNCATED                          VALUE 'Y'.
       01  WS-B-MATCH-KEY                  PIC X(21).
       01  WS-SAME-TOTAL                   PIC 9(7)    VALUE ZERO.
       01  WS-CHANGED-TOTAL                PIC 9(7)    VALUE ZERO.
       01  WS-A-ONLY-TOTAL                 PIC 9(7)    VALUE ZERO.
       01  WS-B-ONLY-TOTAL                 PIC 9(7)    VALUE ZERO.
       01  WS-DIFF-TOTAL                   PIC 9(7)    VALUE ZERO.
       01  WS-REPORT-HEADING.
           05  FILLER                      PIC X(44)   VALUE
               'QQ1B0040 - CONFIGURATION DIFF  CAMPAIGN A: '.
           05  RH-CAMPAIGN-A               PIC X(8).
           05  FILLER                      PIC X(15)   VALUE
               '  CAMPAIGN B: '.
           05  RH-CAMPAIGN-B               PIC X(8).
       01  WS-SNAP-ID-LINE.
           05  SIL-LABEL                   PIC X(12).
           05  SIL-CAMPAIGN-ID             PIC X(8).
           05  FILLER                      PIC X(11)   VALUE
               '  SNAPSHOT '.
           05  SIL-SNAPSHOT-NO             PIC 9(7).
           05  FILLER                      PIC X(8)    VALUE
               '  TAKEN '.
           05  SIL-TIMESTAMP               PIC X(26).
       01  WS-COLUMN-HEADING               PIC X(132)  VALUE
               'FILE     ROW KEY       DIFFERENCE    VALUE IN A / VALUE 
      -        'IN B'.
       01  WS-DIFF-LINE.
           05  DFL-FILE-ID                 PIC X(8).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  DFL-ROW-KEY                 PIC X(13).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  DFL-DIFFERENCE              PIC X(12).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DFL-SIDE                    PIC X(3).
           05  DFL-IMAGE                   PIC X(60).
       01  WS-PROBLEM-LINE.
           05  FILLER                      PIC X(10)   VALUE
               'QQ1B0040  '.
           05  PBL-TEXT                    PIC X(50).
           05  PBL-CAMPAIGN-ID             PIC X(8).
       01  WS-TRUNCATED-LINE               PIC X(132)  VALUE
               'SNAPSHOT A EXCEEDS 5000 ROWS - ROWS BEYOND THAT ARE COMP
      -        'ARED AS MISSING FROM A'.
       01  WS-SUMMARY-LINE.
           05  FILLER                      PIC X(11)   VALUE
               'UNCHANGED: '.
           05  SML-SAME                    PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(11)   VALUE
               '  CHANGED: '.
           05  SML-CHANGED                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(15)   VALUE
               '  ONLY IN A:   '.
           05  SML-A-ONLY                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(15)   VALUE
               '  ONLY IN B:   '.
           05  SML-B-ONLY                  PIC ZZZ,ZZ9.
       01  WS-NO-DIFF-LINE                 PIC X(132)  VALUE
              'NO CONFIGURATION DIFFERENCES BETWEEN THE TWO CAMPAIGNS'.
       LINKAGE SECTION.
      *    JCL PARM layout (fixed-position, no keywords):
      *      positions  1-8   CAMPAIGN A (X(8), the baseline)
      *      positions  9-16  CAMPAIGN B (X(8), compared against A)
       01  WS-JCL-PARM.
           05  WS-PARM-LEN                 PIC S9(4)   COMP.
           05  WS-PARM-TEXT.
               10  WS-PARM-CAMPAIGN-A      PIC X(8).
               10  WS-PARM-CAMPAIGN-B      PIC X(8).
       PROCEDURE DIVISION USING WS-JCL-PARM.
       000000-CONTROL.

      *    "What was different?" - every control row the two
      *    campaigns' configuration snapshots do not share, value
      *    in A beside value in B. CC 4 when anything differs,
      *    CC 8 when either campaign or its snapshot is missing.
           PERFORM 000010-INITIALIZE.
           IF WS-USABLE
               PERFORM 000020-LOAD-SNAPSHOT-A
               PERFORM 000030-COMPARE-SNAPSHOT-B
               PERFORM 000040-REPORT-A-LEFTOVERS
               PERFORM 000060-WRITE-SUMMARY
           END-IF.
           PERFORM 000090-TERMINATE.
           IF NOT WS-USABLE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-DIFF-TOTAL > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       000010-INITIALIZE.

           OPEN OUTPUT QQ1RPT040-FILE.
           IF WS-PARM-LEN >= 16
               MOVE WS-PARM-CAMPAIGN-A TO WS-CAMPAIGN-A
               MOVE WS-PARM-CAMPAIGN-B TO WS-CAMPAIGN-B
           END-IF.
           MOVE WS-CAMPAIGN-A TO RH-CAMPAIGN-A.
           MOVE WS-CAMPAIGN-B TO RH-CAMPAIGN-B.
           WRITE RPT040-LINE FROM WS-REPORT-HEADING.
           MOVE SPACES TO RPT040-LINE.
           WRITE RPT040-LINE.
           IF WS-CAMPAIGN-A = SPACES OR WS-CAMPAIGN-B = SPACES
               MOVE 'TWO CAMPAIGN IDS ARE REQUIRED IN THE PARM'
                   TO PBL-TEXT
               MOVE SPACES TO PBL-CAMPAIGN-ID
               PERFORM 000015-REPORT-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT QQ1CAMP-FILE.
           IF WS-CAMP-FILE-STATUS NOT = '00'
               MOVE 'QQ1CAMP REGISTRY CANNOT BE OPENED' TO PBL-TEXT
               MOVE SPACES TO PBL-CAMPAIGN-ID
               PERFORM 000015-REPORT-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT QQ1CSNP-FILE.
           IF WS-CSNP-FILE-STATUS NOT = '00'
               MOVE 'QQ1CSNP SNAPSHOT FILE CANNOT BE OPENED'
                   TO PBL-TEXT
               MOVE SPACES TO PBL-CAMPAIGN-ID
               PERFORM 000015-REPORT-PROBLEM
               CLOSE QQ1CAMP-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-CSNP-OPEN-FLAG.
           MOVE WS-CAMPAIGN-A TO WS-LOOKUP-CAMPAIGN.
           MOVE 'CAMPAIGN A: ' TO SIL-LABEL.
           PERFORM 000011-RESOLVE-SNAPSHOT.
           MOVE WS-LOOKUP-SNAPSHOT TO WS-SNAPSHOT-A.
           MOVE WS-CAMPAIGN-B TO WS-LOOKUP-CAMPAIGN.
           MOVE 'CAMPAIGN B: ' TO SIL-LABEL.
           PERFORM 000011-RESOLVE-SNAPSHOT.
           MOVE WS-LOOKUP-SNAPSHOT TO WS-SNAPSHOT-B.
           CLOSE QQ1CAMP-FILE.
           IF WS-USABLE
               MOVE SPACES TO RPT040-LINE
               WRITE RPT040-LINE
               WRITE RPT040-LINE FROM WS-COLUMN-HEADING
           END-IF.

       000011-RESOLVE-SNAPSHOT.

      *    Campaign -> QQ1CAMP snapshot number -> the snapshot's
      *    header row, which says when it was taken.
           MOVE ZERO TO WS-LOOKUP-SNAPSHOT.
           MOVE WS-LOOKUP-CAMPAIGN TO CMP-CAMPAIGN-ID.
           READ QQ1CAMP-FILE
               INVALID KEY
                   MOVE 'CAMPAIGN NOT FOUND IN QQ1CAMP: ' TO PBL-TEXT
                   MOVE WS-LOOKUP-CAMPAIGN TO PBL-CAMPAIGN-ID
                   PERFORM 000015-REPORT-PROBLEM
                   EXIT PARAGRAPH
           END-READ.
           IF CMP-SNAPSHOT-NO NOT NUMERIC
                   OR CMP-SNAPSHOT-NO = ZERO
               MOVE 'NO CONFIGURATION SNAPSHOT FOR CAMPAIGN: '
                   TO PBL-TEXT
               MOVE WS-LOOKUP-CAMPAIGN TO PBL-CAMPAIGN-ID
               PERFORM 000015-REPORT-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           MOVE CMP-SNAPSHOT-NO TO WS-LOOKUP-SNAPSHOT.
           MOVE CMP-SNAPSHOT-NO TO CSN-SNAPSHOT-NO.
           MOVE '*HEADER '      TO CSN-FILE-ID.
           MOVE SPACES          TO CSN-ROW-KEY.
           MOVE SPACES          TO WS-HEADER-TIMESTAMP.
           READ QQ1CSNP-FILE
               INVALID KEY
                   MOVE 'SNAPSHOT MISSING FROM QQ1CSNP FOR CAMPAIGN: '
                       TO PBL-TEXT
                   MOVE WS-LOOKUP-CAMPAIGN TO PBL-CAMPAIGN-ID
                   PERFORM 000015-REPORT-PROBLEM
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   MOVE CSH-TIMESTAMP TO WS-HEADER-TIMESTAMP
           END-READ.
           MOVE WS-LOOKUP-CAMPAIGN  TO SIL-CAMPAIGN-ID.
           MOVE WS-LOOKUP-SNAPSHOT  TO SIL-SNAPSHOT-NO.
           MOVE WS-HEADER-TIMESTAMP TO SIL-TIMESTAMP.
           WRITE RPT040-LINE FROM WS-SNAP-ID-LINE.

       000015-REPORT-PROBLEM.

           MOVE 'N' TO WS-USABLE-FLAG.
           WRITE RPT040-LINE FROM WS-PROBLEM-LINE.

       000020-LOAD-SNAPSHOT-A.

           MOVE WS-SNAPSHOT-A TO CSN-SNAPSHOT-NO.
           MOVE LOW-VALUES    TO CSN-FILE-ID CSN-ROW-KEY.
           MOVE 'N' TO WS-EOF-FLAG.
           START QQ1CSNP-FILE KEY IS NOT LESS THAN CSN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF
               READ QQ1CSNP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
               END-READ
               IF NOT WS-EOF
                   IF CSN-SNAPSHOT-NO NOT = WS-SNAPSHOT-A
                       MOVE 'Y' TO WS-EOF-FLAG
                   ELSE
                       PERFORM 000021-HOLD-A-ROW
                   END-IF
               END-IF
           END-PERFORM.

       000021-HOLD-A-ROW.

      *    The header row differs by definition - it is shown on
      *    the identification lines, not diffed.
           IF CSN-FILE-ID = '*HEADER '
               EXIT PARAGRAPH
           END-IF.
           IF WS-A-TOTAL >= WS-A-MAX
               MOVE 'Y' TO WS-A-TRUNCATED-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-A-TOTAL.
           MOVE CSN-FILE-ID TO WS-A-MATCH-KEY(WS-A-TOTAL)(1:8).
           MOVE CSN-ROW-KEY TO WS-A-MATCH-KEY(WS-A-TOTAL)(9:13).
           MOVE CSN-IMAGE   TO WS-A-IMAGE(WS-A-TOTAL).

       000030-COMPARE-SNAPSHOT-B.

           IF WS-A-TRUNCATED
               WRITE RPT040-LINE FROM WS-TRUNCATED-LINE
           END-IF.
           MOVE 1 TO WS-A-IDX.
           MOVE WS-SNAPSHOT-B TO CSN-SNAPSHOT-NO.
           MOVE LOW-VALUES    TO CSN-FILE-ID CSN-ROW-KEY.
           MOVE 'N' TO WS-EOF-FLAG.
           START QQ1CSNP-FILE KEY IS NOT LESS THAN CSN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF
               READ QQ1CSNP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
               END-READ
               IF NOT WS-EOF
                   IF CSN-SNAPSHOT-NO NOT = WS-SNAPSHOT-B
                       MOVE 'Y' TO WS-EOF-FLAG
                   ELSE
                       IF CSN-FILE-ID NOT = '*HEADER '
                           PERFORM 000031-MATCH-B-ROW
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       000031-MATCH-B-ROW.

           MOVE CSN-FILE-ID TO WS-B-MATCH-KEY(1:8).
           MOVE CSN-ROW-KEY TO WS-B-MATCH-KEY(9:13).
      *    A rows below this B key are not in B at all.
           PERFORM UNTIL WS-A-IDX > WS-A-TOTAL
                   OR WS-A-MATCH-KEY(WS-A-IDX) >= WS-B-MATCH-KEY
               MOVE 'ONLY IN A' TO DFL-DIFFERENCE
               PERFORM 000035-WRITE-A-SIDE
               ADD 1 TO WS-A-ONLY-TOTAL
               ADD 1 TO WS-A-IDX
           END-PERFORM.
           IF WS-A-IDX <= WS-A-TOTAL
                   AND WS-A-MATCH-KEY(WS-A-IDX) = WS-B-MATCH-KEY
               IF WS-A-IMAGE(WS-A-IDX) = CSN-IMAGE
                   ADD 1 TO WS-SAME-TOTAL
               ELSE
                   MOVE 'CHANGED' TO DFL-DIFFERENCE
                   PERFORM 000035-WRITE-A-SIDE
                   PERFORM 000036-WRITE-B-SIDE
                   ADD 1 TO WS-CHANGED-TOTAL
               END-IF
               ADD 1 TO WS-A-IDX
           ELSE
               MOVE 'ONLY IN B' TO DFL-DIFFERENCE
               PERFORM 000036-WRITE-B-SIDE
               ADD 1 TO WS-B-ONLY-TOTAL
           END-IF.

       000035-WRITE-A-SIDE.

           MOVE WS-A-MATCH-KEY(WS-A-IDX)(1:8)  TO DFL-FILE-ID.
           MOVE WS-A-MATCH-KEY(WS-A-IDX)(9:13) TO DFL-ROW-KEY.
           MOVE 'A: '                          TO DFL-SIDE.
           MOVE WS-A-IMAGE(WS-A-IDX)           TO DFL-IMAGE.
           WRITE RPT040-LINE FROM WS-DIFF-LINE.

       000036-WRITE-B-SIDE.

           MOVE CSN-FILE-ID TO DFL-FILE-ID.
           MOVE CSN-ROW-KEY TO DFL-ROW-KEY.
           MOVE 'B: '       TO DFL-SIDE.
           MOVE CSN-IMAGE   TO DFL-IMAGE.
           WRITE RPT040-LINE FROM WS-DIFF-LINE.

       000040-REPORT-A-LEFTOVERS.

           PERFORM UNTIL WS-A-IDX > WS-A-TOTAL
               MOVE 'ONLY IN A' TO DFL-DIFFERENCE
               PERFORM 000035-WRITE-A-SIDE
               ADD 1 TO WS-A-ONLY-TOTAL
               ADD 1 TO WS-A-IDX
           END-PERFORM.

       000060-WRITE-SUMMARY.

           COMPUTE WS-DIFF-TOTAL = WS-CHANGED-TOTAL
                                 + WS-A-ONLY-TOTAL
                                 + WS-B-ONLY-TOTAL.
           MOVE SPACES TO RPT040-LINE.
           WRITE RPT040-LINE.
           IF WS-DIFF-TOTAL = ZERO
               WRITE RPT040-LINE FROM WS-NO-DIFF-LINE
           END-IF.
           MOVE WS-SAME-TOTAL    TO SML-SAME.
           MOVE WS-CHANGED-TOTAL TO SML-CHANGED.
           MOVE WS-A-ONLY-TOTAL  TO SML-A-ONLY.
           MOVE WS-B-ONLY-TOTAL  TO SML-B-ONLY.
           WRITE RPT040-LINE FROM WS-SUMMARY-LINE.

       000090-TERMINATE.

           IF WS-CSNP-OPEN
               CLOSE QQ1CSNP-FILE
           END-IF.
           CLOSE QQ1RPT040-FILE.
      *
      *   +->   QQ1B0040_CONFIG_SNAPSHOT_DIFF       10/15/2026  00:00
      *   !       Batch report. Looks up the QQ1CSNP configuration
      *   !       snapshots QQ1B0012 took for two campaigns (PARM)
      *   !       and lists every control row that differs between
      *   !       them - changed values side by side, rows present
      *   !       in only one - with a summary count. Answers "what
      *   !       was different" without trawling QQ1CTLL.
      *   +---
