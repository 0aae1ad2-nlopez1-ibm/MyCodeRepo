      *COMPILE1: LANG(COBOL) CMP(DEFAULT) CICS(N) DB2()
      *COMPILE2: MQS(N) DLL(N) IP(N) LDAP(N) EXCI(N) RENT(N)
      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
      ** File one report's output in the QQ1REPO report repository
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  QQ1B0049.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QQ1RPTIN-FILE ASSIGN TO QQ1RPTIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTIN-FILE-STATUS.
           SELECT QQ1REPO-FILE ASSIGN TO QQ1REPO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPO-KEY
               FILE STATUS IS WS-REPO-FILE-STATUS.
           SELECT QQ1RPTOT-FILE ASSIGN TO QQ1RPTOT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTOT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QQ1RPTIN-FILE.
       01  RPTIN-LINE                      PIC X(132).
       FD  QQ1REPO-FILE.
       COPY QQ1REPO.
       FD  QQ1RPTOT-FILE.
       01  RPTOT-LINE                      PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-RPTIN-FILE-STATUS            PIC X(2).
       01  WS-REPO-FILE-STATUS             PIC X(2).
       01  WS-RPTOT-FILE-STATUS            PIC X(2).
       01  WS-EOF-FLAG                     PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.
       01  WS-PURGE-DONE-FLAG              PIC X(1)    VALUE 'N'.
           88  WS-PURGE-DONE                           VALUE 'Y'.
       01  WS-PROBLEM-FLAG                 PIC X(1)    VALUE 'N'.
           88  WS-PROBLEM                              VALUE 'Y'.
       01  WS-WARNING-FLAG                 PIC X(1)    VALUE 'N'.
           88  WS-WARNING                              VALUE 'Y'.
       01  WS-REPORT-ID                    PIC X(8)    VALUE SPACES.
       01  WS-RUN-DATE                     PIC X(10)   VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYY                PIC 9(4).
           05  WS-CURR-MM                  PIC 9(2).
           05  WS-CURR-DD                  PIC 9(2).
       01  WS-CURRENT-TIME.
           05  WS-CURR-HH                  PIC 9(2).
           05  WS-CURR-MI                  PIC 9(2).
           05  WS-CURR-SS                  PIC 9(2).
           05  WS-CURR-CC                  PIC 9(2).
       01  WS-TIMESTAMP-NOW                PIC X(26).
       01  WS-LINE-LIMIT                   PIC 9(6)    VALUE 999999.
       01  WS-LINE-TOTAL                   PIC 9(6)    VALUE ZERO.
       01  WS-REPLACED-TOTAL               PIC 9(6)    VALUE ZERO.
       01  WS-TITLE                        PIC X(60)   VALUE SPACES.
       01  WS-FILED-LINE.
           05  FILLER                      PIC X(18)   VALUE
               'QQ1B0049 - FILED '.
           05  FDL-REPORT-ID               PIC X(8).
           05  FILLER                      PIC X(4)    VALUE
               ' ON '.
           05  FDL-RUN-DATE                PIC X(10).
           05  FILLER                      PIC X(2)    VALUE
               ': '.
           05  FDL-LINES                   PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(7)    VALUE
               ' LINES'.
           05  FDL-REPLACED                PIC X(40).
       01  WS-REPLACED-NOTE.
           05  FILLER                      PIC X(21)   VALUE
               ', REPLACING A COPY OF'.
           05  RPN-LINES                   PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(7)    VALUE
               ' LINES'.
       01  WS-PROBLEM-LINE.
           05  FILLER                      PIC X(20)   VALUE
               'QQ1B0049 - PROBLEM: '.
           05  PBL-TEXT                    PIC X(80).
       LINKAGE SECTION.
      *    JCL PARM layout (fixed-position, no keywords):
      *      positions 1-8   REPORT ID - the report's DD name, as
      *                      keyed on QQ1DIST (QQ1RPT1 ... QQ1RPTZ)
      *      positions 9-18  RUN DATE YYYY-MM-DD to file under
      *                      (blank = today)
       01  WS-JCL-PARM.
           05  WS-PARM-LEN                 PIC S9(4)   COMP.
           05  WS-PARM-TEXT.
               10  WS-PARM-REPORT-ID       PIC X(8).
               10  WS-PARM-RUN-DATE        PIC X(10).
       PROCEDURE DIVISION USING WS-JCL-PARM.
       000000-CONTROL.

      *    Run with COND=EVEN after every report step, reading the
      *    dataset the step wrote the report to. Each line is copied
      *    back out on QQ1RPTOT, so the report still reaches the
      *    spool as before, and filed on QQ1REPO under the report id
      *    and run date, where it outlives the spool for as long as
      *    the QQ1RETP cards keep it (QQ1B0026). A rerun on the same
      *    date replaces that date's copy. CC 4 when there was no
      *    report to file, CC 8 when it could not be filed.
           PERFORM 000010-INITIALIZE.
           IF NOT WS-PROBLEM AND NOT WS-EOF
               PERFORM 000020-REMOVE-EARLIER-COPY
           END-IF.
           IF NOT WS-PROBLEM AND NOT WS-EOF
               PERFORM 000030-FILE-ONE-LINE
                   UNTIL WS-EOF OR WS-PROBLEM
           END-IF.
           IF NOT WS-PROBLEM AND WS-LINE-TOTAL > ZERO
               PERFORM 000040-WRITE-DIRECTORY-ENTRY
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

           PERFORM 000060-FORMAT-TIMESTAMP-NOW.
           OPEN OUTPUT QQ1RPTOT-FILE.
           IF WS-PARM-LEN >= 8
               MOVE WS-PARM-REPORT-ID TO WS-REPORT-ID
           END-IF.
           IF WS-PARM-LEN >= 18 AND WS-PARM-RUN-DATE NOT = SPACES
               MOVE WS-PARM-RUN-DATE TO WS-RUN-DATE
           ELSE
               MOVE WS-TIMESTAMP-NOW(1:10) TO WS-RUN-DATE
           END-IF.
           IF WS-REPORT-ID = SPACES
               MOVE 'PARM REPORT ID IS REQUIRED' TO PBL-TEXT
               PERFORM 000080-WRITE-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           IF WS-RUN-DATE(1:4) NOT NUMERIC
                   OR WS-RUN-DATE(5:1) NOT = '-'
                   OR WS-RUN-DATE(6:2) NOT NUMERIC
                   OR WS-RUN-DATE(8:1) NOT = '-'
                   OR WS-RUN-DATE(9:2) NOT NUMERIC
               MOVE 'PARM RUN DATE MUST BE YYYY-MM-DD' TO PBL-TEXT
               PERFORM 000080-WRITE-PROBLEM
               EXIT PARAGRAPH
           END-IF.
      *    A report step that never ran leaves nothing to read -
      *    that is not the repository's problem, and an earlier
      *    copy for the date is left as it was.
           OPEN INPUT QQ1RPTIN-FILE.
           IF WS-RPTIN-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 'Y' TO WS-WARNING-FLAG
               MOVE SPACES TO PBL-TEXT
               STRING 'NO REPORT TO FILE - QQ1RPTIN STATUS '
                          DELIMITED SIZE
                      WS-RPTIN-FILE-STATUS DELIMITED SIZE
                      INTO PBL-TEXT
               END-STRING
               DISPLAY WS-PROBLEM-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000035-READ-REPORT-LINE.
           IF WS-EOF
               MOVE 'Y' TO WS-WARNING-FLAG
               MOVE 'NO REPORT TO FILE - QQ1RPTIN IS EMPTY'
                   TO PBL-TEXT
               DISPLAY WS-PROBLEM-LINE
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O QQ1REPO-FILE.
           IF WS-REPO-FILE-STATUS NOT = '00'
               MOVE SPACES TO PBL-TEXT
               STRING 'QQ1REPO CANNOT BE OPENED, STATUS '
                          DELIMITED SIZE
                      WS-REPO-FILE-STATUS DELIMITED SIZE
                      ' - REPORT NOT FILED' DELIMITED SIZE
                      INTO PBL-TEXT
               END-STRING
               PERFORM 000080-WRITE-PROBLEM
      *        The spool copy must not be lost with the filing.
               PERFORM 000036-ECHO-ONLY UNTIL WS-EOF
           END-IF.

       000020-REMOVE-EARLIER-COPY.

      *    Directory entry first, then the lines: a viewer that
      *    reads while this runs finds the date gone rather than
      *    a directory entry over half its lines.
           MOVE WS-REPORT-ID TO RPO-REPORT-ID.
           MOVE WS-RUN-DATE  TO RPO-RUN-DATE.
           MOVE ZERO         TO RPO-LINE-NO.
           START QQ1REPO-FILE KEY >= RPO-KEY
           END-START.
           IF WS-REPO-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-PURGE-DONE-FLAG.
           PERFORM 000021-REMOVE-ONE-LINE UNTIL WS-PURGE-DONE.

       000021-REMOVE-ONE-LINE.

           READ QQ1REPO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PURGE-DONE-FLAG
           END-READ.
           IF WS-PURGE-DONE
               EXIT PARAGRAPH
           END-IF.
           IF RPO-REPORT-ID NOT = WS-REPORT-ID
                   OR RPO-RUN-DATE NOT = WS-RUN-DATE
               MOVE 'Y' TO WS-PURGE-DONE-FLAG
               EXIT PARAGRAPH
           END-IF.
           DELETE QQ1REPO-FILE
           END-DELETE.
           IF WS-REPO-FILE-STATUS NOT = '00'
               MOVE 'EARLIER COPY COULD NOT BE REMOVED - NOT FILED'
                   TO PBL-TEXT
               PERFORM 000080-WRITE-PROBLEM
               MOVE 'Y' TO WS-PURGE-DONE-FLAG
               PERFORM 000036-ECHO-ONLY UNTIL WS-EOF
               EXIT PARAGRAPH
           END-IF.
           IF NOT RPO-DIRECTORY-ENTRY
               ADD 1 TO WS-REPLACED-TOTAL
           END-IF.

       000030-FILE-ONE-LINE.

      *    RPTIN-LINE holds the line read ahead; file and echo it,
      *    then read the next.
           IF WS-LINE-TOTAL >= WS-LINE-LIMIT
               MOVE 'REPORT LONGER THAN 999,999 LINES - TRUNCATED'
                   TO PBL-TEXT
               PERFORM 000080-WRITE-PROBLEM
               PERFORM 000036-ECHO-ONLY UNTIL WS-EOF
               EXIT PARAGRAPH
           END-IF.
           WRITE RPTOT-LINE FROM RPTIN-LINE.
           ADD 1 TO WS-LINE-TOTAL.
           IF WS-TITLE = SPACES
               MOVE RPTIN-LINE(1:60) TO WS-TITLE
           END-IF.
           MOVE SPACES        TO QQ1REPO-RECORD.
           MOVE WS-REPORT-ID  TO RPO-REPORT-ID.
           MOVE WS-RUN-DATE   TO RPO-RUN-DATE.
           MOVE WS-LINE-TOTAL TO RPO-LINE-NO.
           MOVE RPTIN-LINE    TO RPO-LINE-TEXT.
           WRITE QQ1REPO-RECORD
           END-WRITE.
           IF WS-REPO-FILE-STATUS NOT = '00'
               MOVE SPACES TO PBL-TEXT
               STRING 'QQ1REPO WRITE FAILED, STATUS '
                          DELIMITED SIZE
                      WS-REPO-FILE-STATUS DELIMITED SIZE
                      ' - FILED COPY INCOMPLETE' DELIMITED SIZE
                      INTO PBL-TEXT
               END-STRING
               PERFORM 000080-WRITE-PROBLEM
               PERFORM 000035-READ-REPORT-LINE
               PERFORM 000036-ECHO-ONLY UNTIL WS-EOF
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000035-READ-REPORT-LINE.

       000035-READ-REPORT-LINE.

           READ QQ1RPTIN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       000036-ECHO-ONLY.

      *    Once filing has failed the rest of the report still goes
      *    to the spool; entered with the next line already read.
           WRITE RPTOT-LINE FROM RPTIN-LINE.
           PERFORM 000035-READ-REPORT-LINE.

       000040-WRITE-DIRECTORY-ENTRY.

      *    Written last, so a date only shows in the viewer once
      *    every line under it is on file.
           MOVE SPACES           TO QQ1REPO-RECORD.
           MOVE WS-REPORT-ID     TO RPO-REPORT-ID.
           MOVE WS-RUN-DATE      TO RPO-RUN-DATE.
           MOVE ZERO             TO RPO-LINE-NO.
           MOVE WS-TIMESTAMP-NOW TO RPO-FILED-TIMESTAMP.
           MOVE WS-LINE-TOTAL    TO RPO-LINE-COUNT.
           MOVE WS-TITLE         TO RPO-TITLE.
           WRITE QQ1REPO-RECORD
           END-WRITE.
           IF WS-REPO-FILE-STATUS NOT = '00'
               MOVE 'QQ1REPO DIRECTORY ENTRY NOT WRITTEN' TO PBL-TEXT
               PERFORM 000080-WRITE-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-REPORT-ID  TO FDL-REPORT-ID.
           MOVE WS-RUN-DATE   TO FDL-RUN-DATE.
           MOVE WS-LINE-TOTAL TO FDL-LINES.
           MOVE SPACES        TO FDL-REPLACED.
           IF WS-REPLACED-TOTAL > ZERO
               MOVE WS-REPLACED-TOTAL TO RPN-LINES
               MOVE WS-REPLACED-NOTE  TO FDL-REPLACED
           END-IF.
           DISPLAY WS-FILED-LINE.

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
           DISPLAY WS-PROBLEM-LINE.

       000090-TERMINATE.

           CLOSE QQ1RPTIN-FILE.
           CLOSE QQ1REPO-FILE.
           CLOSE QQ1RPTOT-FILE.
      *
      *   +->   QQ1B0049_REPORT_REPOSITORY_FILE     10/15/2026  00:00
      *   !       Files a report in the QQ1REPO repository: run with
      *   !       COND=EVEN after each report step, it reads the
      *   !       dataset the step wrote (QQ1RPTIN), copies it back
      *   !       out to the spool on QQ1RPTOT and stores it line by
      *   !       line under report id + run date, ending with a
      *   !       directory entry (filed-at, line count, title). A
      *   !       rerun on the same date replaces that date's copy.
      *   !       The QQRV transaction (QQ1C0097) lists and pages the
      *   !       filed copies; QQ1B0026 purges them by the QQ1RETP
      *   !       cards. CC 4 when there was no report, CC 8 when it
      *   !       could not be filed (the spool copy is still made).
      *   +---
