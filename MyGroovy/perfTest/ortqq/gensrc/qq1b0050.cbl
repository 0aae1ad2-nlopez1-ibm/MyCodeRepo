      *COMPILE1: LANG(COBOL) CMP(DEFAULT) CICS(N) DB2()
      *COMPILE2: MQS(N) DLL(N) IP(N) LDAP(N) EXCI(N) RENT(N)
      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
      ** Run-control gate for the nightly batch stream
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  QQ1B0050.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QQ1BRUN-FILE ASSIGN TO QQ1BRUN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRN-KEY
               FILE STATUS IS WS-BRUN-FILE-STATUS.
           SELECT QQ1STPS-FILE ASSIGN TO QQ1STPS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STPS-FILE-STATUS.
           SELECT QQ1RPT050-FILE ASSIGN TO QQ1RPT0
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QQ1BRUN-FILE.
       COPY QQ1BRUN.
       FD  QQ1STPS-FILE.
       COPY QQ1STPS.
       FD  QQ1RPT050-FILE.
       01  RPT050-LINE                     PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-BRUN-FILE-STATUS             PIC X(2).
       01  WS-STPS-FILE-STATUS             PIC X(2).
       01  WS-RPT-FILE-STATUS              PIC X(2).
       01  WS-EOF-FLAG                     PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.
       01  WS-PROBLEM-FLAG                 PIC X(1)    VALUE 'N'.
           88  WS-PROBLEM                              VALUE 'Y'.
       01  WS-REFUSED-FLAG                 PIC X(1)    VALUE 'N'.
           88  WS-REFUSED                              VALUE 'Y'.
       01  WS-WARNING-FLAG                 PIC X(1)    VALUE 'N'.
           88  WS-WARNING                              VALUE 'Y'.
       01  WS-ROW-FOUND-FLAG               PIC X(1)    VALUE 'N'.
           88  WS-ROW-FOUND                            VALUE 'Y'.
       01  WS-STATS-FOUND-FLAG             PIC X(1)    VALUE 'N'.
           88  WS-STATS-FOUND                          VALUE 'Y'.
       01  WS-FUNCTION                     PIC X(8)    VALUE SPACES.
           88  WS-FUNCTION-OPEN                        VALUE 'OPEN    '.
           88  WS-FUNCTION-BEGIN                       VALUE 'BEGIN   '.
           88  WS-FUNCTION-END                         VALUE 'END     '.
           88  WS-FUNCTION-CLOSE                       VALUE 'CLOSE   '.
       01  WS-STREAM-ID                    PIC X(8)    VALUE SPACES.
       01  WS-STEP-ID                      PIC X(8)    VALUE SPACES.
       01  WS-BUSINESS-DATE                PIC X(10)   VALUE SPACES.
       01  WS-PROGRAM-ID                   PIC X(8)    VALUE SPACES.
       01  WS-PREREQ-TABLE.
           05  WS-PREREQ-STEP              PIC X(8)    OCCURS 4 TIMES.
       01  WS-PREREQ-IDX                   PIC S9(4)   COMP.
       01  WS-COUNT-IDX                    PIC S9(4)   COMP.
       01  WS-BLOCKED-BY                   PIC X(8)    VALUE SPACES.
       01  WS-BLOCKED-STATUS               PIC X(1)    VALUE SPACES.
       01  WS-ATTEMPTS                     PIC 9(3)    VALUE ZERO.
       01  WS-OPEN-DATE                    PIC X(10)   VALUE SPACES.
       01  WS-POINTER-DATE                 PIC X(10)   VALUE
               '0000-00-00'.
       01  WS-HEADER-STEP                  PIC X(8)    VALUE
               '*STREAM*'.
       01  WS-POINTER-STEP                 PIC X(8)    VALUE
               '*CURRENT'.
       01  WS-SAVED-KEY                    PIC X(26).
       01  WS-ROW-STEP-ID                  PIC X(8)    VALUE SPACES.
       01  WS-SAVED-STATS.
           05  WS-SAVED-COMPLETION-CODE    PIC 9(4).
           05  WS-SAVED-COUNTS             PIC X(51).
       01  WS-STEP-TOTAL                   PIC 9(3)    VALUE ZERO.
       01  WS-COMPLETE-TOTAL               PIC 9(3)    VALUE ZERO.
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
       01  WS-YESTERDAY                    PIC X(10).
       01  WS-LEAP-REMAINDER               PIC 9(4).
       01  WS-MONTH-DAYS-TABLE.
           05  FILLER                      PIC 9(2)    VALUE 31.
           05  FILLER                      PIC 9(2)    VALUE 28.
           05  FILLER                      PIC 9(2)    VALUE 31.
           05  FILLER                      PIC 9(2)    VALUE 30.
           05  FILLER                      PIC 9(2)    VALUE 31.
           05  FILLER                      PIC 9(2)    VALUE 30.
           05  FILLER                      PIC 9(2)    VALUE 31.
           05  FILLER                      PIC 9(2)    VALUE 31.
           05  FILLER                      PIC 9(2)    VALUE 30.
           05  FILLER                      PIC 9(2)    VALUE 31.
           05  FILLER                      PIC 9(2)    VALUE 30.
           05  FILLER                      PIC 9(2)    VALUE 31.
       01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
           05  WS-MONTH-DAY                PIC 9(2)    OCCURS 12 TIMES.
       01  WS-GATE-LINE.
           05  FILLER                      PIC X(11)   VALUE
               'QQ1B0050 - '.
           05  GTL-STREAM-ID               PIC X(8).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  GTL-BUSINESS-DATE           PIC X(10).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  GTL-STEP-ID                 PIC X(8).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  GTL-TEXT                    PIC X(80).
       01  WS-PROBLEM-LINE.
           05  FILLER                      PIC X(20)   VALUE
               'QQ1B0050 - PROBLEM: '.
           05  PBL-TEXT                    PIC X(80).
       01  WS-REPORT-HEADING.
           05  FILLER                      PIC X(40)   VALUE
               'QQ1B0050 - BATCH STREAM RUN CONTROL    '.
           05  FILLER                      PIC X(7)    VALUE
               'STREAM '.
           05  RH-STREAM-ID                PIC X(8).
           05  FILLER                      PIC X(16)   VALUE
               '  BUSINESS DATE '.
           05  RH-BUSINESS-DATE            PIC X(10).
       01  WS-COLUMN-HEADING.
           05  FILLER                      PIC X(50)   VALUE
               'STEP      PROGRAM   STATUS    CC    TRY  STARTED '.
           05  FILLER                      PIC X(40)   VALUE
               '  ENDED     COUNTS'.
       01  WS-STEP-LINE.
           05  SPL-STEP-ID                 PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  SPL-PROGRAM-ID              PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  SPL-STATUS                  PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  SPL-COMPLETION-CODE         PIC X(4).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  SPL-ATTEMPTS                PIC ZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  SPL-STARTED                 PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  SPL-ENDED                   PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  SPL-COUNT-AREA.
               10  SPL-COUNT               OCCURS 3 TIMES.
                   15  SPL-COUNT-LABEL     PIC X(8).
                   15  FILLER              PIC X(1).
                   15  SPL-COUNT-VALUE     PIC ZZZ,ZZZ,ZZ9.
                   15  FILLER              PIC X(1).
           05  SPL-BLOCKED-AREA REDEFINES SPL-COUNT-AREA.
               10  SPL-BLOCKED-TEXT        PIC X(11).
               10  SPL-BLOCKED-BY          PIC X(8).
               10  FILLER                  PIC X(44).
       01  WS-SUMMARY-LINE.
           05  SML-COMPLETE                PIC ZZ9.
           05  FILLER                      PIC X(4)    VALUE
               ' OF '.
           05  SML-STEPS                   PIC ZZ9.
           05  FILLER                      PIC X(17)   VALUE
               ' STEPS COMPLETE: '.
           05  SML-TEXT                    PIC X(80).
       LINKAGE SECTION.
      *    JCL PARM layout (fixed-position, no keywords):
      *      positions 1-8   FUNCTION - OPEN, BEGIN, END or CLOSE
      *      positions 9-16  STREAM ID (e.g. NIGHTLY)
      *      positions 17-24 STEP ID (BEGIN and END)
      *      positions 25-34 BUSINESS DATE YYYY-MM-DD (blank = the
      *                      date the stream last opened; OPEN with
      *                      a blank date opens the previous day)
      *      positions 35-66 BEGIN: up to four prerequisite step
      *                      ids, 8 bytes each, that must be complete
      *                      for the same business date
      *                      END: positions 35-42 the program whose
      *                      QQ1STPS record reports the step
       01  WS-JCL-PARM.
           05  WS-PARM-LEN                 PIC S9(4)   COMP.
           05  WS-PARM-TEXT.
               10  WS-PARM-FUNCTION        PIC X(8).
               10  WS-PARM-STREAM-ID       PIC X(8).
               10  WS-PARM-STEP-ID         PIC X(8).
               10  WS-PARM-BUSINESS-DATE   PIC X(10).
               10  WS-PARM-PREREQS.
                   15  WS-PARM-PREREQ      PIC X(8)    OCCURS 4 TIMES.
               10  WS-PARM-END-PROGRAM REDEFINES WS-PARM-PREREQS.
                   15  WS-PARM-PROGRAM-ID  PIC X(8).
                   15  FILLER              PIC X(24).
       PROCEDURE DIVISION USING WS-JCL-PARM.
       000000-CONTROL.

      *    One step of the nightly stream's run control, chosen by
      *    the PARM function:
      *      OPEN  - opens the business date's run (or resumes it),
      *      BEGIN - the gate ahead of a step: CC 0 run it, CC 4 it
      *              already completed for the date (skip), CC 8
      *              a prerequisite has not completed (refused),
      *      END   - records how the step ended from its QQ1STPS
      *              statistics (none means it abended),
      *      CLOSE - prints every step's row on QQ1RPT0 and closes
      *              the date once all are complete; CC 8 if not.
      *    The JCL runs each step only when its BEGIN ended CC 0, so
      *    a resubmitted stream resumes at the step that failed.
           PERFORM 000010-INITIALIZE.
           IF NOT WS-PROBLEM
               EVALUATE TRUE
                   WHEN WS-FUNCTION-OPEN
                       PERFORM 000020-OPEN-STREAM
                   WHEN WS-FUNCTION-BEGIN
                       PERFORM 000030-BEGIN-STEP
                   WHEN WS-FUNCTION-END
                       PERFORM 000040-END-STEP
                   WHEN WS-FUNCTION-CLOSE
                       PERFORM 000050-CLOSE-STREAM
               END-EVALUATE
           END-IF.
           PERFORM 000090-TERMINATE.
           IF WS-PROBLEM OR WS-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNING
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       000010-INITIALIZE.

           PERFORM 000060-FORMAT-TIMESTAMP-NOW.
           MOVE SPACES TO WS-PREREQ-TABLE.
           IF WS-PARM-LEN >= 8
               MOVE WS-PARM-FUNCTION TO WS-FUNCTION
           END-IF.
           IF WS-PARM-LEN >= 16
               MOVE WS-PARM-STREAM-ID TO WS-STREAM-ID
           END-IF.
           IF WS-PARM-LEN >= 24
               MOVE WS-PARM-STEP-ID TO WS-STEP-ID
           END-IF.
           IF WS-PARM-LEN >= 34
               MOVE WS-PARM-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF.
           IF WS-PARM-LEN >= 42
               IF WS-FUNCTION-END
                   MOVE WS-PARM-PROGRAM-ID TO WS-PROGRAM-ID
               ELSE
                   PERFORM VARYING WS-PREREQ-IDX FROM 1 BY 1
                           UNTIL WS-PREREQ-IDX > 4
                       IF WS-PARM-LEN >= 34 + (WS-PREREQ-IDX * 8)
                           MOVE WS-PARM-PREREQ(WS-PREREQ-IDX)
                               TO WS-PREREQ-STEP(WS-PREREQ-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
           IF NOT WS-FUNCTION-OPEN AND NOT WS-FUNCTION-BEGIN
                   AND NOT WS-FUNCTION-END AND NOT WS-FUNCTION-CLOSE
               MOVE 'PARM FUNCTION MUST BE OPEN, BEGIN, END OR CLOSE'
                   TO PBL-TEXT
               PERFORM 000080-WRITE-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           IF WS-STREAM-ID = SPACES
               MOVE 'PARM STREAM ID IS REQUIRED' TO PBL-TEXT
               PERFORM 000080-WRITE-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           IF (WS-FUNCTION-BEGIN OR WS-FUNCTION-END)
                   AND WS-STEP-ID = SPACES
               MOVE 'PARM STEP ID IS REQUIRED FOR BEGIN AND END'
                   TO PBL-TEXT
               PERFORM 000080-WRITE-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           IF WS-BUSINESS-DATE NOT = SPACES
                   AND (WS-BUSINESS-DATE(1:4) NOT NUMERIC
                   OR WS-BUSINESS-DATE(5:1) NOT = '-'
                   OR WS-BUSINESS-DATE(6:2) NOT NUMERIC
                   OR WS-BUSINESS-DATE(8:1) NOT = '-'
                   OR WS-BUSINESS-DATE(9:2) NOT NUMERIC)
               MOVE 'PARM BUSINESS DATE MUST BE YYYY-MM-DD OR BLANK'
                   TO PBL-TEXT
               PERFORM 000080-WRITE-PROBLEM
               EXIT PARAGRAPH
           END-IF.
      *    An empty just-defined cluster opens I-O with a non-zero
      *    status - prime it through a one-off OPEN OUTPUT/CLOSE.
           OPEN I-O QQ1BRUN-FILE.
           IF WS-BRUN-FILE-STATUS NOT = '00'
               OPEN OUTPUT QQ1BRUN-FILE
               IF WS-BRUN-FILE-STATUS = '00'
                   CLOSE QQ1BRUN-FILE
                   OPEN I-O QQ1BRUN-FILE
               END-IF
           END-IF.
           IF WS-BRUN-FILE-STATUS NOT = '00'
               MOVE SPACES TO PBL-TEXT
               STRING 'QQ1BRUN CANNOT BE OPENED, STATUS '
                          DELIMITED SIZE
                      WS-BRUN-FILE-STATUS DELIMITED SIZE
                      INTO PBL-TEXT
               END-STRING
               PERFORM 000080-WRITE-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000011-DERIVE-YESTERDAY.
      *    A blank date means the night the stream last opened, so
      *    a step run after midnight still gates on that night.
           IF WS-BUSINESS-DATE = SPACES
               IF WS-FUNCTION-OPEN
                   MOVE WS-YESTERDAY TO WS-BUSINESS-DATE
               ELSE
                   PERFORM 000012-READ-CURRENT-POINTER
                   IF WS-ROW-FOUND
                       MOVE BRN-OPEN-DATE TO WS-BUSINESS-DATE
                   ELSE
                       MOVE WS-YESTERDAY TO WS-BUSINESS-DATE
                   END-IF
               END-IF
           END-IF.
           MOVE WS-STREAM-ID     TO GTL-STREAM-ID.
           MOVE WS-BUSINESS-DATE TO GTL-BUSINESS-DATE.
           MOVE WS-STEP-ID       TO GTL-STEP-ID.

       000011-DERIVE-YESTERDAY.

           IF WS-CURR-DD > 1
               SUBTRACT 1 FROM WS-CURR-DD
           ELSE
               IF WS-CURR-MM = 1
                   SUBTRACT 1 FROM WS-CURR-YYYY
                   MOVE 12 TO WS-CURR-MM
               ELSE
                   SUBTRACT 1 FROM WS-CURR-MM
               END-IF
               MOVE WS-MONTH-DAY(WS-CURR-MM) TO WS-CURR-DD
               IF WS-CURR-MM = 2
                   DIVIDE WS-CURR-YYYY BY 4
                       GIVING WS-LEAP-REMAINDER
                       REMAINDER WS-LEAP-REMAINDER
                   END-DIVIDE
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 29 TO WS-CURR-DD
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO WS-YESTERDAY.
           STRING WS-CURR-YYYY DELIMITED SIZE
                  '-'          DELIMITED SIZE
                  WS-CURR-MM   DELIMITED SIZE
                  '-'          DELIMITED SIZE
                  WS-CURR-DD   DELIMITED SIZE
                  INTO WS-YESTERDAY
           END-STRING.

       000012-READ-CURRENT-POINTER.

           MOVE WS-STREAM-ID    TO BRN-STREAM-ID.
           MOVE WS-POINTER-DATE TO BRN-BUSINESS-DATE.
           MOVE WS-POINTER-STEP TO BRN-STEP-ID.
           PERFORM 000070-READ-RUN-CONTROL-ROW.

       000020-OPEN-STREAM.

      *    A date left open by an earlier night keeps its rows as
      *    they ended (QQ1B0016 will not purge it until it closes);
      *    say so and go on.
           PERFORM 000012-READ-CURRENT-POINTER.
           IF WS-ROW-FOUND
               MOVE BRN-OPEN-DATE TO WS-OPEN-DATE
           END-IF.
           IF WS-OPEN-DATE NOT = SPACES
                   AND WS-OPEN-DATE NOT = WS-BUSINESS-DATE
               MOVE WS-STREAM-ID  TO BRN-STREAM-ID
               MOVE WS-OPEN-DATE  TO BRN-BUSINESS-DATE
               MOVE WS-HEADER-STEP TO BRN-STEP-ID
               PERFORM 000070-READ-RUN-CONTROL-ROW
               IF WS-ROW-FOUND AND BRN-STATUS-OPEN
                   MOVE 'Y' TO WS-WARNING-FLAG
                   MOVE SPACES TO GTL-TEXT
                   STRING 'EARLIER BUSINESS DATE ' DELIMITED SIZE
                          WS-OPEN-DATE DELIMITED SIZE
                          ' NEVER COMPLETED - RESUBMIT WITH THAT DATE'
                              DELIMITED SIZE
                          INTO GTL-TEXT
                   END-STRING
                   DISPLAY WS-GATE-LINE
               END-IF
           END-IF.
           MOVE WS-STREAM-ID     TO BRN-STREAM-ID.
           MOVE WS-BUSINESS-DATE TO BRN-BUSINESS-DATE.
           MOVE WS-HEADER-STEP   TO BRN-STEP-ID.
           PERFORM 000070-READ-RUN-CONTROL-ROW.
           IF WS-ROW-FOUND
               IF BRN-STATUS-COMPLETE
                   MOVE 'ALREADY COMPLETE - EVERY STEP WILL BE SKIPPED'
                       TO GTL-TEXT
               ELSE
                   ADD 1 TO BRN-ATTEMPTS
                   MOVE SPACES TO GTL-TEXT
                   STRING 'RESUMED - COMPLETE STEPS WILL BE SKIPPED'
                              DELIMITED SIZE
                          INTO GTL-TEXT
                   END-STRING
               END-IF
               PERFORM 000072-REWRITE-RUN-CONTROL-ROW
           ELSE
               PERFORM 000071-CLEAR-ROW-FOR-KEY
               MOVE 'O'              TO BRN-STATUS
               MOVE 1                TO BRN-ATTEMPTS
               MOVE WS-TIMESTAMP-NOW TO BRN-STARTED-TIMESTAMP
               MOVE 'OPENED' TO GTL-TEXT
               PERFORM 000073-WRITE-RUN-CONTROL-ROW
           END-IF.
           IF WS-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           DISPLAY WS-GATE-LINE.
           PERFORM 000012-READ-CURRENT-POINTER.
           IF WS-ROW-FOUND
               MOVE WS-BUSINESS-DATE TO BRN-OPEN-DATE
               PERFORM 000072-REWRITE-RUN-CONTROL-ROW
           ELSE
               PERFORM 000071-CLEAR-ROW-FOR-KEY
               MOVE WS-BUSINESS-DATE TO BRN-OPEN-DATE
               PERFORM 000073-WRITE-RUN-CONTROL-ROW
           END-IF.

       000030-BEGIN-STEP.

           MOVE WS-STREAM-ID     TO BRN-STREAM-ID.
           MOVE WS-BUSINESS-DATE TO BRN-BUSINESS-DATE.
           MOVE WS-STEP-ID       TO BRN-STEP-ID.
           PERFORM 000070-READ-RUN-CONTROL-ROW.
           IF WS-ROW-FOUND AND BRN-STATUS-COMPLETE
               MOVE 'Y' TO WS-WARNING-FLAG
               MOVE 'ALREADY COMPLETE FOR THIS DATE - SKIPPED'
                   TO GTL-TEXT
               DISPLAY WS-GATE-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-ATTEMPTS.
           IF WS-ROW-FOUND
               MOVE BRN-ATTEMPTS TO WS-ATTEMPTS
           END-IF.
           MOVE SPACES TO WS-BLOCKED-BY.
           PERFORM 000031-CHECK-ONE-PREREQ
               VARYING WS-PREREQ-IDX FROM 1 BY 1
               UNTIL WS-PREREQ-IDX > 4 OR WS-BLOCKED-BY NOT = SPACES.
      *    The prerequisite reads used the record area; rebuild this
      *    step's row from its key.
           MOVE WS-STREAM-ID     TO BRN-STREAM-ID.
           MOVE WS-BUSINESS-DATE TO BRN-BUSINESS-DATE.
           MOVE WS-STEP-ID       TO BRN-STEP-ID.
           PERFORM 000070-READ-RUN-CONTROL-ROW.
           IF NOT WS-ROW-FOUND
               PERFORM 000071-CLEAR-ROW-FOR-KEY
           END-IF.
           MOVE SPACES TO BRN-COMPLETION-CODE BRN-ENDED-TIMESTAMP.
           MOVE WS-TIMESTAMP-NOW TO BRN-STARTED-TIMESTAMP.
           PERFORM 000074-CLEAR-COUNTS.
           IF WS-BLOCKED-BY NOT = SPACES
               MOVE 'Y'           TO WS-REFUSED-FLAG
               MOVE 'B'           TO BRN-STATUS
               MOVE WS-BLOCKED-BY TO BRN-BLOCKED-BY
               MOVE SPACES TO GTL-TEXT
               STRING 'REFUSED - PREREQUISITE ' DELIMITED SIZE
                      WS-BLOCKED-BY DELIMITED SIZE
                      ' IS ' DELIMITED SIZE
                      WS-BLOCKED-STATUS DELIMITED SIZE
                      ' FOR THIS DATE' DELIMITED SIZE
                      INTO GTL-TEXT
               END-STRING
           ELSE
               MOVE 'R'    TO BRN-STATUS
               MOVE SPACES TO BRN-BLOCKED-BY
               COMPUTE BRN-ATTEMPTS = WS-ATTEMPTS + 1
               MOVE 'PREREQUISITES COMPLETE - STEP STARTED'
                   TO GTL-TEXT
           END-IF.
           IF WS-ROW-FOUND
               PERFORM 000072-REWRITE-RUN-CONTROL-ROW
           ELSE
               PERFORM 000073-WRITE-RUN-CONTROL-ROW
           END-IF.
           DISPLAY WS-GATE-LINE.
      *    The step appends its statistics to a dataset this step
      *    allocated; write the end-of-file so it starts empty.
           IF NOT WS-REFUSED
               OPEN OUTPUT QQ1STPS-FILE
               IF WS-STPS-FILE-STATUS = '00'
                   CLOSE QQ1STPS-FILE
               END-IF
           END-IF.

       000031-CHECK-ONE-PREREQ.

           IF WS-PREREQ-STEP(WS-PREREQ-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-STREAM-ID                  TO BRN-STREAM-ID.
           MOVE WS-BUSINESS-DATE              TO BRN-BUSINESS-DATE.
           MOVE WS-PREREQ-STEP(WS-PREREQ-IDX) TO BRN-STEP-ID.
           PERFORM 000070-READ-RUN-CONTROL-ROW.
           IF NOT WS-ROW-FOUND
               MOVE WS-PREREQ-STEP(WS-PREREQ-IDX) TO WS-BLOCKED-BY
               MOVE '-' TO WS-BLOCKED-STATUS
               EXIT PARAGRAPH
           END-IF.
           IF NOT BRN-STATUS-COMPLETE
               MOVE WS-PREREQ-STEP(WS-PREREQ-IDX) TO WS-BLOCKED-BY
               MOVE BRN-STATUS TO WS-BLOCKED-STATUS
           END-IF.

       000040-END-STEP.

           MOVE 'N' TO WS-STATS-FOUND-FLAG.
           OPEN INPUT QQ1STPS-FILE.
           IF WS-STPS-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM 000041-READ-ONE-STATISTIC UNTIL WS-EOF
               CLOSE QQ1STPS-FILE
           END-IF.
           MOVE WS-STREAM-ID     TO BRN-STREAM-ID.
           MOVE WS-BUSINESS-DATE TO BRN-BUSINESS-DATE.
           MOVE WS-STEP-ID       TO BRN-STEP-ID.
           PERFORM 000070-READ-RUN-CONTROL-ROW.
      *    Only a step a gate started is recorded; an END reached
      *    after an abend bypassed the gate leaves the row (or its
      *    absence) as it stands.
           IF NOT WS-ROW-FOUND OR NOT BRN-STATUS-RUNNING
               MOVE 'Y' TO WS-WARNING-FLAG
               MOVE 'NOT STARTED BY THIS RUN - NOTHING RECORDED'
                   TO GTL-TEXT
               DISPLAY WS-GATE-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PROGRAM-ID    TO BRN-PROGRAM-ID.
           MOVE WS-TIMESTAMP-NOW TO BRN-ENDED-TIMESTAMP.
           IF WS-STATS-FOUND
               MOVE WS-SAVED-COMPLETION-CODE TO BRN-COMPLETION-CODE
               MOVE WS-SAVED-COUNTS          TO BRN-COUNTS
               IF WS-SAVED-COMPLETION-CODE <= 4
                   MOVE 'C' TO BRN-STATUS
               ELSE
                   MOVE 'F' TO BRN-STATUS
               END-IF
           ELSE
      *        No statistics: the program never reached its end.
               MOVE 'ABND' TO BRN-COMPLETION-CODE
               MOVE 'F'    TO BRN-STATUS
               PERFORM 000074-CLEAR-COUNTS
           END-IF.
           MOVE SPACES TO GTL-TEXT.
           IF BRN-STATUS-COMPLETE
               STRING 'COMPLETE, ' DELIMITED SIZE
                      WS-PROGRAM-ID DELIMITED SPACE
                      ' CC ' DELIMITED SIZE
                      BRN-COMPLETION-CODE DELIMITED SIZE
                      INTO GTL-TEXT
               END-STRING
           ELSE
               STRING 'FAILED, ' DELIMITED SIZE
                      WS-PROGRAM-ID DELIMITED SPACE
                      ' CC ' DELIMITED SIZE
                      BRN-COMPLETION-CODE DELIMITED SIZE
                      ' - STEPS THAT NEED IT WILL BE REFUSED'
                          DELIMITED SIZE
                      INTO GTL-TEXT
               END-STRING
           END-IF.
           PERFORM 000072-REWRITE-RUN-CONTROL-ROW.
           DISPLAY WS-GATE-LINE.

       000041-READ-ONE-STATISTIC.

      *    Keep the last record the named program wrote.
           READ QQ1STPS-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
           IF WS-EOF
               EXIT PARAGRAPH
           END-IF.
           IF WS-PROGRAM-ID = SPACES
                   OR STP-PROGRAM-ID = WS-PROGRAM-ID
               MOVE 'Y'                 TO WS-STATS-FOUND-FLAG
               MOVE STP-PROGRAM-ID      TO WS-PROGRAM-ID
               MOVE STP-COMPLETION-CODE TO WS-SAVED-COMPLETION-CODE
               MOVE STP-COUNTS          TO WS-SAVED-COUNTS
           END-IF.

       000050-CLOSE-STREAM.

           OPEN OUTPUT QQ1RPT050-FILE.
           MOVE WS-STREAM-ID     TO RH-STREAM-ID.
           MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE.
           WRITE RPT050-LINE FROM WS-REPORT-HEADING.
           MOVE SPACES TO RPT050-LINE.
           WRITE RPT050-LINE.
           WRITE RPT050-LINE FROM WS-COLUMN-HEADING.
           MOVE WS-STREAM-ID     TO BRN-STREAM-ID.
           MOVE WS-BUSINESS-DATE TO BRN-BUSINESS-DATE.
           MOVE LOW-VALUES       TO BRN-STEP-ID.
           START QQ1BRUN-FILE KEY >= BRN-KEY
           END-START.
           MOVE 'N' TO WS-EOF-FLAG.
           IF WS-BRUN-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM 000051-LIST-ONE-STEP UNTIL WS-EOF.
           MOVE WS-COMPLETE-TOTAL TO SML-COMPLETE.
           MOVE WS-STEP-TOTAL     TO SML-STEPS.
           IF WS-STEP-TOTAL > ZERO
                   AND WS-COMPLETE-TOTAL = WS-STEP-TOTAL
               MOVE 'STREAM COMPLETE FOR THE BUSINESS DATE'
                   TO SML-TEXT
           ELSE
               MOVE 'Y' TO WS-REFUSED-FLAG
               MOVE 'INCOMPLETE - RESUBMIT THE STREAM TO RESUME'
                   TO SML-TEXT
           END-IF.
           MOVE SPACES TO RPT050-LINE.
           WRITE RPT050-LINE.
           WRITE RPT050-LINE FROM WS-SUMMARY-LINE.
           CLOSE QQ1RPT050-FILE.
           MOVE WS-STREAM-ID     TO BRN-STREAM-ID.
           MOVE WS-BUSINESS-DATE TO BRN-BUSINESS-DATE.
           MOVE WS-HEADER-STEP   TO BRN-STEP-ID.
           PERFORM 000070-READ-RUN-CONTROL-ROW.
           IF NOT WS-ROW-FOUND
               PERFORM 000071-CLEAR-ROW-FOR-KEY
               MOVE 1 TO BRN-ATTEMPTS
               MOVE WS-TIMESTAMP-NOW TO BRN-STARTED-TIMESTAMP
           END-IF.
           IF WS-REFUSED
               MOVE 'O' TO BRN-STATUS
               MOVE SPACES TO BRN-ENDED-TIMESTAMP
           ELSE
               MOVE 'C' TO BRN-STATUS
               MOVE WS-TIMESTAMP-NOW TO BRN-ENDED-TIMESTAMP
           END-IF.
           IF WS-ROW-FOUND
               PERFORM 000072-REWRITE-RUN-CONTROL-ROW
           ELSE
               PERFORM 000073-WRITE-RUN-CONTROL-ROW
           END-IF.
           MOVE SML-TEXT TO GTL-TEXT.
           DISPLAY WS-GATE-LINE.

       000051-LIST-ONE-STEP.

           READ QQ1BRUN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
           IF WS-EOF
               EXIT PARAGRAPH
           END-IF.
           IF BRN-STREAM-ID NOT = WS-STREAM-ID
                   OR BRN-BUSINESS-DATE NOT = WS-BUSINESS-DATE
               MOVE 'Y' TO WS-EOF-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF BRN-STREAM-HEADER
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-STEP-TOTAL.
           MOVE SPACES TO WS-STEP-LINE.
           MOVE BRN-STEP-ID         TO SPL-STEP-ID.
           MOVE BRN-PROGRAM-ID      TO SPL-PROGRAM-ID.
           MOVE BRN-COMPLETION-CODE TO SPL-COMPLETION-CODE.
           MOVE BRN-ATTEMPTS        TO SPL-ATTEMPTS.
           MOVE BRN-STARTED-TIMESTAMP(12:8) TO SPL-STARTED.
           MOVE BRN-ENDED-TIMESTAMP(12:8)   TO SPL-ENDED.
           EVALUATE TRUE
               WHEN BRN-STATUS-COMPLETE
                   ADD 1 TO WS-COMPLETE-TOTAL
                   MOVE 'COMPLETE' TO SPL-STATUS
               WHEN BRN-STATUS-FAILED
                   MOVE 'FAILED'   TO SPL-STATUS
               WHEN BRN-STATUS-BLOCKED
                   MOVE 'REFUSED'  TO SPL-STATUS
               WHEN OTHER
                   MOVE 'RUNNING'  TO SPL-STATUS
           END-EVALUATE.
           IF BRN-STATUS-BLOCKED
               MOVE 'BLOCKED BY' TO SPL-BLOCKED-TEXT
               MOVE BRN-BLOCKED-BY TO SPL-BLOCKED-BY
           ELSE
               PERFORM VARYING WS-COUNT-IDX FROM 1 BY 1
                       UNTIL WS-COUNT-IDX > 3
                   IF BRN-COUNT-LABEL(WS-COUNT-IDX) NOT = SPACES
                       MOVE BRN-COUNT-LABEL(WS-COUNT-IDX)
                           TO SPL-COUNT-LABEL(WS-COUNT-IDX)
                       MOVE BRN-COUNT-VALUE(WS-COUNT-IDX)
                           TO SPL-COUNT-VALUE(WS-COUNT-IDX)
                   END-IF
               END-PERFORM
           END-IF.
           WRITE RPT050-LINE FROM WS-STEP-LINE.

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

       000070-READ-RUN-CONTROL-ROW.

           MOVE 'N' TO WS-ROW-FOUND-FLAG.
           READ QQ1BRUN-FILE
               KEY IS BRN-KEY
           END-READ.
           IF WS-BRUN-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ROW-FOUND-FLAG
           END-IF.

       000071-CLEAR-ROW-FOR-KEY.

      *    Blank out everything but the key already in place.
           MOVE BRN-KEY TO WS-SAVED-KEY.
           MOVE SPACES TO QQ1BRUN-RECORD.
           MOVE WS-SAVED-KEY TO BRN-KEY.
           MOVE ZERO TO BRN-ATTEMPTS.
           PERFORM 000074-CLEAR-COUNTS.

       000072-REWRITE-RUN-CONTROL-ROW.

           MOVE BRN-STEP-ID TO WS-ROW-STEP-ID.
           REWRITE QQ1BRUN-RECORD
           END-REWRITE.
           IF WS-BRUN-FILE-STATUS NOT = '00'
               MOVE SPACES TO PBL-TEXT
               STRING 'QQ1BRUN REWRITE FAILED, STATUS '
                          DELIMITED SIZE
                      WS-BRUN-FILE-STATUS DELIMITED SIZE
                      ' FOR ' DELIMITED SIZE
                      WS-ROW-STEP-ID DELIMITED SIZE
                      INTO PBL-TEXT
               END-STRING
               PERFORM 000080-WRITE-PROBLEM
           END-IF.

       000073-WRITE-RUN-CONTROL-ROW.

           MOVE BRN-STEP-ID TO WS-ROW-STEP-ID.
           WRITE QQ1BRUN-RECORD
           END-WRITE.
           IF WS-BRUN-FILE-STATUS NOT = '00'
               MOVE SPACES TO PBL-TEXT
               STRING 'QQ1BRUN WRITE FAILED, STATUS '
                          DELIMITED SIZE
                      WS-BRUN-FILE-STATUS DELIMITED SIZE
                      ' FOR ' DELIMITED SIZE
                      WS-ROW-STEP-ID DELIMITED SIZE
                      INTO PBL-TEXT
               END-STRING
               PERFORM 000080-WRITE-PROBLEM
           END-IF.

       000074-CLEAR-COUNTS.

           PERFORM VARYING WS-COUNT-IDX FROM 1 BY 1
                   UNTIL WS-COUNT-IDX > 3
               MOVE SPACES TO BRN-COUNT-LABEL(WS-COUNT-IDX)
               MOVE ZERO   TO BRN-COUNT-VALUE(WS-COUNT-IDX)
           END-PERFORM.

       000080-WRITE-PROBLEM.

           MOVE 'Y' TO WS-PROBLEM-FLAG.
           DISPLAY WS-PROBLEM-LINE.

       000090-TERMINATE.

           CLOSE QQ1BRUN-FILE.
      *
      *   +->   QQ1B0050_BATCH_STREAM_RUN_CONTROL   10/15/2026  00:00
      *   !       Run control for the nightly batch stream (QQ1NITEJ)
      *   !       on the QQ1BRUN KSDS, one row per step per business
      *   !       date. OPEN opens (or resumes) the date; BEGIN gates
      *   !       a step - skipped if it already completed for the
      *   !       date, refused CC 8 unless every prerequisite named
      *   !       in the PARM completed for the same date; END takes
      *   !       the step's completion code and record counts from
      *   !       the QQ1STPS record its program wrote (none = it
      *   !       abended); CLOSE lists the date's steps on QQ1RPT0
      *   !       and closes the date only when all are complete. So
      *   !       the purge cannot run on a night the rollup or the
      *   !       chain check failed, and a resubmitted stream picks
      *   !       up at the failed step.
      *   +---
