      *COMPILE1: LANG(COBOL) CMP(DEFAULT) CICS(N) DB2(Y)
      *COMPILE2: MQS(N) DLL(N) IP(N) LDAP(N) EXCI(N) RENT(N)
      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
      ** Step changes in QQ1PERF_DAILY lined up against deployments
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  QQ1B0054.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QQ1DEPL-FILE ASSIGN TO QQ1DEPL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DPL-KEY
               FILE STATUS IS WS-DEPL-FILE-STATUS.
           SELECT QQ1RPT054-FILE ASSIGN TO QQ1RP054
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QQ1DEPL-FILE.
       COPY QQ1DEPL.
       FD  QQ1RPT054-FILE.
       01  RPT054-LINE                     PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-DEPL-FILE-STATUS             PIC X(2).
       01  WS-RPT-FILE-STATUS              PIC X(2).
       01  WS-EOF-FLAG                     PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.
       01  WS-DEPL-EOF-FLAG                PIC X(1)    VALUE 'N'.
           88  WS-DEPL-EOF                             VALUE 'Y'.
       01  WS-PROBLEM-FLAG                 PIC X(1)    VALUE 'N'.
           88  WS-PROBLEM                              VALUE 'Y'.
       01  WS-PARM-WORK                    PIC X(27)   VALUE SPACES.
       01  WS-FROM-DATE                    PIC X(10)   VALUE SPACES.
       01  WS-TO-DATE                      PIC X(10)   VALUE SPACES.
       01  WS-WINDOW-TEXT                  PIC X(2)    VALUE SPACES.
       01  WS-THRESHOLD-TEXT               PIC X(3)    VALUE SPACES.
       01  WS-NEAR-TEXT                    PIC X(2)    VALUE SPACES.
      *    A step is the first day of WS-WINDOW-ROWS rolled-up days
      *    whose call-weighted average elapsed differs by at least
      *    WS-THRESHOLD-PCT from the WS-WINDOW-ROWS days before it.
      *    A deployment is its cause when it was charged to the step
      *    day or up to WS-NEAR-DAYS days before.
       01  WS-WINDOW-ROWS                  PIC S9(4)   COMP VALUE 5.
       01  WS-THRESHOLD-PCT                PIC S9(4)   COMP VALUE 20.
       01  WS-NEAR-DAYS                    PIC S9(4)   COMP VALUE 3.
       01  WS-RANGE-DAYS                   PIC S9(4)   COMP VALUE 90.
       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYY                PIC 9(4).
           05  WS-CURR-MM                  PIC 9(2).
           05  WS-CURR-DD                  PIC 9(2).
       01  WS-TODAY                        PIC X(10).
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
      *    Day numbers: consecutive integers for consecutive dates,
      *    so a difference of two is a distance in days.
       01  WS-CAL-DATE                     PIC X(10).
       01  WS-CAL-YEAR                     PIC S9(9)   COMP.
       01  WS-CAL-MONTH                    PIC S9(9)   COMP.
       01  WS-CAL-DAY                      PIC S9(9)   COMP.
       01  WS-DAY-NUMBER                   PIC S9(9)   COMP.
       01  WS-DN-YEAR                      PIC S9(9)   COMP.
       01  WS-DN-MONTH                     PIC S9(9)   COMP.
       01  WS-DN-DIV-4                     PIC S9(9)   COMP.
       01  WS-DN-DIV-100                   PIC S9(9)   COMP.
       01  WS-DN-DIV-400                   PIC S9(9)   COMP.
       01  WS-DN-MONTH-DAYS                PIC S9(9)   COMP.
       01  WS-DN-WORK                      PIC S9(15)  COMP-3.
       01  WS-DN-YEAR-DAY                  PIC S9(9)   COMP.
       01  WS-DN-OUT-DATE.
           05  WS-DN-OUT-YYYY              PIC 9(4).
           05  FILLER                      PIC X(1)    VALUE '-'.
           05  WS-DN-OUT-MM                PIC 9(2).
           05  FILLER                      PIC X(1)    VALUE '-'.
           05  WS-DN-OUT-DD                PIC 9(2).
       01  WS-FROM-DAY-NUMBER              PIC S9(9)   COMP.
       01  WS-TO-DAY-NUMBER                PIC S9(9)   COMP.
      *    One program's rolled-up days, in date order, with the
      *    before/after window figures worked out for each day that
      *    has a full window on both sides.
       01  WS-ROW-LIMIT                    PIC S9(4)   COMP VALUE 2000.
       01  WS-ROW-COUNT                    PIC S9(4)   COMP VALUE 0.
       01  WS-ROW-TABLE.
           05  WS-ROW-ENTRY OCCURS 2000 TIMES.
               10  WS-ROW-DATE             PIC X(10).
               10  WS-ROW-DAY-NUMBER       PIC S9(9)   COMP.
               10  WS-ROW-CALLS            PIC S9(9)   COMP.
               10  WS-ROW-AVG-ELAPSED      PIC S9(15)  COMP-3.
               10  WS-ROW-P95-ELAPSED      PIC S9(15)  COMP-3.
               10  WS-ROW-AVG-CPU          PIC S9(15)  COMP-3.
               10  WS-ROW-BEFORE-AVG       PIC S9(15)  COMP-3.
               10  WS-ROW-AFTER-AVG        PIC S9(15)  COMP-3.
               10  WS-ROW-BEFORE-P95       PIC S9(15)  COMP-3.
               10  WS-ROW-AFTER-P95        PIC S9(15)  COMP-3.
               10  WS-ROW-BEFORE-CPU       PIC S9(15)  COMP-3.
               10  WS-ROW-AFTER-CPU        PIC S9(15)  COMP-3.
               10  WS-ROW-CHANGE-PCT       PIC S9(7)V9 COMP-3.
       01  WS-ROW-IDX                      PIC S9(4)   COMP.
       01  WS-WIN-IDX                      PIC S9(4)   COMP.
       01  WS-WIN-FIRST                    PIC S9(4)   COMP.
       01  WS-WIN-LAST                     PIC S9(4)   COMP.
       01  WS-TEST-FIRST                   PIC S9(4)   COMP.
       01  WS-TEST-LAST                    PIC S9(4)   COMP.
       01  WS-WIN-CALLS                    PIC S9(15)  COMP-3.
       01  WS-WIN-ELAPSED-SUM              PIC S9(18)  COMP-3.
       01  WS-WIN-P95-SUM                  PIC S9(18)  COMP-3.
       01  WS-WIN-CPU-SUM                  PIC S9(18)  COMP-3.
       01  WS-WIN-AVG                      PIC S9(15)  COMP-3.
       01  WS-WIN-P95                      PIC S9(15)  COMP-3.
       01  WS-WIN-CPU                      PIC S9(15)  COMP-3.
       01  WS-PCT-ABS                      PIC S9(7)V9 COMP-3.
      *    A step shows in several neighbouring days' windows; only
      *    the day with the largest change in a run of same-direction
      *    flagged days is reported.
       01  WS-RUN-ACTIVE-FLAG              PIC X(1)    VALUE 'N'.
           88  WS-RUN-ACTIVE                           VALUE 'Y'.
       01  WS-RUN-SIGN                     PIC X(1).
       01  WS-ROW-SIGN                     PIC X(1).
       01  WS-RUN-BEST-IDX                 PIC S9(4)   COMP.
       01  WS-RUN-BEST-ABS                 PIC S9(7)V9 COMP-3.
       01  WS-CURRENT-PROGRAM-ID           PIC X(8)    VALUE SPACES.
      *    Every program the rollup holds, with the last step day it
      *    could be tested for (a full window after it).
       01  WS-SERIES-COUNT                 PIC S9(4)   COMP VALUE 0.
       01  WS-SERIES-TABLE.
           05  WS-SERIES-ENTRY OCCURS 20 TIMES.
               10  WS-SERIES-PROGRAM-ID    PIC X(8).
               10  WS-SERIES-LAST-TESTED   PIC X(10).
       01  WS-SERIES-IDX                   PIC S9(4)   COMP.
      *    The register's deployments (inventory rows are not
      *    installs and are left out), oldest first per program.
       01  WS-DEP-LIMIT                    PIC S9(4)   COMP VALUE 500.
       01  WS-DEP-COUNT                    PIC S9(4)   COMP VALUE 0.
       01  WS-DEP-TABLE.
           05  WS-DEP-ENTRY OCCURS 500 TIMES.
               10  WS-DEP-PROGRAM-ID       PIC X(8).
               10  WS-DEP-DATE             PIC X(10).
               10  WS-DEP-DAY-NUMBER       PIC S9(9)   COMP.
               10  WS-DEP-VERSION          PIC X(16).
               10  WS-DEP-LINK-DATE        PIC X(10).
               10  WS-DEP-PRIOR-VERSION    PIC X(16).
               10  WS-DEP-CHANGE-REF       PIC X(8).
               10  WS-DEP-STEP-DATE        PIC X(10).
       01  WS-DEP-IDX                      PIC S9(4)   COMP.
       01  WS-NEAREST-IDX                  PIC S9(4)   COMP.
       01  WS-NEAREST-GAP                  PIC S9(9)   COMP.
       01  WS-DEP-GAP                      PIC S9(9)   COMP.
       01  WS-DEP-GAP-ABS                  PIC S9(9)   COMP.
       01  WS-NEAREST-GAP-ABS              PIC S9(9)   COMP.
       01  WS-ROWS-READ-TOTAL              PIC 9(7)    VALUE ZERO.
       01  WS-STEP-TOTAL                   PIC 9(5)    VALUE ZERO.
       01  WS-SLOWER-TOTAL                 PIC 9(5)    VALUE ZERO.
       01  WS-ATTRIBUTED-TOTAL             PIC 9(5)    VALUE ZERO.
       01  WS-REPORT-HEADING.
           05  FILLER                      PIC X(42)   VALUE
               'QQ1B0054 - STEP CHANGES AND DEPLOYMENTS   '.
           05  RH-FROM-DATE                PIC X(10).
           05  FILLER                      PIC X(4)    VALUE
               ' TO '.
           05  RH-TO-DATE                  PIC X(10).
       01  WS-RULE-LINE.
           05  FILLER                      PIC X(38)   VALUE
               'A STEP = AVERAGE ELAPSED OVER THE NEXT'.
           05  RUL-WINDOW                  PIC Z9.
           05  FILLER                      PIC X(40)   VALUE
               ' ROLLUP DAYS (CALL-WEIGHTED) MOVED BY AT'.
           05  FILLER                      PIC X(7)    VALUE
               ' LEAST '.
           05  RUL-THRESHOLD               PIC ZZ9.
           05  FILLER                      PIC X(24)   VALUE
               '% ON THE SAME NUMBER OF '.
           05  FILLER                      PIC X(12)   VALUE
               'DAYS BEFORE.'.
       01  WS-RULE-LINE-2.
           05  FILLER                      PIC X(44)   VALUE
               'A DEPLOYMENT IS THE LIKELY CAUSE WHEN IT WAS'.
           05  FILLER                      PIC X(33)   VALUE
               ' CHARGED TO THE STEP DAY OR UP TO'.
           05  RUL-NEAR-DAYS               PIC Z9.
           05  FILLER                      PIC X(13)   VALUE
               ' DAYS BEFORE.'.
       01  WS-STEP-HEADING                 PIC X(132)  VALUE
               'STEP CHANGES (ELAPSED AND CPU IN TICKS)'.
       01  WS-STEP-COLUMNS                 PIC X(132)  VALUE
               'PROGRAM   STEP DAY    DIRECTION    AVG-BEFORE    AVG-AFT
      -        'ER    CHANGE%    P95-BEFORE     P95-AFTER    CPU-BEFORE 
      -        '  CPU-AFTER'.
       01  WS-STEP-LINE.
           05  STL-PROGRAM-ID              PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  STL-STEP-DATE               PIC X(10).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  STL-DIRECTION               PIC X(6).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  STL-BEFORE-AVG              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  STL-AFTER-AVG               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  STL-CHANGE-PCT              PIC ++++++9.9.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  STL-BEFORE-P95              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  STL-AFTER-P95               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  STL-BEFORE-CPU              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  STL-AFTER-CPU               PIC ZZZ,ZZZ,ZZ9.
       01  WS-CAUSE-LINE.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  CSL-TEXT                    PIC X(122).
       01  WS-GAP-EDIT                     PIC ZZZ9.
       01  WS-GAP-START                    PIC S9(4)   COMP.
       01  WS-SQLCODE-EDIT                 PIC -(8)9.
       01  WS-TEXT-POINTER                 PIC S9(4)   COMP.
       01  WS-DEP-LISTED-TOTAL             PIC 9(5)    VALUE ZERO.
       01  WS-CURSOR-OPEN-FLAG             PIC X(1)    VALUE 'N'.
           88  WS-CURSOR-OPEN                          VALUE 'Y'.
       01  WS-NO-STEPS-LINE                PIC X(132)  VALUE
               'NO STEP CHANGE FOUND IN THE PERIOD.'.
       01  WS-DEP-HEADING                  PIC X(132)  VALUE
               'DEPLOYMENTS IN THE PERIOD (QQ1DEPL)'.
       01  WS-DEP-COLUMNS                  PIC X(132)  VALUE
               'PROGRAM   CHARGED TO  VERSION           LINKED      PRIO
      -        'R VERSION     CHANGE    STEP CHANGE'.
       01  WS-DEP-LINE.
           05  DPY-PROGRAM-ID              PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DPY-DATE                    PIC X(10).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DPY-VERSION                 PIC X(16).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DPY-LINK-DATE               PIC X(10).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DPY-PRIOR-VERSION           PIC X(16).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DPY-CHANGE-REF              PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DPY-OUTCOME                 PIC X(40).
       01  WS-NO-DEPS-LINE                 PIC X(132)  VALUE
               'NO DEPLOYMENT WAS REGISTERED IN THE PERIOD.'.
       01  WS-TOTAL-LINE.
           05  FILLER                      PIC X(21)   VALUE
               'ROLLUP ROWS READ:    '.
           05  TOT-ROWS                    PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(17)   VALUE
               '  STEP CHANGES:  '.
           05  TOT-STEPS                   PIC ZZ,ZZ9.
           05  FILLER                      PIC X(11)   VALUE
               '  SLOWER:  '.
           05  TOT-SLOWER                  PIC ZZ,ZZ9.
           05  FILLER                      PIC X(28)   VALUE
               '  ON A NEARBY DEPLOYMENT:  '.
           05  TOT-ATTRIBUTED              PIC ZZ,ZZ9.
       01  WS-EMPTY-LINE                   PIC X(132)  VALUE SPACES.
       01  WS-PROBLEM-LINE.
           05  FILLER                      PIC X(20)   VALUE
               'QQ1B0054 - PROBLEM: '.
           05  PBL-TEXT                    PIC X(80).
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-LOAD-FROM                    PIC X(10).
       01  HV-LOAD-TO                      PIC X(10).
       01  HV-RUN-DATE                     PIC X(10).
       01  HV-PROGRAM-ID                   PIC X(8).
       01  HV-CALL-COUNT                   PIC S9(9)  COMP.
       01  HV-AVG-ELAPSED                  PIC S9(15) COMP-3.
       01  HV-P95-ELAPSED                  PIC S9(15) COMP-3.
       01  HV-AVG-CPU                      PIC S9(15) COMP-3.
           EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL
               DECLARE STEP-CSR CURSOR FOR
               SELECT RUN_DATE, PROGRAM_ID, CALL_COUNT,
                      AVG_ELAPSED, P95_ELAPSED, AVG_CPU
                 FROM QQ1PERF_DAILY
                WHERE RUN_DATE >= :HV-LOAD-FROM
                  AND RUN_DATE <= :HV-LOAD-TO
                ORDER BY PROGRAM_ID, RUN_DATE
           END-EXEC.
       LINKAGE SECTION.
      *    JCL PARM layout (fixed-position, no keywords):
      *      positions  1-10  FROM date YYYY-MM-DD (spaces = 90 days
      *                       before the TO date)
      *      positions 11-20  TO date YYYY-MM-DD (spaces = yesterday)
      *      positions 21-22  window, in rollup days each side of a
      *                       step (spaces = 05)
      *      positions 23-25  threshold, % change of the average
      *                       elapsed (spaces = 020)
      *      positions 26-27  days before a step a deployment counts
      *                       as its likely cause (spaces = 03)
       01  WS-JCL-PARM.
           05  WS-PARM-LEN                 PIC S9(4)   COMP.
           05  WS-PARM-TEXT.
               10  WS-PARM-FROM-DATE       PIC X(10).
               10  WS-PARM-TO-DATE         PIC X(10).
               10  WS-PARM-WINDOW          PIC X(2).
               10  WS-PARM-THRESHOLD       PIC X(3).
               10  WS-PARM-NEAR-DAYS       PIC X(2).
       PROCEDURE DIVISION USING WS-JCL-PARM.
       000000-CONTROL.

           PERFORM 000010-INITIALIZE.
           IF NOT WS-PROBLEM
               PERFORM 000012-LOAD-DEPLOYMENTS
               WRITE RPT054-LINE FROM WS-EMPTY-LINE
               WRITE RPT054-LINE FROM WS-STEP-HEADING
               WRITE RPT054-LINE FROM WS-STEP-COLUMNS
               PERFORM 000020-FETCH-ONE-ROW UNTIL WS-EOF
               PERFORM 000030-TEST-ONE-PROGRAM
               IF WS-STEP-TOTAL = ZERO
                   WRITE RPT054-LINE FROM WS-NO-STEPS-LINE
               END-IF
               PERFORM 000050-WRITE-DEPLOYMENTS
           END-IF.
           PERFORM 000090-TERMINATE.
           IF WS-PROBLEM
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-SLOWER-TOTAL > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       000010-INITIALIZE.

           OPEN OUTPUT QQ1RPT054-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-TODAY.
           STRING WS-CURR-YYYY '-' WS-CURR-MM '-' WS-CURR-DD
               DELIMITED SIZE INTO WS-TODAY
           END-STRING.
           PERFORM 000011-DERIVE-YESTERDAY.
           IF WS-PARM-LEN > 27
               MOVE 27 TO WS-PARM-LEN
           END-IF.
           IF WS-PARM-LEN > 0
               MOVE WS-PARM-TEXT(1:WS-PARM-LEN) TO WS-PARM-WORK
               MOVE WS-PARM-WORK(1:10)  TO WS-FROM-DATE
               MOVE WS-PARM-WORK(11:10) TO WS-TO-DATE
               MOVE WS-PARM-WORK(21:2)  TO WS-WINDOW-TEXT
               MOVE WS-PARM-WORK(23:3)  TO WS-THRESHOLD-TEXT
               MOVE WS-PARM-WORK(26:2)  TO WS-NEAR-TEXT
           END-IF.
           IF WS-TO-DATE = SPACES
               MOVE WS-YESTERDAY TO WS-TO-DATE
           END-IF.
           IF WS-WINDOW-TEXT NUMERIC
               MOVE WS-WINDOW-TEXT TO WS-WINDOW-ROWS
           END-IF.
           IF WS-THRESHOLD-TEXT NUMERIC
               MOVE WS-THRESHOLD-TEXT TO WS-THRESHOLD-PCT
           END-IF.
           IF WS-NEAR-TEXT NUMERIC
               MOVE WS-NEAR-TEXT TO WS-NEAR-DAYS
           END-IF.
           IF WS-TO-DATE(1:4) NOT NUMERIC
                   OR WS-TO-DATE(6:2) NOT NUMERIC
                   OR WS-TO-DATE(9:2) NOT NUMERIC
               MOVE WS-TO-DATE TO RH-TO-DATE
               WRITE RPT054-LINE FROM WS-REPORT-HEADING
               MOVE 'PARM DATES MUST BE YYYY-MM-DD OR BLANK, FROM <= TO'
                   TO PBL-TEXT
               PERFORM 000080-WRITE-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TO-DATE TO WS-CAL-DATE.
           PERFORM 000070-DAY-NUMBER-FROM-TEXT.
           MOVE WS-DAY-NUMBER TO WS-TO-DAY-NUMBER.
           IF WS-FROM-DATE = SPACES
               COMPUTE WS-DAY-NUMBER = WS-TO-DAY-NUMBER - WS-RANGE-DAYS
               PERFORM 000072-DATE-FROM-DAY-NUMBER
               MOVE WS-DN-OUT-DATE TO WS-FROM-DATE
           END-IF.
           MOVE WS-FROM-DATE TO RH-FROM-DATE.
           MOVE WS-TO-DATE   TO RH-TO-DATE.
           WRITE RPT054-LINE FROM WS-REPORT-HEADING.
           IF WS-FROM-DATE(1:4) NOT NUMERIC
                   OR WS-FROM-DATE(6:2) NOT NUMERIC
                   OR WS-FROM-DATE(9:2) NOT NUMERIC
                   OR WS-TO-DATE < WS-FROM-DATE
               MOVE 'PARM DATES MUST BE YYYY-MM-DD OR BLANK, FROM <= TO'
                   TO PBL-TEXT
               PERFORM 000080-WRITE-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           IF WS-WINDOW-ROWS < 2 OR WS-WINDOW-ROWS > 30
                   OR WS-THRESHOLD-PCT < 1
               MOVE 'PARM WINDOW MUST BE 02-30, THRESHOLD 001-999'
                   TO PBL-TEXT
               PERFORM 000080-WRITE-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-WINDOW-ROWS   TO RUL-WINDOW.
           MOVE WS-THRESHOLD-PCT TO RUL-THRESHOLD.
           MOVE WS-NEAR-DAYS     TO RUL-NEAR-DAYS.
           WRITE RPT054-LINE FROM WS-RULE-LINE.
           WRITE RPT054-LINE FROM WS-RULE-LINE-2.
           MOVE WS-FROM-DATE TO WS-CAL-DATE.
           PERFORM 000070-DAY-NUMBER-FROM-TEXT.
           MOVE WS-DAY-NUMBER TO WS-FROM-DAY-NUMBER.
      *    Rollup days are only the days with traffic, so the load
      *    reaches three windows' worth of calendar days (plus a week)
      *    either side of the period for the windows to fill.
           COMPUTE WS-DAY-NUMBER = WS-FROM-DAY-NUMBER
               - (WS-WINDOW-ROWS * 3) - 7.
           PERFORM 000072-DATE-FROM-DAY-NUMBER.
           MOVE WS-DN-OUT-DATE TO HV-LOAD-FROM.
           COMPUTE WS-DAY-NUMBER = WS-TO-DAY-NUMBER
               + (WS-WINDOW-ROWS * 3) + 7.
           PERFORM 000072-DATE-FROM-DAY-NUMBER.
           MOVE WS-DN-OUT-DATE TO HV-LOAD-TO.
           EXEC SQL OPEN STEP-CSR END-EXEC.
           IF SQLCODE = ZERO
               MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           ELSE
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE SPACES TO PBL-TEXT
               MOVE SQLCODE TO WS-SQLCODE-EDIT
               STRING 'QQ1PERF_DAILY CURSOR OPEN FAILED, SQLCODE '
                          DELIMITED SIZE
                      WS-SQLCODE-EDIT DELIMITED SIZE
                      INTO PBL-TEXT
               END-STRING
               PERFORM 000080-WRITE-PROBLEM
           END-IF.

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

       000012-LOAD-DEPLOYMENTS.

      *    The whole register is small - one row per install - and
      *    is held in storage for the run.
           OPEN INPUT QQ1DEPL-FILE.
           IF WS-DEPL-FILE-STATUS NOT = '00'
               MOVE SPACES TO PBL-TEXT
               STRING 'QQ1DEPL CANNOT BE OPENED, STATUS '
                          DELIMITED SIZE
                      WS-DEPL-FILE-STATUS DELIMITED SIZE
                      ' - NO ATTRIBUTION' DELIMITED SIZE
                      INTO PBL-TEXT
               END-STRING
               PERFORM 000080-WRITE-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000013-READ-ONE-DEPLOYMENT UNTIL WS-DEPL-EOF.
           CLOSE QQ1DEPL-FILE.

       000013-READ-ONE-DEPLOYMENT.

           READ QQ1DEPL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DEPL-EOF-FLAG
           END-READ.
           IF WS-DEPL-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-DEPL-EOF-FLAG
           END-IF.
           IF WS-DEPL-EOF
               EXIT PARAGRAPH
           END-IF.
           IF NOT DPL-DEPLOYMENT
               EXIT PARAGRAPH
           END-IF.
           IF WS-DEP-COUNT >= WS-DEP-LIMIT
               MOVE 'QQ1DEPL HOLDS OVER 500 DEPLOYMENTS - REST IGNORED'
                   TO PBL-TEXT
               PERFORM 000080-WRITE-PROBLEM
               MOVE 'Y' TO WS-DEPL-EOF-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DEP-COUNT.
           MOVE DPL-PROGRAM-ID      TO WS-DEP-PROGRAM-ID(WS-DEP-COUNT).
           MOVE DPL-EFFECTIVE-DATE  TO WS-DEP-DATE(WS-DEP-COUNT).
           MOVE DPL-VERSION         TO WS-DEP-VERSION(WS-DEP-COUNT).
           MOVE DPL-LINK-DATE       TO WS-DEP-LINK-DATE(WS-DEP-COUNT).
           MOVE DPL-PRIOR-VERSION
               TO WS-DEP-PRIOR-VERSION(WS-DEP-COUNT).
           MOVE DPL-CHANGE-REF      TO WS-DEP-CHANGE-REF(WS-DEP-COUNT).
           MOVE SPACES              TO WS-DEP-STEP-DATE(WS-DEP-COUNT).
           MOVE DPL-EFFECTIVE-DATE  TO WS-CAL-DATE.
           PERFORM 000070-DAY-NUMBER-FROM-TEXT.
           MOVE WS-DAY-NUMBER TO WS-DEP-DAY-NUMBER(WS-DEP-COUNT).

       000020-FETCH-ONE-ROW.

           EXEC SQL
               FETCH STEP-CSR
                INTO :HV-RUN-DATE, :HV-PROGRAM-ID, :HV-CALL-COUNT,
                     :HV-AVG-ELAPSED, :HV-P95-ELAPSED, :HV-AVG-CPU
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-EOF-FLAG
               IF SQLCODE NOT = 100
                   MOVE SPACES TO PBL-TEXT
                   MOVE SQLCODE TO WS-SQLCODE-EDIT
                   STRING 'QQ1PERF_DAILY FETCH FAILED, SQLCODE '
                              DELIMITED SIZE
                          WS-SQLCODE-EDIT DELIMITED SIZE
                          INTO PBL-TEXT
                   END-STRING
                   PERFORM 000080-WRITE-PROBLEM
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ROWS-READ-TOTAL.
           IF HV-PROGRAM-ID NOT = WS-CURRENT-PROGRAM-ID
               PERFORM 000030-TEST-ONE-PROGRAM
               MOVE HV-PROGRAM-ID TO WS-CURRENT-PROGRAM-ID
               MOVE ZERO TO WS-ROW-COUNT
               IF WS-SERIES-COUNT < 20
                   ADD 1 TO WS-SERIES-COUNT
                   MOVE HV-PROGRAM-ID
                       TO WS-SERIES-PROGRAM-ID(WS-SERIES-COUNT)
                   MOVE SPACES
                       TO WS-SERIES-LAST-TESTED(WS-SERIES-COUNT)
               END-IF
           END-IF.
           IF HV-CALL-COUNT <= ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-ROW-COUNT >= WS-ROW-LIMIT
               MOVE SPACES TO PBL-TEXT
               STRING 'MORE THAN 2000 ROLLUP DAYS FOR ' DELIMITED SIZE
                      HV-PROGRAM-ID DELIMITED SIZE
                      ' - SHORTEN THE PERIOD' DELIMITED SIZE
                      INTO PBL-TEXT
               END-STRING
               PERFORM 000080-WRITE-PROBLEM
               MOVE 'Y' TO WS-EOF-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ROW-COUNT.
           MOVE HV-RUN-DATE    TO WS-ROW-DATE(WS-ROW-COUNT).
           MOVE HV-CALL-COUNT  TO WS-ROW-CALLS(WS-ROW-COUNT).
           MOVE HV-AVG-ELAPSED TO WS-ROW-AVG-ELAPSED(WS-ROW-COUNT).
           MOVE HV-P95-ELAPSED TO WS-ROW-P95-ELAPSED(WS-ROW-COUNT).
           MOVE HV-AVG-CPU     TO WS-ROW-AVG-CPU(WS-ROW-COUNT).
           MOVE HV-RUN-DATE    TO WS-CAL-DATE.
           PERFORM 000070-DAY-NUMBER-FROM-TEXT.
           MOVE WS-DAY-NUMBER  TO WS-ROW-DAY-NUMBER(WS-ROW-COUNT).

       000030-TEST-ONE-PROGRAM.

      *    Day i is tested with days i-W .. i-1 before it and days
      *    i .. i+W-1 after it, so only days W+1 .. n-W+1 can be
      *    tested; a step in the last W days of the series shows on
      *    a later run.
           IF WS-CURRENT-PROGRAM-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-TEST-FIRST = WS-WINDOW-ROWS + 1.
           COMPUTE WS-TEST-LAST  = WS-ROW-COUNT - WS-WINDOW-ROWS + 1.
           IF WS-TEST-LAST >= WS-TEST-FIRST
                   AND WS-SERIES-COUNT > ZERO
               MOVE WS-ROW-DATE(WS-TEST-LAST)
                   TO WS-SERIES-LAST-TESTED(WS-SERIES-COUNT)
           END-IF.
           MOVE 'N' TO WS-RUN-ACTIVE-FLAG.
           PERFORM 000031-TEST-ONE-DAY
               VARYING WS-ROW-IDX FROM WS-TEST-FIRST BY 1
               UNTIL WS-ROW-IDX > WS-TEST-LAST.
           IF WS-RUN-ACTIVE
               PERFORM 000040-REPORT-STEP
           END-IF.

       000031-TEST-ONE-DAY.

           COMPUTE WS-WIN-FIRST = WS-ROW-IDX - WS-WINDOW-ROWS.
           COMPUTE WS-WIN-LAST  = WS-ROW-IDX - 1.
           PERFORM 000032-SUM-WINDOW.
           MOVE WS-WIN-AVG TO WS-ROW-BEFORE-AVG(WS-ROW-IDX).
           MOVE WS-WIN-P95 TO WS-ROW-BEFORE-P95(WS-ROW-IDX).
           MOVE WS-WIN-CPU TO WS-ROW-BEFORE-CPU(WS-ROW-IDX).
           MOVE WS-ROW-IDX TO WS-WIN-FIRST.
           COMPUTE WS-WIN-LAST  = WS-ROW-IDX + WS-WINDOW-ROWS - 1.
           PERFORM 000032-SUM-WINDOW.
           MOVE WS-WIN-AVG TO WS-ROW-AFTER-AVG(WS-ROW-IDX).
           MOVE WS-WIN-P95 TO WS-ROW-AFTER-P95(WS-ROW-IDX).
           MOVE WS-WIN-CPU TO WS-ROW-AFTER-CPU(WS-ROW-IDX).
           MOVE ZERO TO WS-ROW-CHANGE-PCT(WS-ROW-IDX).
           MOVE ZERO TO WS-PCT-ABS.
           IF WS-ROW-BEFORE-AVG(WS-ROW-IDX) > ZERO
               COMPUTE WS-ROW-CHANGE-PCT(WS-ROW-IDX) ROUNDED =
                   (WS-ROW-AFTER-AVG(WS-ROW-IDX)
                    - WS-ROW-BEFORE-AVG(WS-ROW-IDX)) * 100
                   / WS-ROW-BEFORE-AVG(WS-ROW-IDX)
                   ON SIZE ERROR
                       MOVE 9999999.9
                           TO WS-ROW-CHANGE-PCT(WS-ROW-IDX)
               END-COMPUTE
               MOVE WS-ROW-CHANGE-PCT(WS-ROW-IDX) TO WS-PCT-ABS
               IF WS-PCT-ABS < ZERO
                   MULTIPLY -1 BY WS-PCT-ABS
               END-IF
           END-IF.
      *    Only a day inside the report period can be a step; the
      *    days loaded either side of it only fill the windows.
           IF WS-PCT-ABS < WS-THRESHOLD-PCT
                   OR WS-ROW-DATE(WS-ROW-IDX) < WS-FROM-DATE
                   OR WS-ROW-DATE(WS-ROW-IDX) > WS-TO-DATE
               IF WS-RUN-ACTIVE
                   PERFORM 000040-REPORT-STEP
                   MOVE 'N' TO WS-RUN-ACTIVE-FLAG
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-ROW-CHANGE-PCT(WS-ROW-IDX) > ZERO
               MOVE '+' TO WS-ROW-SIGN
           ELSE
               MOVE '-' TO WS-ROW-SIGN
           END-IF.
           IF WS-RUN-ACTIVE AND WS-ROW-SIGN = WS-RUN-SIGN
               IF WS-PCT-ABS > WS-RUN-BEST-ABS
                   MOVE WS-ROW-IDX TO WS-RUN-BEST-IDX
                   MOVE WS-PCT-ABS TO WS-RUN-BEST-ABS
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-RUN-ACTIVE
               PERFORM 000040-REPORT-STEP
           END-IF.
           MOVE 'Y'         TO WS-RUN-ACTIVE-FLAG.
           MOVE WS-ROW-SIGN TO WS-RUN-SIGN.
           MOVE WS-ROW-IDX  TO WS-RUN-BEST-IDX.
           MOVE WS-PCT-ABS  TO WS-RUN-BEST-ABS.

       000032-SUM-WINDOW.

      *    Averages are weighted by each day's calls, so a quiet
      *    weekend does not count as much as a full weekday; P95 has
      *    no such weighting and is the plain mean of the days.
           MOVE ZERO TO WS-WIN-CALLS.
           MOVE ZERO TO WS-WIN-ELAPSED-SUM.
           MOVE ZERO TO WS-WIN-P95-SUM.
           MOVE ZERO TO WS-WIN-CPU-SUM.
           PERFORM VARYING WS-WIN-IDX FROM WS-WIN-FIRST BY 1
                   UNTIL WS-WIN-IDX > WS-WIN-LAST
               ADD WS-ROW-CALLS(WS-WIN-IDX) TO WS-WIN-CALLS
               COMPUTE WS-WIN-ELAPSED-SUM = WS-WIN-ELAPSED-SUM
                   + (WS-ROW-AVG-ELAPSED(WS-WIN-IDX)
                      * WS-ROW-CALLS(WS-WIN-IDX))
               COMPUTE WS-WIN-CPU-SUM = WS-WIN-CPU-SUM
                   + (WS-ROW-AVG-CPU(WS-WIN-IDX)
                      * WS-ROW-CALLS(WS-WIN-IDX))
               ADD WS-ROW-P95-ELAPSED(WS-WIN-IDX) TO WS-WIN-P95-SUM
           END-PERFORM.
           MOVE ZERO TO WS-WIN-AVG.
           MOVE ZERO TO WS-WIN-CPU.
           IF WS-WIN-CALLS > ZERO
               COMPUTE WS-WIN-AVG ROUNDED =
                   WS-WIN-ELAPSED-SUM / WS-WIN-CALLS
               COMPUTE WS-WIN-CPU ROUNDED =
                   WS-WIN-CPU-SUM / WS-WIN-CALLS
           END-IF.
           COMPUTE WS-WIN-P95 ROUNDED =
               WS-WIN-P95-SUM / WS-WINDOW-ROWS.

       000040-REPORT-STEP.

           MOVE WS-RUN-BEST-IDX TO WS-WIN-IDX.
           ADD 1 TO WS-STEP-TOTAL.
           MOVE WS-CURRENT-PROGRAM-ID        TO STL-PROGRAM-ID.
           MOVE WS-ROW-DATE(WS-WIN-IDX)       TO STL-STEP-DATE.
           IF WS-RUN-SIGN = '+'
               MOVE 'SLOWER' TO STL-DIRECTION
               ADD 1 TO WS-SLOWER-TOTAL
           ELSE
               MOVE 'FASTER' TO STL-DIRECTION
           END-IF.
           MOVE WS-ROW-BEFORE-AVG(WS-WIN-IDX) TO STL-BEFORE-AVG.
           MOVE WS-ROW-AFTER-AVG(WS-WIN-IDX)  TO STL-AFTER-AVG.
           MOVE WS-ROW-CHANGE-PCT(WS-WIN-IDX) TO STL-CHANGE-PCT.
           MOVE WS-ROW-BEFORE-P95(WS-WIN-IDX) TO STL-BEFORE-P95.
           MOVE WS-ROW-AFTER-P95(WS-WIN-IDX)  TO STL-AFTER-P95.
           MOVE WS-ROW-BEFORE-CPU(WS-WIN-IDX) TO STL-BEFORE-CPU.
           MOVE WS-ROW-AFTER-CPU(WS-WIN-IDX)  TO STL-AFTER-CPU.
           WRITE RPT054-LINE FROM WS-STEP-LINE.
           PERFORM 000041-FIND-NEAREST-DEPLOYMENT.
           PERFORM 000042-WRITE-CAUSE.
           PERFORM 000043-WRITE-OTHER-DEPLOYMENT
               VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEP-COUNT.

       000041-FIND-NEAREST-DEPLOYMENT.

      *    Nearest of the program's own deployments in days; on a
      *    tie the one on or before the step wins. WS-NEAREST-GAP is
      *    step day minus deployment day (negative = installed after).
           MOVE ZERO TO WS-NEAREST-IDX.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               IF WS-DEP-PROGRAM-ID(WS-DEP-IDX) = WS-CURRENT-PROGRAM-ID
                   COMPUTE WS-DEP-GAP = WS-ROW-DAY-NUMBER(WS-WIN-IDX)
                       - WS-DEP-DAY-NUMBER(WS-DEP-IDX)
                   MOVE WS-DEP-GAP TO WS-DEP-GAP-ABS
                   IF WS-DEP-GAP-ABS < ZERO
                       MULTIPLY -1 BY WS-DEP-GAP-ABS
                   END-IF
                   IF WS-NEAREST-IDX = ZERO
                           OR WS-DEP-GAP-ABS < WS-NEAREST-GAP-ABS
                           OR (WS-DEP-GAP-ABS = WS-NEAREST-GAP-ABS
                               AND WS-DEP-GAP >= ZERO)
                       MOVE WS-DEP-IDX     TO WS-NEAREST-IDX
                       MOVE WS-DEP-GAP     TO WS-NEAREST-GAP
                       MOVE WS-DEP-GAP-ABS TO WS-NEAREST-GAP-ABS
                   END-IF
               END-IF
           END-PERFORM.

       000042-WRITE-CAUSE.

           MOVE SPACES TO CSL-TEXT.
           IF WS-NEAREST-IDX = ZERO
               MOVE 'NO DEPLOYMENT OF THIS PROGRAM IS REGISTERED'
                   TO CSL-TEXT
               WRITE RPT054-LINE FROM WS-CAUSE-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NEAREST-GAP-ABS TO WS-GAP-EDIT.
           PERFORM 000044-TRIM-GAP-EDIT.
           MOVE 1 TO WS-TEXT-POINTER.
           EVALUATE TRUE
               WHEN WS-NEAREST-GAP = ZERO
                   STRING 'LIKELY CAUSE: DEPLOYED THE SAME DAY, '
                              DELIMITED SIZE
                          INTO CSL-TEXT
                          WITH POINTER WS-TEXT-POINTER
                   END-STRING
               WHEN WS-NEAREST-GAP > ZERO
                       AND WS-NEAREST-GAP <= WS-NEAR-DAYS
                   STRING 'LIKELY CAUSE: DEPLOYED ' DELIMITED SIZE
                          WS-GAP-EDIT(WS-GAP-START:) DELIMITED SIZE
                          ' DAY(S) BEFORE, ' DELIMITED SIZE
                          INTO CSL-TEXT
                          WITH POINTER WS-TEXT-POINTER
                   END-STRING
               WHEN WS-NEAREST-GAP > ZERO
                   STRING 'NO DEPLOYMENT WITHIN THE WINDOW - NEAREST '
                              DELIMITED SIZE
                          WS-GAP-EDIT(WS-GAP-START:) DELIMITED SIZE
                          ' DAY(S) BEFORE, ' DELIMITED SIZE
                          INTO CSL-TEXT
                          WITH POINTER WS-TEXT-POINTER
                   END-STRING
               WHEN OTHER
                   STRING 'NOT A DEPLOYMENT - NEAREST WAS '
                              DELIMITED SIZE
                          WS-GAP-EDIT(WS-GAP-START:) DELIMITED SIZE
                          ' DAY(S) AFTER, ' DELIMITED SIZE
                          INTO CSL-TEXT
                          WITH POINTER WS-TEXT-POINTER
                   END-STRING
           END-EVALUATE.
           IF WS-NEAREST-GAP >= ZERO
                   AND WS-NEAREST-GAP <= WS-NEAR-DAYS
               ADD 1 TO WS-ATTRIBUTED-TOTAL
               MOVE WS-ROW-DATE(WS-WIN-IDX)
                   TO WS-DEP-STEP-DATE(WS-NEAREST-IDX)
           END-IF.
           STRING WS-DEP-DATE(WS-NEAREST-IDX) DELIMITED SIZE
                  ' VERSION '                 DELIMITED SIZE
                  WS-DEP-VERSION(WS-NEAREST-IDX) DELIMITED SPACE
                  ' LINKED '                  DELIMITED SIZE
                  WS-DEP-LINK-DATE(WS-NEAREST-IDX) DELIMITED SIZE
                  ' CHANGE '                  DELIMITED SIZE
                  WS-DEP-CHANGE-REF(WS-NEAREST-IDX) DELIMITED SIZE
                  INTO CSL-TEXT
                  WITH POINTER WS-TEXT-POINTER
           END-STRING.
           WRITE RPT054-LINE FROM WS-CAUSE-LINE.

       000043-WRITE-OTHER-DEPLOYMENT.

      *    The chain programs call one another, so an install of a
      *    neighbour near the step is shown as well.
           IF WS-DEP-PROGRAM-ID(WS-DEP-IDX) = WS-CURRENT-PROGRAM-ID
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DEP-GAP = WS-ROW-DAY-NUMBER(WS-WIN-IDX)
               - WS-DEP-DAY-NUMBER(WS-DEP-IDX).
           IF WS-DEP-GAP < ZERO OR WS-DEP-GAP > WS-NEAR-DAYS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DEP-GAP TO WS-GAP-EDIT.
           PERFORM 000044-TRIM-GAP-EDIT.
           MOVE SPACES TO CSL-TEXT.
           STRING 'ALSO DEPLOYED ' DELIMITED SIZE
                  WS-GAP-EDIT(WS-GAP-START:) DELIMITED SIZE
                  ' DAY(S) BEFORE: ' DELIMITED SIZE
                  WS-DEP-PROGRAM-ID(WS-DEP-IDX) DELIMITED SIZE
                  ' '                          DELIMITED SIZE
                  WS-DEP-DATE(WS-DEP-IDX)      DELIMITED SIZE
                  ' VERSION '                  DELIMITED SIZE
                  WS-DEP-VERSION(WS-DEP-IDX)   DELIMITED SIZE
                  INTO CSL-TEXT
           END-STRING.
           WRITE RPT054-LINE FROM WS-CAUSE-LINE.

       000044-TRIM-GAP-EDIT.

           MOVE 1 TO WS-GAP-START.
           INSPECT WS-GAP-EDIT TALLYING WS-GAP-START
               FOR LEADING SPACES.

       000050-WRITE-DEPLOYMENTS.

           WRITE RPT054-LINE FROM WS-EMPTY-LINE.
           WRITE RPT054-LINE FROM WS-DEP-HEADING.
           WRITE RPT054-LINE FROM WS-DEP-COLUMNS.
           PERFORM 000051-WRITE-ONE-DEPLOYMENT
               VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEP-COUNT.
           IF WS-DEP-LISTED-TOTAL = ZERO
               WRITE RPT054-LINE FROM WS-NO-DEPS-LINE
           END-IF.

       000051-WRITE-ONE-DEPLOYMENT.

           IF WS-DEP-DATE(WS-DEP-IDX) < WS-FROM-DATE
                   OR WS-DEP-DATE(WS-DEP-IDX) > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DEP-LISTED-TOTAL.
           MOVE WS-DEP-PROGRAM-ID(WS-DEP-IDX)    TO DPY-PROGRAM-ID.
           MOVE WS-DEP-DATE(WS-DEP-IDX)          TO DPY-DATE.
           MOVE WS-DEP-VERSION(WS-DEP-IDX)       TO DPY-VERSION.
           MOVE WS-DEP-LINK-DATE(WS-DEP-IDX)     TO DPY-LINK-DATE.
           MOVE WS-DEP-PRIOR-VERSION(WS-DEP-IDX) TO DPY-PRIOR-VERSION.
           MOVE WS-DEP-CHANGE-REF(WS-DEP-IDX)    TO DPY-CHANGE-REF.
           MOVE SPACES TO DPY-OUTCOME.
           MOVE ZERO   TO WS-NEAREST-IDX.
           PERFORM VARYING WS-SERIES-IDX FROM 1 BY 1
                   UNTIL WS-SERIES-IDX > WS-SERIES-COUNT
               IF WS-SERIES-PROGRAM-ID(WS-SERIES-IDX)
                       = WS-DEP-PROGRAM-ID(WS-DEP-IDX)
                   MOVE WS-SERIES-IDX TO WS-NEAREST-IDX
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-DEP-STEP-DATE(WS-DEP-IDX) NOT = SPACES
                   STRING 'STEP CHANGE FROM ' DELIMITED SIZE
                          WS-DEP-STEP-DATE(WS-DEP-IDX) DELIMITED SIZE
                          INTO DPY-OUTCOME
                   END-STRING
               WHEN WS-NEAREST-IDX = ZERO
                   MOVE 'NOT IN THE DAILY ROLLUP' TO DPY-OUTCOME
               WHEN WS-SERIES-LAST-TESTED(WS-NEAREST-IDX) = SPACES
                       OR WS-DEP-DATE(WS-DEP-IDX)
                           > WS-SERIES-LAST-TESTED(WS-NEAREST-IDX)
                   MOVE 'TOO RECENT - WINDOW NOT YET FULL'
                       TO DPY-OUTCOME
               WHEN OTHER
                   MOVE 'NONE DETECTED' TO DPY-OUTCOME
           END-EVALUATE.
           WRITE RPT054-LINE FROM WS-DEP-LINE.

       000070-DAY-NUMBER-FROM-TEXT.

           MOVE WS-CAL-DATE(1:4) TO WS-CAL-YEAR.
           MOVE WS-CAL-DATE(6:2) TO WS-CAL-MONTH.
           MOVE WS-CAL-DATE(9:2) TO WS-CAL-DAY.
           PERFORM 000071-DAY-NUMBER-FROM-DATE.

       000071-DAY-NUMBER-FROM-DATE.

      *    WS-CAL-YEAR/MONTH/DAY in, WS-DAY-NUMBER out. January and
      *    February count as months 10 and 11 of the year before.
           IF WS-CAL-MONTH <= 2
               COMPUTE WS-DN-YEAR  = WS-CAL-YEAR - 1
               COMPUTE WS-DN-MONTH = WS-CAL-MONTH + 9
           ELSE
               MOVE WS-CAL-YEAR TO WS-DN-YEAR
               COMPUTE WS-DN-MONTH = WS-CAL-MONTH - 3
           END-IF.
           DIVIDE WS-DN-YEAR BY 4   GIVING WS-DN-DIV-4.
           DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-DIV-100.
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-DIV-400.
           COMPUTE WS-DN-WORK = (153 * WS-DN-MONTH) + 2.
           DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-MONTH-DAYS.
           COMPUTE WS-DAY-NUMBER = (365 * WS-DN-YEAR)
               + WS-DN-DIV-4 - WS-DN-DIV-100 + WS-DN-DIV-400
               + WS-DN-MONTH-DAYS + WS-CAL-DAY - 1.

       000072-DATE-FROM-DAY-NUMBER.

      *    The inverse of 000071: WS-DAY-NUMBER in, WS-DN-OUT-DATE
      *    (YYYY-MM-DD) out. Estimate the March-based year, step back
      *    one if the day falls before its 1 March, then the month.
           COMPUTE WS-DN-WORK = (10000 * WS-DAY-NUMBER) + 14780.
           DIVIDE WS-DN-WORK BY 3652425 GIVING WS-DN-YEAR.
           PERFORM 000073-DAY-OF-MARCH-YEAR.
           IF WS-DN-YEAR-DAY < ZERO
               SUBTRACT 1 FROM WS-DN-YEAR
               PERFORM 000073-DAY-OF-MARCH-YEAR
           END-IF.
           COMPUTE WS-DN-WORK = (100 * WS-DN-YEAR-DAY) + 52.
           DIVIDE WS-DN-WORK BY 3060 GIVING WS-DN-MONTH.
           COMPUTE WS-DN-WORK = (WS-DN-MONTH * 306) + 5.
           DIVIDE WS-DN-WORK BY 10 GIVING WS-DN-MONTH-DAYS.
           COMPUTE WS-DN-OUT-DD = WS-DN-YEAR-DAY - WS-DN-MONTH-DAYS + 1.
           IF WS-DN-MONTH < 10
               COMPUTE WS-DN-OUT-MM   = WS-DN-MONTH + 3
               MOVE WS-DN-YEAR TO WS-DN-OUT-YYYY
           ELSE
               COMPUTE WS-DN-OUT-MM   = WS-DN-MONTH - 9
               COMPUTE WS-DN-OUT-YYYY = WS-DN-YEAR + 1
           END-IF.

       000073-DAY-OF-MARCH-YEAR.

           DIVIDE WS-DN-YEAR BY 4   GIVING WS-DN-DIV-4.
           DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-DIV-100.
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-DIV-400.
           COMPUTE WS-DN-YEAR-DAY = WS-DAY-NUMBER
               - ((365 * WS-DN-YEAR) + WS-DN-DIV-4
                  - WS-DN-DIV-100 + WS-DN-DIV-400).

       000080-WRITE-PROBLEM.

           MOVE 'Y' TO WS-PROBLEM-FLAG.
           DISPLAY WS-PROBLEM-LINE.
           WRITE RPT054-LINE FROM WS-PROBLEM-LINE.

       000090-TERMINATE.

           IF WS-CURSOR-OPEN
               EXEC SQL CLOSE STEP-CSR END-EXEC
           END-IF.
           WRITE RPT054-LINE FROM WS-EMPTY-LINE.
           MOVE WS-ROWS-READ-TOTAL  TO TOT-ROWS.
           MOVE WS-STEP-TOTAL       TO TOT-STEPS.
           MOVE WS-SLOWER-TOTAL     TO TOT-SLOWER.
           MOVE WS-ATTRIBUTED-TOTAL TO TOT-ATTRIBUTED.
           WRITE RPT054-LINE FROM WS-TOTAL-LINE.
           DISPLAY WS-TOTAL-LINE.
           CLOSE QQ1RPT054-FILE.
      *
      *   +->   QQ1B0054_STEP_CHANGE_ATTRIBUTION    10/15/2026  00:00
      *   !       Finds the step changes in each program's
      *   !       QQ1PERF_DAILY series - a day from which the
      *   !       call-weighted average elapsed of the next W rollup
      *   !       days differs by the PARM threshold from the W days
      *   !       before, keeping the largest of neighbouring days -
      *   !       and lines each up against the nearest install of
      *   !       that program in the QQ1DEPL deployment register,
      *   !       naming it the likely cause when it went in on the
      *   !       day or the few days before; installs of the other
      *   !       registered modules in that span are listed too.
      *   !       Then every install of the period with the step it
      *   !       caused, none, or too recent to tell. CC 4 when a
      *   !       slower step was found; CC 8 on SQL or QQ1DEPL
      *   !       failure.
      *   +---
