      *COMPILE1: LANG(COBOL) CMP(DEFAULT) CICS(N) DB2(Y)
      *COMPILE2: MQS(N) DLL(N) IP(N) LDAP(N) EXCI(N) RENT(N)
      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
      ** Nightly per-hop outlier scoring against a rolling daily norm
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  QQ1B0036.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QQ1METR-FILE ASSIGN TO QQ1METR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MET-KEY
               FILE STATUS IS WS-METR-FILE-STATUS.
           SELECT QQ1ANOM-FILE ASSIGN TO QQ1ANOM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANOM-FILE-STATUS.
           SELECT QQ1RPT036-FILE ASSIGN TO QQ1RPTN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QQ1METR-FILE.
       COPY QQ1METR.
       FD  QQ1ANOM-FILE.
       COPY QQ1ANOM.
       FD  QQ1RPT036-FILE.
       01  RPT036-LINE                     PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-METR-FILE-STATUS             PIC X(2).
       01  WS-ANOM-FILE-STATUS             PIC X(2).
       01  WS-RPT-FILE-STATUS              PIC X(2).
       01  WS-EOF-FLAG                     PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.
       01  WS-SCORE-DATE                   PIC X(10)   VALUE SPACES.
       01  WS-SCORE-KEY-DATE               PIC X(8).
       01  WS-WINDOW-DAYS                  PIC 9(3)    VALUE 30.
      *    Threshold in deviations, one decimal (PARM 030 = 3.0).
       01  WS-THRESHOLD                    PIC 9(2)V9  VALUE 3.0.
      *    A program with fewer rollup days than this in the window
      *    has no trustworthy norm yet and is not scored.
       01  WS-MIN-NORM-DAYS                PIC 9(3)    VALUE 5.
       01  WS-CURRENT-DATE                 PIC 9(8).
       01  FILLER REDEFINES WS-CURRENT-DATE.
           05  WS-CURR-YYYY                PIC 9(4).
           05  WS-CURR-MM                  PIC 9(2).
           05  WS-CURR-DD                  PIC 9(2).
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
      *    Day-serial arithmetic (the QQ1B0016 routine): only the
      *    forward direction is needed to test a rollup row's date
      *    against the start of the window.
       01  WS-SERIAL-YYYY                  PIC 9(4).
       01  WS-SERIAL-MM                    PIC 9(2).
       01  WS-SERIAL-DD                    PIC 9(2).
       01  WS-DAY-SERIAL                   PIC S9(9)   COMP.
       01  WS-CUTOFF-SERIAL                PIC S9(9)   COMP.
       01  WS-RECORD-DATE                  PIC X(10).
       01  WS-MONTH-OFFSET-TABLE.
           05  FILLER                      PIC 9(3)    VALUE 000.
           05  FILLER                      PIC 9(3)    VALUE 031.
           05  FILLER                      PIC 9(3)    VALUE 059.
           05  FILLER                      PIC 9(3)    VALUE 090.
           05  FILLER                      PIC 9(3)    VALUE 120.
           05  FILLER                      PIC 9(3)    VALUE 151.
           05  FILLER                      PIC 9(3)    VALUE 181.
           05  FILLER                      PIC 9(3)    VALUE 212.
           05  FILLER                      PIC 9(3)    VALUE 243.
           05  FILLER                      PIC 9(3)    VALUE 273.
           05  FILLER                      PIC 9(3)    VALUE 304.
           05  FILLER                      PIC 9(3)    VALUE 334.
       01  WS-MONTH-OFFSETS REDEFINES WS-MONTH-OFFSET-TABLE.
           05  WS-MONTH-OFFSET             PIC 9(3)    OCCURS 12 TIMES.
       01  WS-PROGRAM-NAME-TABLE.
           05  FILLER                      PIC X(8)    VALUE
               'CQQ1A121'.
           05  FILLER                      PIC X(8)    VALUE
               'CQQ1A131'.
           05  FILLER                      PIC X(8)    VALUE
               'CQQ1A130'.
           05  FILLER                      PIC X(8)    VALUE
               'IQQ1A031'.
       01  WS-PROGRAM-NAMES REDEFINES WS-PROGRAM-NAME-TABLE.
           05  WS-PROGRAM-NAME             PIC X(8)    OCCURS 4 TIMES.
      *    Rolling norm per program and measure. A daily row only
      *    carries the day's mean and P95, so each day's spread is
      *    taken as (P95 - mean) / 1.645, the normal-curve distance
      *    from the mean to the 95th percentile. The norm pools the
      *    days: mean = average of the daily means; spread = square
      *    root of the average of (daily spread squared + daily mean
      *    squared) less the pooled mean squared, so both the
      *    within-day scatter and the day-to-day drift count.
       01  WS-NORM-TABLE.
           05  WS-NORM-ENTRY OCCURS 4 TIMES.
               10  WS-NORM-DAYS            PIC S9(4)   COMP.
               10  WS-NORM-E-MEAN-SUM      PIC S9(18)  COMP-3.
               10  WS-NORM-E-SQ-SUM        PIC S9(18)  COMP-3.
               10  WS-NORM-C-MEAN-SUM      PIC S9(18)  COMP-3.
               10  WS-NORM-C-SQ-SUM        PIC S9(18)  COMP-3.
               10  WS-NORM-E-MEAN          PIC S9(15)  COMP-3.
               10  WS-NORM-E-SPREAD        PIC S9(15)  COMP-3.
               10  WS-NORM-C-MEAN          PIC S9(15)  COMP-3.
               10  WS-NORM-C-SPREAD        PIC S9(15)  COMP-3.
               10  WS-NORM-READY-FLAG      PIC X(1).
                   88  WS-NORM-READY                   VALUE 'Y'.
               10  WS-NORM-HOPS            PIC S9(7)   COMP.
               10  WS-NORM-ANOMALIES       PIC S9(7)   COMP.
       01  WS-DAY-SPREAD                   PIC S9(15)  COMP-3.
       01  WS-POOLED-VARIANCE              PIC S9(18)  COMP-3.
       01  WS-PROG-IDX                     PIC S9(4)   COMP.
       01  WS-VAL-IDX                      PIC S9(4)   COMP.
       01  WS-OBSERVED                     PIC S9(15)  COMP-3.
       01  WS-MEAN                         PIC S9(15)  COMP-3.
       01  WS-SPREAD                       PIC S9(15)  COMP-3.
       01  WS-DEVIATIONS                   PIC S9(5)V9(2) COMP-3.
       01  WS-MEASURE                      PIC X(1).
       01  WS-HOPS-SCORED                  PIC 9(7)    VALUE ZERO.
       01  WS-HOPS-UNSCORED                PIC 9(7)    VALUE ZERO.
       01  WS-ANOMALY-TOTAL                PIC 9(7)    VALUE ZERO.
       01  WS-ROLLUP-ROWS                  PIC 9(7)    VALUE ZERO.
       01  WS-REPORT-HEADING.
           05  FILLER                      PIC X(40)   VALUE
               'QQ1B0036 - HOP OUTLIERS FOR RUN DATE    '.
           05  RH-SCORE-DATE               PIC X(10).
           05  FILLER                      PIC X(10)   VALUE
               '  WINDOW: '.
           05  RH-WINDOW-DAYS              PIC ZZ9.
           05  FILLER                      PIC X(17)   VALUE
               ' DAYS  THRESHOLD '.
           05  RH-THRESHOLD                PIC Z9.9.
           05  FILLER                      PIC X(11)   VALUE
               ' DEVIATIONS'.
       01  WS-NORM-HEADING                 PIC X(132)  VALUE
               'PROGRAM   DAYS  ELAPSED-MEAN  ELAPSED-SPRD      CPU-MEAN
      -        '      CPU-SPRD  STATUS'.
       01  WS-NORM-LINE.
           05  NRL-PROGRAM-ID              PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  NRL-DAYS                    PIC ZZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  NRL-E-MEAN                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  NRL-E-SPREAD                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  NRL-C-MEAN                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  NRL-C-SPREAD                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  NRL-STATUS                  PIC X(20).
       01  WS-DETAIL-HEADING               PIC X(132)  VALUE
                'REFERENCE ID                  PROGRAM  CAMPAIGN REGION 
      -        '  M     OBSERVED          MEAN        SPREAD   DEVIATION
      -        'S'.
       01  WS-DETAIL-LINE.
           05  DTL-REFERENCE-ID            PIC X(29).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  DTL-PROGRAM-ID              PIC X(8).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  DTL-CAMPAIGN-ID             PIC X(8).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  DTL-REGION-ID               PIC X(8).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  DTL-MEASURE                 PIC X(1).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DTL-OBSERVED                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  DTL-MEAN                    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  DTL-SPREAD                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  DTL-DEVIATIONS              PIC ZZ,ZZ9.99.
       01  WS-TOTAL-LINE.
           05  FILLER                      PIC X(14)   VALUE
               'HOPS SCORED:  '.
           05  TOT-SCORED                  PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(18)   VALUE
               '   NOT SCORED:    '.
           05  TOT-UNSCORED                PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(18)   VALUE
               '   OUTLIERS:      '.
           05  TOT-ANOMALIES               PIC Z,ZZZ,ZZ9.
       01  WS-NO-HISTORY-LINE              PIC X(132)  VALUE
               'NOTE: NO QQ1PERF_DAILY ROWS IN THE WINDOW - NOTHING SCOR
      -        'ED'.
       01  WS-SQL-FAIL-LINE.
           05  FILLER                      PIC X(24)   VALUE
               'QQ1B0036 SQL ERROR CODE '.
           05  SQF-SQLCODE                 PIC -(8)9.
       01  WS-EMPTY-LINE                   PIC X(132)  VALUE SPACES.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-SCORE-DATE                   PIC X(10).
       01  HV-RUN-DATE                     PIC X(10).
       01  HV-PROGRAM-ID                   PIC X(8).
       01  HV-AVG-ELAPSED                  PIC S9(15) COMP-3.
       01  HV-P95-ELAPSED                  PIC S9(15) COMP-3.
       01  HV-AVG-CPU                      PIC S9(15) COMP-3.
       01  HV-P95-CPU                      PIC S9(15) COMP-3.
           EXEC SQL END DECLARE SECTION END-EXEC.
      *    Newest first, so the fetch stops at the first row older
      *    than the window.
           EXEC SQL
               DECLARE NORM-CSR CURSOR FOR
               SELECT RUN_DATE, PROGRAM_ID,
                      AVG_ELAPSED, P95_ELAPSED,
                      AVG_CPU, P95_CPU
                 FROM QQ1PERF_DAILY
                WHERE RUN_DATE < :HV-SCORE-DATE
                ORDER BY RUN_DATE DESC
           END-EXEC.
       LINKAGE SECTION.
      *    JCL PARM layout (fixed-position, no keywords):
      *      positions  1-10  RUN DATE TO SCORE YYYY-MM-DD
      *                       (spaces = the previous calendar day)
      *      positions 11-13  WINDOW DAYS (9(3), default 030)
      *      positions 14-16  THRESHOLD, DEVIATIONS x 10
      *                       (9(3), default 030 = 3.0)
       01  WS-JCL-PARM.
           05  WS-PARM-LEN                 PIC S9(4)   COMP.
           05  WS-PARM-TEXT.
               10  WS-PARM-DATE            PIC X(10).
               10  WS-PARM-WINDOW          PIC 9(3).
               10  WS-PARM-THRESHOLD       PIC 9(2)V9.
       PROCEDURE DIVISION USING WS-JCL-PARM.
       000000-CONTROL.

           PERFORM 000010-INITIALIZE.
           PERFORM 000020-BUILD-NORMS.
           PERFORM 000030-WRITE-NORM-SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 000040-POSITION-METRICS.
           PERFORM 000050-SCORE-ONE-HOP UNTIL WS-EOF.
           PERFORM 000090-TERMINATE.
      *    Outliers are a warning, not a failure: CC 4 lets the
      *    scheduler flag the night without stopping the stream.
           IF WS-ANOMALY-TOTAL > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       000010-INITIALIZE.

           IF WS-PARM-LEN >= 10 AND WS-PARM-DATE NOT = SPACES
               MOVE WS-PARM-DATE TO WS-SCORE-DATE
           ELSE
               PERFORM 000011-DERIVE-YESTERDAY
           END-IF.
           IF WS-PARM-LEN >= 13 AND WS-PARM-WINDOW NUMERIC
                   AND WS-PARM-WINDOW > ZERO
               MOVE WS-PARM-WINDOW TO WS-WINDOW-DAYS
           END-IF.
           IF WS-PARM-LEN >= 16 AND WS-PARM-THRESHOLD NUMERIC
                   AND WS-PARM-THRESHOLD > ZERO
               MOVE WS-PARM-THRESHOLD TO WS-THRESHOLD
           END-IF.
           MOVE WS-SCORE-DATE(1:4) TO WS-SCORE-KEY-DATE(1:4).
           MOVE WS-SCORE-DATE(6:2) TO WS-SCORE-KEY-DATE(5:2).
           MOVE WS-SCORE-DATE(9:2) TO WS-SCORE-KEY-DATE(7:2).
           MOVE WS-SCORE-DATE TO WS-RECORD-DATE.
           PERFORM 000013-RECORD-DATE-TO-SERIAL.
           COMPUTE WS-CUTOFF-SERIAL =
               WS-DAY-SERIAL - WS-WINDOW-DAYS.
           PERFORM VARYING WS-PROG-IDX FROM 1 BY 1
                   UNTIL WS-PROG-IDX > 4
               MOVE ZERO TO WS-NORM-DAYS(WS-PROG-IDX)
               MOVE ZERO TO WS-NORM-E-MEAN-SUM(WS-PROG-IDX)
               MOVE ZERO TO WS-NORM-E-SQ-SUM(WS-PROG-IDX)
               MOVE ZERO TO WS-NORM-C-MEAN-SUM(WS-PROG-IDX)
               MOVE ZERO TO WS-NORM-C-SQ-SUM(WS-PROG-IDX)
               MOVE ZERO TO WS-NORM-E-MEAN(WS-PROG-IDX)
               MOVE ZERO TO WS-NORM-E-SPREAD(WS-PROG-IDX)
               MOVE ZERO TO WS-NORM-C-MEAN(WS-PROG-IDX)
               MOVE ZERO TO WS-NORM-C-SPREAD(WS-PROG-IDX)
               MOVE 'N'  TO WS-NORM-READY-FLAG(WS-PROG-IDX)
               MOVE ZERO TO WS-NORM-HOPS(WS-PROG-IDX)
               MOVE ZERO TO WS-NORM-ANOMALIES(WS-PROG-IDX)
           END-PERFORM.
           OPEN OUTPUT QQ1RPT036-FILE.
           OPEN OUTPUT QQ1ANOM-FILE.
           MOVE WS-SCORE-DATE  TO RH-SCORE-DATE.
           MOVE WS-WINDOW-DAYS TO RH-WINDOW-DAYS.
           MOVE WS-THRESHOLD   TO RH-THRESHOLD.
           WRITE RPT036-LINE FROM WS-REPORT-HEADING.

       000011-DERIVE-YESTERDAY.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
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
           MOVE SPACES TO WS-SCORE-DATE.
           STRING WS-CURR-YYYY DELIMITED SIZE
                  '-'          DELIMITED SIZE
                  WS-CURR-MM   DELIMITED SIZE
                  '-'          DELIMITED SIZE
                  WS-CURR-DD   DELIMITED SIZE
                  INTO WS-SCORE-DATE
           END-STRING.

       000012-DATE-TO-SERIAL.

      *    Serial = whole years as days plus leap days up to the
      *    prior year, plus the month offset (with this year's leap
      *    day once past February), plus the day of month.
           COMPUTE WS-DAY-SERIAL =
               (WS-SERIAL-YYYY * 365)
               + ((WS-SERIAL-YYYY - 1) / 4)
               - ((WS-SERIAL-YYYY - 1) / 100)
               + ((WS-SERIAL-YYYY - 1) / 400)
               + WS-MONTH-OFFSET(WS-SERIAL-MM)
               + WS-SERIAL-DD.
           IF WS-SERIAL-MM > 2
               DIVIDE WS-SERIAL-YYYY BY 4
                   GIVING WS-LEAP-REMAINDER
                   REMAINDER WS-LEAP-REMAINDER
               END-DIVIDE
               IF WS-LEAP-REMAINDER = ZERO
                   ADD 1 TO WS-DAY-SERIAL
               END-IF
           END-IF.

       000013-RECORD-DATE-TO-SERIAL.

      *    WS-RECORD-DATE is YYYY-MM-DD; a non-numeric date yields
      *    serial zero, which the window test treats as too old.
           MOVE ZERO TO WS-DAY-SERIAL.
           IF WS-RECORD-DATE(1:4) NUMERIC
                   AND WS-RECORD-DATE(6:2) NUMERIC
                   AND WS-RECORD-DATE(9:2) NUMERIC
               MOVE WS-RECORD-DATE(1:4) TO WS-SERIAL-YYYY
               MOVE WS-RECORD-DATE(6:2) TO WS-SERIAL-MM
               MOVE WS-RECORD-DATE(9:2) TO WS-SERIAL-DD
               IF WS-SERIAL-MM >= 1 AND WS-SERIAL-MM <= 12
                   PERFORM 000012-DATE-TO-SERIAL
               END-IF
           END-IF.

       000020-BUILD-NORMS.

           MOVE WS-SCORE-DATE TO HV-SCORE-DATE.
           EXEC SQL OPEN NORM-CSR END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQF-SQLCODE
               DISPLAY WS-SQL-FAIL-LINE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000021-FETCH-ONE-ROLLUP UNTIL WS-EOF.
           EXEC SQL CLOSE NORM-CSR END-EXEC.
           PERFORM VARYING WS-PROG-IDX FROM 1 BY 1
                   UNTIL WS-PROG-IDX > 4
               IF WS-NORM-DAYS(WS-PROG-IDX) >= WS-MIN-NORM-DAYS
                   PERFORM 000023-FINISH-ONE-NORM
               END-IF
           END-PERFORM.

       000021-FETCH-ONE-ROLLUP.

           EXEC SQL
               FETCH NORM-CSR
                INTO :HV-RUN-DATE, :HV-PROGRAM-ID,
                     :HV-AVG-ELAPSED, :HV-P95-ELAPSED,
                     :HV-AVG-CPU, :HV-P95-CPU
           END-EXEC.
           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   MOVE SQLCODE TO SQF-SQLCODE
                   DISPLAY WS-SQL-FAIL-LINE
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-EOF-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE HV-RUN-DATE TO WS-RECORD-DATE.
           PERFORM 000013-RECORD-DATE-TO-SERIAL.
           IF WS-DAY-SERIAL < WS-CUTOFF-SERIAL
               MOVE 'Y' TO WS-EOF-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-PROG-IDX.
           PERFORM VARYING WS-VAL-IDX FROM 1 BY 1
                   UNTIL WS-VAL-IDX > 4
               IF HV-PROGRAM-ID = WS-PROGRAM-NAME(WS-VAL-IDX)
                   MOVE WS-VAL-IDX TO WS-PROG-IDX
                   MOVE 4 TO WS-VAL-IDX
               END-IF
           END-PERFORM.
           IF WS-PROG-IDX = ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ROLLUP-ROWS.
           PERFORM 000022-ADD-ONE-DAY.

       000022-ADD-ONE-DAY.

           ADD 1 TO WS-NORM-DAYS(WS-PROG-IDX).
           COMPUTE WS-DAY-SPREAD ROUNDED =
               (HV-P95-ELAPSED - HV-AVG-ELAPSED) / 1.645.
           IF WS-DAY-SPREAD < ZERO
               MOVE ZERO TO WS-DAY-SPREAD
           END-IF.
           ADD HV-AVG-ELAPSED TO WS-NORM-E-MEAN-SUM(WS-PROG-IDX).
           COMPUTE WS-NORM-E-SQ-SUM(WS-PROG-IDX) =
               WS-NORM-E-SQ-SUM(WS-PROG-IDX)
               + (WS-DAY-SPREAD * WS-DAY-SPREAD)
               + (HV-AVG-ELAPSED * HV-AVG-ELAPSED).
           COMPUTE WS-DAY-SPREAD ROUNDED =
               (HV-P95-CPU - HV-AVG-CPU) / 1.645.
           IF WS-DAY-SPREAD < ZERO
               MOVE ZERO TO WS-DAY-SPREAD
           END-IF.
           ADD HV-AVG-CPU TO WS-NORM-C-MEAN-SUM(WS-PROG-IDX).
           COMPUTE WS-NORM-C-SQ-SUM(WS-PROG-IDX) =
               WS-NORM-C-SQ-SUM(WS-PROG-IDX)
               + (WS-DAY-SPREAD * WS-DAY-SPREAD)
               + (HV-AVG-CPU * HV-AVG-CPU).

       000023-FINISH-ONE-NORM.

           COMPUTE WS-NORM-E-MEAN(WS-PROG-IDX) ROUNDED =
               WS-NORM-E-MEAN-SUM(WS-PROG-IDX) /
               WS-NORM-DAYS(WS-PROG-IDX).
           COMPUTE WS-POOLED-VARIANCE =
               (WS-NORM-E-SQ-SUM(WS-PROG-IDX) /
                WS-NORM-DAYS(WS-PROG-IDX))
               - (WS-NORM-E-MEAN(WS-PROG-IDX)
                  * WS-NORM-E-MEAN(WS-PROG-IDX)).
           IF WS-POOLED-VARIANCE > ZERO
               COMPUTE WS-NORM-E-SPREAD(WS-PROG-IDX) ROUNDED =
                   WS-POOLED-VARIANCE ** 0.5
           END-IF.
           COMPUTE WS-NORM-C-MEAN(WS-PROG-IDX) ROUNDED =
               WS-NORM-C-MEAN-SUM(WS-PROG-IDX) /
               WS-NORM-DAYS(WS-PROG-IDX).
           COMPUTE WS-POOLED-VARIANCE =
               (WS-NORM-C-SQ-SUM(WS-PROG-IDX) /
                WS-NORM-DAYS(WS-PROG-IDX))
               - (WS-NORM-C-MEAN(WS-PROG-IDX)
                  * WS-NORM-C-MEAN(WS-PROG-IDX)).
           IF WS-POOLED-VARIANCE > ZERO
               COMPUTE WS-NORM-C-SPREAD(WS-PROG-IDX) ROUNDED =
                   WS-POOLED-VARIANCE ** 0.5
           END-IF.
      *    A spread of zero (every day identical) would make any
      *    one-tick difference infinitely deviant - floor it at one.
           IF WS-NORM-E-SPREAD(WS-PROG-IDX) < 1
               MOVE 1 TO WS-NORM-E-SPREAD(WS-PROG-IDX)
           END-IF.
           IF WS-NORM-C-SPREAD(WS-PROG-IDX) < 1
               MOVE 1 TO WS-NORM-C-SPREAD(WS-PROG-IDX)
           END-IF.
           MOVE 'Y' TO WS-NORM-READY-FLAG(WS-PROG-IDX).

       000030-WRITE-NORM-SECTION.

           WRITE RPT036-LINE FROM WS-EMPTY-LINE.
           IF WS-ROLLUP-ROWS = ZERO
               WRITE RPT036-LINE FROM WS-NO-HISTORY-LINE
           END-IF.
           WRITE RPT036-LINE FROM WS-NORM-HEADING.
           PERFORM VARYING WS-PROG-IDX FROM 1 BY 1
                   UNTIL WS-PROG-IDX > 4
               MOVE WS-PROGRAM-NAME(WS-PROG-IDX)  TO NRL-PROGRAM-ID
               MOVE WS-NORM-DAYS(WS-PROG-IDX)     TO NRL-DAYS
               MOVE WS-NORM-E-MEAN(WS-PROG-IDX)   TO NRL-E-MEAN
               MOVE WS-NORM-E-SPREAD(WS-PROG-IDX) TO NRL-E-SPREAD
               MOVE WS-NORM-C-MEAN(WS-PROG-IDX)   TO NRL-C-MEAN
               MOVE WS-NORM-C-SPREAD(WS-PROG-IDX) TO NRL-C-SPREAD
               IF WS-NORM-READY(WS-PROG-IDX)
                   MOVE 'SCORED' TO NRL-STATUS
               ELSE
                   MOVE 'TOO LITTLE HISTORY' TO NRL-STATUS
               END-IF
               WRITE RPT036-LINE FROM WS-NORM-LINE
           END-PERFORM.
           WRITE RPT036-LINE FROM WS-EMPTY-LINE.
           WRITE RPT036-LINE FROM WS-DETAIL-HEADING.

       000040-POSITION-METRICS.

      *    The reference_id leads with the run date, so the day's
      *    hops are one contiguous key range - start at its head.
           OPEN INPUT QQ1METR-FILE.
           IF WS-METR-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO MET-KEY.
           MOVE WS-SCORE-KEY-DATE TO MET-RUN-REFERENCE-ID(1:8).
           START QQ1METR-FILE KEY >= MET-KEY
           END-START.
           IF WS-METR-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.

       000050-SCORE-ONE-HOP.

           READ QQ1METR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
           IF WS-EOF
               EXIT PARAGRAPH
           END-IF.
           IF MET-RUN-REFERENCE-ID(1:8) NOT = WS-SCORE-KEY-DATE
               MOVE 'Y' TO WS-EOF-FLAG
               EXIT PARAGRAPH
           END-IF.
      *    Fault-injected runs (QQ1C0021) are slow or fail by
      *    design - scoring them would report the injected fault.
           IF MET-FAULT-INJECTED-RUN
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-PROG-IDX.
           PERFORM VARYING WS-VAL-IDX FROM 1 BY 1
                   UNTIL WS-VAL-IDX > 4
               IF MET-PROGRAM-ID = WS-PROGRAM-NAME(WS-VAL-IDX)
                   MOVE WS-VAL-IDX TO WS-PROG-IDX
                   MOVE 4 TO WS-VAL-IDX
               END-IF
           END-PERFORM.
           IF WS-PROG-IDX = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-NORM-READY(WS-PROG-IDX)
               ADD 1 TO WS-HOPS-UNSCORED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-HOPS-SCORED.
           ADD 1 TO WS-NORM-HOPS(WS-PROG-IDX).
           MOVE 'E' TO WS-MEASURE.
           MOVE MET-ELAPSED-TICKS TO WS-OBSERVED.
           MOVE WS-NORM-E-MEAN(WS-PROG-IDX)   TO WS-MEAN.
           MOVE WS-NORM-E-SPREAD(WS-PROG-IDX) TO WS-SPREAD.
           PERFORM 000051-SCORE-ONE-MEASURE.
           MOVE 'C' TO WS-MEASURE.
           MOVE MET-CPU-TICKS TO WS-OBSERVED.
           MOVE WS-NORM-C-MEAN(WS-PROG-IDX)   TO WS-MEAN.
           MOVE WS-NORM-C-SPREAD(WS-PROG-IDX) TO WS-SPREAD.
           PERFORM 000051-SCORE-ONE-MEASURE.

       000051-SCORE-ONE-MEASURE.

           IF WS-OBSERVED <= WS-MEAN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DEVIATIONS ROUNDED =
               (WS-OBSERVED - WS-MEAN) / WS-SPREAD
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-DEVIATIONS
           END-COMPUTE.
           IF WS-DEVIATIONS <= WS-THRESHOLD
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ANOMALY-TOTAL.
           ADD 1 TO WS-NORM-ANOMALIES(WS-PROG-IDX).
           MOVE SPACES               TO QQ1ANOM-RECORD.
           MOVE WS-SCORE-DATE        TO ANM-RUN-DATE.
           MOVE MET-RUN-REFERENCE-ID TO ANM-REFERENCE-ID.
           MOVE MET-PROGRAM-ID       TO ANM-PROGRAM-ID.
           MOVE MET-CAMPAIGN-ID      TO ANM-CAMPAIGN-ID.
           MOVE MET-REGION-ID        TO ANM-REGION-ID.
           MOVE WS-MEASURE           TO ANM-MEASURE.
           MOVE WS-OBSERVED          TO ANM-OBSERVED-TICKS.
           MOVE WS-MEAN              TO ANM-NORM-MEAN.
           MOVE WS-SPREAD            TO ANM-NORM-SPREAD.
           MOVE WS-DEVIATIONS        TO ANM-DEVIATIONS.
           MOVE WS-NORM-DAYS(WS-PROG-IDX) TO ANM-NORM-DAYS.
           WRITE QQ1ANOM-RECORD.
           MOVE MET-RUN-REFERENCE-ID TO DTL-REFERENCE-ID.
           MOVE MET-PROGRAM-ID       TO DTL-PROGRAM-ID.
           MOVE MET-CAMPAIGN-ID      TO DTL-CAMPAIGN-ID.
           MOVE MET-REGION-ID        TO DTL-REGION-ID.
           MOVE WS-MEASURE           TO DTL-MEASURE.
           MOVE WS-OBSERVED          TO DTL-OBSERVED.
           MOVE WS-MEAN              TO DTL-MEAN.
           MOVE WS-SPREAD            TO DTL-SPREAD.
           MOVE WS-DEVIATIONS        TO DTL-DEVIATIONS.
           WRITE RPT036-LINE FROM WS-DETAIL-LINE.

       000090-TERMINATE.

           WRITE RPT036-LINE FROM WS-EMPTY-LINE.
           MOVE WS-HOPS-SCORED   TO TOT-SCORED.
           MOVE WS-HOPS-UNSCORED TO TOT-UNSCORED.
           MOVE WS-ANOMALY-TOTAL TO TOT-ANOMALIES.
           WRITE RPT036-LINE FROM WS-TOTAL-LINE.
           IF WS-METR-FILE-STATUS NOT = '35'
               CLOSE QQ1METR-FILE
           END-IF.
           CLOSE QQ1ANOM-FILE.
           CLOSE QQ1RPT036-FILE.
      *
      *   +->   QQ1B0036_HOP_OUTLIER_SCORING        10/14/2026  00:00
      *   !       Nightly statistical outlier pass. Builds a rolling
      *   !       norm per chain program (mean and pooled spread of
      *   !       elapsed and CPU ticks) from the last N days of
      *   !       QQ1PERF_DAILY, then scores every QQ1METR hop of the
      *   !       run date against it. A hop more than the threshold
      *   !       of deviations slower than normal is written to the
      *   !       QQ1ANOM anomaly GDG and listed with reference_id,
      *   !       campaign, region and deviations - degradation seen
      *   !       while still under the QQ1SLAT limit. Programs with
      *   !       fewer than five rollup days are not scored. CC 4
      *   !       when any outlier was found, CC 8 on SQL failure.
      *   !
      *   !       10/15/2026 - Skip fault-injected hops.
      *   !       Runs tagged FAULTINJ are no longer scored, so injected
      *   !       delays stay off QQ1ANOM and the outlier report.
      *   +---
