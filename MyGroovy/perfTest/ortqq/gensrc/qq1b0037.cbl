      *COMPILE1: LANG(COBOL) CMP(DEFAULT) CICS(N) DB2(Y)
      *COMPILE2: MQS(N) DLL(N) IP(N) LDAP(N) EXCI(N) RENT(N)
      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
      ** Capacity forecast - projected SLA breach date per chain hop
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  QQ1B0037.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QQ1SLAT-FILE ASSIGN TO QQ1SLAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SLA-PROGRAM-ID
               FILE STATUS IS WS-SLAT-FILE-STATUS.
           SELECT QQ1RPT037-FILE ASSIGN TO QQ1RPTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QQ1SLAT-FILE.
       COPY QQ1SLAT.
       FD  QQ1RPT037-FILE.
       01  RPT037-LINE                     PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-SLAT-FILE-STATUS             PIC X(2).
       01  WS-RPT-FILE-STATUS              PIC X(2).
       01  WS-EOF-FLAG                     PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.
       01  WS-AS-OF-DATE                   PIC X(10)   VALUE SPACES.
       01  WS-WINDOW-DAYS                  PIC 9(3)    VALUE 90.
      *    Fewer points than this and a fitted line says nothing.
       01  WS-MIN-FIT-DAYS                 PIC 9(3)    VALUE 7.
      *    A projection further out than this is reported as beyond
      *    the horizon rather than as a date.
       01  WS-HORIZON-DAYS                 PIC 9(3)    VALUE 999.
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
       01  WS-MONTH-LENGTH                 PIC 9(2).
      *    Day-serial arithmetic (the QQ1B0016 routine) places each
      *    rollup row on the x axis of the fit.
       01  WS-SERIAL-YYYY                  PIC 9(4).
       01  WS-SERIAL-MM                    PIC 9(2).
       01  WS-SERIAL-DD                    PIC 9(2).
       01  WS-DAY-SERIAL                   PIC S9(9)   COMP.
       01  WS-AS-OF-SERIAL                 PIC S9(9)   COMP.
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
      *    Projected date: the as-of date walked forward a day at a
      *    time (no serial-to-date conversion in the suite).
       01  WS-WALK-DATE                    PIC 9(8).
       01  FILLER REDEFINES WS-WALK-DATE.
           05  WS-WALK-YYYY                PIC 9(4).
           05  WS-WALK-MM                  PIC 9(2).
           05  WS-WALK-DD                  PIC 9(2).
       01  WS-WALK-COUNT                   PIC S9(4)   COMP.
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
      *    The window's daily P95 points per program, kept for the
      *    two-pass (centred) least-squares fit.
       01  WS-POINT-TABLE.
           05  WS-POINT-PROGRAM OCCURS 4 TIMES.
               10  WS-POINT-COUNT          PIC S9(4)   COMP.
               10  WS-POINT-ENTRY OCCURS 999 TIMES.
                   15  WS-POINT-X          PIC S9(4)   COMP.
                   15  WS-POINT-E          PIC S9(15)  COMP-3.
                   15  WS-POINT-C          PIC S9(15)  COMP-3.
      *    One forecast per program and measure (E = elapsed,
      *    C = CPU), in program order.
       01  WS-FORECAST-TABLE.
           05  WS-FORECAST-ENTRY OCCURS 8 TIMES.
               10  FCT-PROGRAM-ID          PIC X(8).
               10  FCT-MEASURE             PIC X(1).
               10  FCT-POINTS              PIC S9(4)   COMP.
               10  FCT-SLOPE               PIC S9(13)V9(4) COMP-3.
               10  FCT-TREND-TODAY         PIC S9(15)  COMP-3.
               10  FCT-LIMIT               PIC 9(15).
               10  FCT-DAYS                PIC S9(4)   COMP.
               10  FCT-BREACH-DATE         PIC X(10).
               10  FCT-STATUS              PIC X(1).
                   88  FCT-PROJECTED                   VALUE 'P'.
                   88  FCT-AT-LIMIT                    VALUE 'L'.
                   88  FCT-NOT-RISING                  VALUE 'F'.
                   88  FCT-BEYOND-HORIZON              VALUE 'B'.
                   88  FCT-NO-LIMIT                    VALUE 'N'.
                   88  FCT-TOO-FEW-POINTS              VALUE 'T'.
       01  WS-FCT-IDX                      PIC S9(4)   COMP.
       01  WS-PROG-IDX                     PIC S9(4)   COMP.
       01  WS-VAL-IDX                      PIC S9(4)   COMP.
       01  WS-PT-IDX                       PIC S9(4)   COMP.
       01  WS-MEASURE                      PIC X(1).
       01  WS-FIT-Y                        PIC S9(15)  COMP-3.
       01  WS-MEAN-X                       PIC S9(5)V9(6)  COMP-3.
       01  WS-MEAN-Y                       PIC S9(15)V9(4) COMP-3.
       01  WS-SUM-X                        PIC S9(9)   COMP-3.
       01  WS-SUM-Y                        PIC S9(18)  COMP-3.
       01  WS-SUM-XY                       PIC S9(18)V9(4) COMP-3.
       01  WS-SUM-XX                       PIC S9(13)V9(4) COMP-3.
       01  WS-DEV-X                        PIC S9(5)V9(6)  COMP-3.
       01  WS-INTERCEPT                    PIC S9(15)V9(4) COMP-3.
       01  WS-DAYS-WORK                    PIC S9(13)V9(4) COMP-3.
       01  WS-LIMIT                        PIC 9(15).
       01  WS-BAND-LOW                     PIC S9(4)   COMP.
       01  WS-BAND-HIGH                    PIC S9(4)   COMP.
       01  WS-BAND-COUNT                   PIC S9(4)   COMP.
       01  WS-WITHIN-90-TOTAL              PIC 9(3)    VALUE ZERO.
       01  WS-ROLLUP-ROWS                  PIC 9(7)    VALUE ZERO.
       01  WS-REPORT-HEADING.
           05  FILLER                      PIC X(40)   VALUE
               'QQ1B0037 - CAPACITY FORECAST AS OF      '.
           05  RH-AS-OF-DATE               PIC X(10).
           05  FILLER                      PIC X(16)   VALUE
               '  FIT WINDOW:   '.
           05  RH-WINDOW-DAYS              PIC ZZ9.
           05  FILLER                      PIC X(24)   VALUE
               ' DAYS OF DAILY P95      '.
       01  WS-FORECAST-HEADING             PIC X(132)  VALUE
               'PROGRAM  M POINTS  SLOPE/DAY        TREND TODAY    SLA L
      -        'IMIT   DAYS  BREACH DATE  STATUS'.
       01  WS-FORECAST-LINE.
           05  FCL-PROGRAM-ID              PIC X(8).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  FCL-MEASURE                 PIC X(1).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  FCL-POINTS                  PIC ZZZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FCL-SLOPE                   PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FCL-TREND-TODAY             PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FCL-LIMIT                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FCL-DAYS                    PIC ZZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FCL-BREACH-DATE             PIC X(10).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FCL-STATUS                  PIC X(24).
       01  WS-BAND-HEADING.
           05  FILLER                      PIC X(30)   VALUE
               'PROJECTED TO BREACH IN DAYS   '.
           05  BNH-LOW                     PIC ZZ9.
           05  FILLER                      PIC X(3)    VALUE ' - '.
           05  BNH-HIGH                    PIC ZZ9.
           05  FILLER                      PIC X(1)    VALUE ':'.
       01  WS-BAND-LINE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  BNL-PROGRAM-ID              PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  BNL-MEASURE-NAME            PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  BNL-BREACH-DATE             PIC X(10).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  BNL-DAYS                    PIC ZZZ9.
           05  FILLER                      PIC X(5)    VALUE ' DAYS'.
       01  WS-BAND-NONE-LINE               PIC X(132)  VALUE
               '    NONE'.
       01  WS-NO-HISTORY-LINE              PIC X(132)  VALUE
               'NOTE: NO QQ1PERF_DAILY ROWS IN THE WINDOW - NOTHING FORE
      -        'CAST'.
       01  WS-SQL-FAIL-LINE.
           05  FILLER                      PIC X(24)   VALUE
               'QQ1B0037 SQL ERROR CODE '.
           05  SQF-SQLCODE                 PIC -(8)9.
       01  WS-EMPTY-LINE                   PIC X(132)  VALUE SPACES.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-AS-OF-DATE                   PIC X(10).
       01  HV-RUN-DATE                     PIC X(10).
       01  HV-PROGRAM-ID                   PIC X(8).
       01  HV-P95-ELAPSED                  PIC S9(15) COMP-3.
       01  HV-P95-CPU                      PIC S9(15) COMP-3.
           EXEC SQL END DECLARE SECTION END-EXEC.
      *    Newest first, so the fetch stops at the first row older
      *    than the window.
           EXEC SQL
               DECLARE TREND-CSR CURSOR FOR
               SELECT RUN_DATE, PROGRAM_ID, P95_ELAPSED, P95_CPU
                 FROM QQ1PERF_DAILY
                WHERE RUN_DATE <= :HV-AS-OF-DATE
                ORDER BY RUN_DATE DESC
           END-EXEC.
       LINKAGE SECTION.
      *    JCL PARM layout (fixed-position, no keywords):
      *      positions  1-3   FIT WINDOW DAYS (9(3), default 090)
      *      positions  4-13  AS-OF DATE YYYY-MM-DD
      *                       (spaces = the previous calendar day,
      *                       the last day QQ1B0031 has loaded)
       01  WS-JCL-PARM.
           05  WS-PARM-LEN                 PIC S9(4)   COMP.
           05  WS-PARM-TEXT.
               10  WS-PARM-WINDOW          PIC 9(3).
               10  WS-PARM-DATE            PIC X(10).
       PROCEDURE DIVISION USING WS-JCL-PARM.
       000000-CONTROL.

           PERFORM 000010-INITIALIZE.
           PERFORM 000020-LOAD-POINTS.
           PERFORM 000030-FIT-ALL-PROGRAMS.
           PERFORM 000040-WRITE-FORECASTS.
           PERFORM 000050-WRITE-BREACH-BANDS.
           PERFORM 000090-TERMINATE.
      *    A projected breach inside 90 days (or a limit the trend
      *    already reaches) is the capacity team's call to action:
      *    CC 4 flags it without failing the stream.
           IF WS-WITHIN-90-TOTAL > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       000010-INITIALIZE.

           IF WS-PARM-LEN >= 3 AND WS-PARM-WINDOW NUMERIC
                   AND WS-PARM-WINDOW > ZERO
               MOVE WS-PARM-WINDOW TO WS-WINDOW-DAYS
           END-IF.
           IF WS-PARM-LEN >= 13 AND WS-PARM-DATE NOT = SPACES
               MOVE WS-PARM-DATE TO WS-AS-OF-DATE
           ELSE
               PERFORM 000011-DERIVE-YESTERDAY
           END-IF.
           MOVE WS-AS-OF-DATE TO WS-RECORD-DATE.
           PERFORM 000013-RECORD-DATE-TO-SERIAL.
           MOVE WS-DAY-SERIAL TO WS-AS-OF-SERIAL.
           COMPUTE WS-CUTOFF-SERIAL =
               WS-AS-OF-SERIAL - WS-WINDOW-DAYS + 1.
           PERFORM VARYING WS-PROG-IDX FROM 1 BY 1
                   UNTIL WS-PROG-IDX > 4
               MOVE ZERO TO WS-POINT-COUNT(WS-PROG-IDX)
           END-PERFORM.
           OPEN INPUT QQ1SLAT-FILE.
           OPEN OUTPUT QQ1RPT037-FILE.
           MOVE WS-AS-OF-DATE  TO RH-AS-OF-DATE.
           MOVE WS-WINDOW-DAYS TO RH-WINDOW-DAYS.
           WRITE RPT037-LINE FROM WS-REPORT-HEADING.

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
           MOVE SPACES TO WS-AS-OF-DATE.
           STRING WS-CURR-YYYY DELIMITED SIZE
                  '-'          DELIMITED SIZE
                  WS-CURR-MM   DELIMITED SIZE
                  '-'          DELIMITED SIZE
                  WS-CURR-DD   DELIMITED SIZE
                  INTO WS-AS-OF-DATE
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

       000014-ADVANCE-ONE-DAY.

           MOVE WS-MONTH-DAY(WS-WALK-MM) TO WS-MONTH-LENGTH.
           IF WS-WALK-MM = 2
               DIVIDE WS-WALK-YYYY BY 4
                   GIVING WS-LEAP-REMAINDER
                   REMAINDER WS-LEAP-REMAINDER
               END-DIVIDE
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 29 TO WS-MONTH-LENGTH
               END-IF
           END-IF.
           IF WS-WALK-DD < WS-MONTH-LENGTH
               ADD 1 TO WS-WALK-DD
           ELSE
               MOVE 1 TO WS-WALK-DD
               IF WS-WALK-MM < 12
                   ADD 1 TO WS-WALK-MM
               ELSE
                   MOVE 1 TO WS-WALK-MM
                   ADD 1 TO WS-WALK-YYYY
               END-IF
           END-IF.

       000020-LOAD-POINTS.

           MOVE WS-AS-OF-DATE TO HV-AS-OF-DATE.
           EXEC SQL OPEN TREND-CSR END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQF-SQLCODE
               DISPLAY WS-SQL-FAIL-LINE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000021-FETCH-ONE-ROLLUP UNTIL WS-EOF.
           EXEC SQL CLOSE TREND-CSR END-EXEC.
           IF WS-ROLLUP-ROWS = ZERO
               WRITE RPT037-LINE FROM WS-NO-HISTORY-LINE
           END-IF.

       000021-FETCH-ONE-ROLLUP.

           EXEC SQL
               FETCH TREND-CSR
                INTO :HV-RUN-DATE, :HV-PROGRAM-ID,
                     :HV-P95-ELAPSED, :HV-P95-CPU
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
                   OR WS-POINT-COUNT(WS-PROG-IDX) >= 999
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ROLLUP-ROWS.
           ADD 1 TO WS-POINT-COUNT(WS-PROG-IDX).
           MOVE WS-POINT-COUNT(WS-PROG-IDX) TO WS-PT-IDX.
      *    x = days since the window opened; the as-of day is
      *    WINDOW - 1.
           COMPUTE WS-POINT-X(WS-PROG-IDX WS-PT-IDX) =
               WS-DAY-SERIAL - WS-CUTOFF-SERIAL.
           MOVE HV-P95-ELAPSED
               TO WS-POINT-E(WS-PROG-IDX WS-PT-IDX).
           MOVE HV-P95-CPU
               TO WS-POINT-C(WS-PROG-IDX WS-PT-IDX).

       000030-FIT-ALL-PROGRAMS.

           MOVE ZERO TO WS-FCT-IDX.
           PERFORM VARYING WS-PROG-IDX FROM 1 BY 1
                   UNTIL WS-PROG-IDX > 4
               MOVE 'E' TO WS-MEASURE
               PERFORM 000031-FIT-ONE-MEASURE
               MOVE 'C' TO WS-MEASURE
               PERFORM 000031-FIT-ONE-MEASURE
           END-PERFORM.

       000031-FIT-ONE-MEASURE.

           ADD 1 TO WS-FCT-IDX.
           MOVE WS-PROGRAM-NAME(WS-PROG-IDX)
               TO FCT-PROGRAM-ID(WS-FCT-IDX).
           MOVE WS-MEASURE TO FCT-MEASURE(WS-FCT-IDX).
           MOVE WS-POINT-COUNT(WS-PROG-IDX) TO FCT-POINTS(WS-FCT-IDX).
           MOVE ZERO   TO FCT-SLOPE(WS-FCT-IDX).
           MOVE ZERO   TO FCT-TREND-TODAY(WS-FCT-IDX).
           MOVE ZERO   TO FCT-LIMIT(WS-FCT-IDX).
           MOVE ZERO   TO FCT-DAYS(WS-FCT-IDX).
           MOVE SPACES TO FCT-BREACH-DATE(WS-FCT-IDX).
           MOVE ZERO TO WS-LIMIT.
           MOVE WS-PROGRAM-NAME(WS-PROG-IDX) TO SLA-PROGRAM-ID.
           READ QQ1SLAT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-MEASURE = 'E'
                       MOVE SLA-ELAPSED-LIMIT TO WS-LIMIT
                   ELSE
                       MOVE SLA-CPU-LIMIT     TO WS-LIMIT
                   END-IF
           END-READ.
           MOVE WS-LIMIT TO FCT-LIMIT(WS-FCT-IDX).
           IF WS-POINT-COUNT(WS-PROG-IDX) < WS-MIN-FIT-DAYS
               MOVE 'T' TO FCT-STATUS(WS-FCT-IDX)
               EXIT PARAGRAPH
           END-IF.
      *    Ordinary least squares, centred on the means so the sums
      *    stay well inside packed-decimal range.
           MOVE ZERO TO WS-SUM-X WS-SUM-Y.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-POINT-COUNT(WS-PROG-IDX)
               PERFORM 000032-GET-POINT-Y
               ADD WS-POINT-X(WS-PROG-IDX WS-PT-IDX) TO WS-SUM-X
               ADD WS-FIT-Y TO WS-SUM-Y
           END-PERFORM.
           COMPUTE WS-MEAN-X ROUNDED =
               WS-SUM-X / WS-POINT-COUNT(WS-PROG-IDX).
           COMPUTE WS-MEAN-Y ROUNDED =
               WS-SUM-Y / WS-POINT-COUNT(WS-PROG-IDX).
           MOVE ZERO TO WS-SUM-XY WS-SUM-XX.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-POINT-COUNT(WS-PROG-IDX)
               PERFORM 000032-GET-POINT-Y
               COMPUTE WS-DEV-X =
                   WS-POINT-X(WS-PROG-IDX WS-PT-IDX) - WS-MEAN-X
               COMPUTE WS-SUM-XY ROUNDED = WS-SUM-XY
                   + (WS-DEV-X * (WS-FIT-Y - WS-MEAN-Y))
               COMPUTE WS-SUM-XX ROUNDED = WS-SUM-XX
                   + (WS-DEV-X * WS-DEV-X)
           END-PERFORM.
           IF WS-SUM-XX = ZERO
               MOVE 'T' TO FCT-STATUS(WS-FCT-IDX)
               EXIT PARAGRAPH
           END-IF.
           COMPUTE FCT-SLOPE(WS-FCT-IDX) ROUNDED =
               WS-SUM-XY / WS-SUM-XX.
           COMPUTE WS-INTERCEPT ROUNDED =
               WS-MEAN-Y - (FCT-SLOPE(WS-FCT-IDX) * WS-MEAN-X).
           COMPUTE FCT-TREND-TODAY(WS-FCT-IDX) ROUNDED =
               WS-INTERCEPT
               + (FCT-SLOPE(WS-FCT-IDX) * (WS-WINDOW-DAYS - 1)).
           PERFORM 000033-PROJECT-BREACH.

       000032-GET-POINT-Y.

           IF WS-MEASURE = 'E'
               MOVE WS-POINT-E(WS-PROG-IDX WS-PT-IDX) TO WS-FIT-Y
           ELSE
               MOVE WS-POINT-C(WS-PROG-IDX WS-PT-IDX) TO WS-FIT-Y
           END-IF.

       000033-PROJECT-BREACH.

      *    A zero limit means the measure is not policed (QQ1SLAT).
           IF WS-LIMIT = ZERO
               MOVE 'N' TO FCT-STATUS(WS-FCT-IDX)
               EXIT PARAGRAPH
           END-IF.
           IF FCT-TREND-TODAY(WS-FCT-IDX) >= WS-LIMIT
               MOVE 'L' TO FCT-STATUS(WS-FCT-IDX)
               MOVE WS-AS-OF-DATE TO FCT-BREACH-DATE(WS-FCT-IDX)
               ADD 1 TO WS-WITHIN-90-TOTAL
               EXIT PARAGRAPH
           END-IF.
           IF FCT-SLOPE(WS-FCT-IDX) <= ZERO
               MOVE 'F' TO FCT-STATUS(WS-FCT-IDX)
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DAYS-WORK =
               (WS-LIMIT - FCT-TREND-TODAY(WS-FCT-IDX))
               / FCT-SLOPE(WS-FCT-IDX).
           IF WS-DAYS-WORK >= WS-HORIZON-DAYS
               MOVE 'B' TO FCT-STATUS(WS-FCT-IDX)
               EXIT PARAGRAPH
           END-IF.
      *    Round up: the trend has crossed by the end of that day.
           MOVE WS-DAYS-WORK TO FCT-DAYS(WS-FCT-IDX).
           IF FCT-DAYS(WS-FCT-IDX) < WS-DAYS-WORK
               ADD 1 TO FCT-DAYS(WS-FCT-IDX)
           END-IF.
           MOVE 'P' TO FCT-STATUS(WS-FCT-IDX).
           MOVE WS-AS-OF-DATE(1:4) TO WS-WALK-YYYY.
           MOVE WS-AS-OF-DATE(6:2) TO WS-WALK-MM.
           MOVE WS-AS-OF-DATE(9:2) TO WS-WALK-DD.
           PERFORM 000014-ADVANCE-ONE-DAY
               VARYING WS-WALK-COUNT FROM 1 BY 1
               UNTIL WS-WALK-COUNT > FCT-DAYS(WS-FCT-IDX).
           STRING WS-WALK-YYYY DELIMITED SIZE
                  '-'          DELIMITED SIZE
                  WS-WALK-MM   DELIMITED SIZE
                  '-'          DELIMITED SIZE
                  WS-WALK-DD   DELIMITED SIZE
                  INTO FCT-BREACH-DATE(WS-FCT-IDX)
           END-STRING.
           IF FCT-DAYS(WS-FCT-IDX) <= 90
               ADD 1 TO WS-WITHIN-90-TOTAL
           END-IF.

       000040-WRITE-FORECASTS.

           WRITE RPT037-LINE FROM WS-EMPTY-LINE.
           WRITE RPT037-LINE FROM WS-FORECAST-HEADING.
           PERFORM VARYING WS-FCT-IDX FROM 1 BY 1
                   UNTIL WS-FCT-IDX > 8
               MOVE FCT-PROGRAM-ID(WS-FCT-IDX)  TO FCL-PROGRAM-ID
               MOVE FCT-MEASURE(WS-FCT-IDX)     TO FCL-MEASURE
               MOVE FCT-POINTS(WS-FCT-IDX)      TO FCL-POINTS
               MOVE FCT-SLOPE(WS-FCT-IDX)       TO FCL-SLOPE
               MOVE FCT-TREND-TODAY(WS-FCT-IDX) TO FCL-TREND-TODAY
               MOVE FCT-LIMIT(WS-FCT-IDX)       TO FCL-LIMIT
               MOVE FCT-DAYS(WS-FCT-IDX)        TO FCL-DAYS
               MOVE FCT-BREACH-DATE(WS-FCT-IDX) TO FCL-BREACH-DATE
               EVALUATE TRUE
                   WHEN FCT-PROJECTED(WS-FCT-IDX)
                       MOVE 'PROJECTED BREACH'   TO FCL-STATUS
                   WHEN FCT-AT-LIMIT(WS-FCT-IDX)
                       MOVE 'TREND AT/OVER LIMIT' TO FCL-STATUS
                   WHEN FCT-NOT-RISING(WS-FCT-IDX)
                       MOVE 'FLAT OR FALLING'    TO FCL-STATUS
                   WHEN FCT-BEYOND-HORIZON(WS-FCT-IDX)
                       MOVE 'BEYOND 999 DAYS'    TO FCL-STATUS
                   WHEN FCT-NO-LIMIT(WS-FCT-IDX)
                       MOVE 'NOT POLICED'        TO FCL-STATUS
                   WHEN OTHER
                       MOVE 'TOO FEW DAYS TO FIT' TO FCL-STATUS
               END-EVALUATE
               WRITE RPT037-LINE FROM WS-FORECAST-LINE
           END-PERFORM.

       000050-WRITE-BREACH-BANDS.

      *    Trend already at the limit counts as day zero of the
      *    first band.
           MOVE 0  TO WS-BAND-LOW.
           MOVE 30 TO WS-BAND-HIGH.
           PERFORM 000051-WRITE-ONE-BAND.
           MOVE 31 TO WS-BAND-LOW.
           MOVE 60 TO WS-BAND-HIGH.
           PERFORM 000051-WRITE-ONE-BAND.
           MOVE 61 TO WS-BAND-LOW.
           MOVE 90 TO WS-BAND-HIGH.
           PERFORM 000051-WRITE-ONE-BAND.

       000051-WRITE-ONE-BAND.

           WRITE RPT037-LINE FROM WS-EMPTY-LINE.
           MOVE WS-BAND-LOW  TO BNH-LOW.
           MOVE WS-BAND-HIGH TO BNH-HIGH.
           WRITE RPT037-LINE FROM WS-BAND-HEADING.
           MOVE ZERO TO WS-BAND-COUNT.
           PERFORM VARYING WS-FCT-IDX FROM 1 BY 1
                   UNTIL WS-FCT-IDX > 8
               IF (FCT-PROJECTED(WS-FCT-IDX)
                       OR FCT-AT-LIMIT(WS-FCT-IDX))
                   AND FCT-DAYS(WS-FCT-IDX) >= WS-BAND-LOW
                   AND FCT-DAYS(WS-FCT-IDX) <= WS-BAND-HIGH
                   ADD 1 TO WS-BAND-COUNT
                   MOVE FCT-PROGRAM-ID(WS-FCT-IDX)  TO BNL-PROGRAM-ID
                   IF FCT-MEASURE(WS-FCT-IDX) = 'E'
                       MOVE 'ELAPSED' TO BNL-MEASURE-NAME
                   ELSE
                       MOVE 'CPU'     TO BNL-MEASURE-NAME
                   END-IF
                   MOVE FCT-BREACH-DATE(WS-FCT-IDX) TO BNL-BREACH-DATE
                   MOVE FCT-DAYS(WS-FCT-IDX)        TO BNL-DAYS
                   WRITE RPT037-LINE FROM WS-BAND-LINE
               END-IF
           END-PERFORM.
           IF WS-BAND-COUNT = ZERO
               WRITE RPT037-LINE FROM WS-BAND-NONE-LINE
           END-IF.

       000090-TERMINATE.

           CLOSE QQ1SLAT-FILE.
           CLOSE QQ1RPT037-FILE.
      *
      *   +->   QQ1B0037_CAPACITY_FORECAST          10/14/2026  00:00
      *   !       Quarterly (or ad hoc) capacity forecast. Fits a
      *   !       least-squares trend line to each chain program's
      *   !       daily P95 elapsed and P95 CPU in QQ1PERF_DAILY over
      *   !       the PARM window, projects the date the line
      *   !       crosses the program's QQ1SLAT SLA-ELAPSED-LIMIT /
      *   !       SLA-CPU-LIMIT, and lists the programs projected to
      *   !       breach within 0-30, 31-60 and 61-90 days. Zero
      *   !       limits are reported as not policed; fewer than
      *   !       seven daily points are not fitted. CC 4 when any
      *   !       breach is projected within 90 days, CC 8 on SQL
      *   !       failure.
      *   !
      *   !       10/15/2026 - a trend already at or over its limit
      *   !       now counts toward the CC 4 as well.
      *   +---
