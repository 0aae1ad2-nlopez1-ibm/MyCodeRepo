      *COMPILE1: LANG(COBOL) CMP(DEFAULT) CICS(N) DB2()
      *COMPILE2: MQS(N) DLL(N) IP(N) LDAP(N) EXCI(N) RENT(N)
      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
      ** Build the daily QQ1HIST latency histograms off QQ1METR
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  QQ1B0051.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QQ1METR-FILE ASSIGN TO QQ1METR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MET-KEY
               FILE STATUS IS WS-METR-FILE-STATUS.
           SELECT QQ1HIST-FILE ASSIGN TO QQ1HIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT QQ1STPS-FILE ASSIGN TO QQ1STPS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STPS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QQ1METR-FILE.
       COPY QQ1METR.
       FD  QQ1HIST-FILE.
       COPY QQ1HIST.
       FD  QQ1STPS-FILE.
       COPY QQ1STPS.
       WORKING-STORAGE SECTION.
       01  WS-METR-FILE-STATUS             PIC X(2).
       01  WS-HIST-FILE-STATUS             PIC X(2).
       01  WS-STPS-FILE-STATUS             PIC X(2).
       01  WS-EOF-FLAG                     PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.
       01  WS-PROBLEM-FLAG                 PIC X(1)    VALUE 'N'.
           88  WS-PROBLEM                              VALUE 'Y'.
       COPY QQ1HBKT.
      *    The reference_id starts with the run date (YYYYMMDD, see
      *    QQ1SRVD), so one day's metric records are one contiguous
      *    key range: START at the first date, read to past the last.
       01  WS-PARM-WORK                    PIC X(20)   VALUE SPACES.
       01  WS-FROM-DATE                    PIC X(10)   VALUE SPACES.
       01  WS-TO-DATE                      PIC X(10)   VALUE SPACES.
       01  WS-FROM-KEY-DATE                PIC X(8).
       01  WS-TO-KEY-DATE                  PIC X(8).
       01  WS-CELL-KEY-DATE                PIC X(8)    VALUE SPACES.
       01  WS-CELL-RUN-DATE                PIC X(10)   VALUE SPACES.
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
      *    One day's histograms in storage: program x measure
      *    (1 = elapsed, 2 = CPU). Flat whatever the volume.
       01  WS-CELL-TABLE.
           05  WS-CELL-PROG OCCURS 4 TIMES.
               10  WS-CELL-MEAS OCCURS 2 TIMES.
                   15  WS-CELL-COUNT       PIC 9(9)    COMP.
                   15  WS-CELL-MIN         PIC S9(15)  COMP-3.
                   15  WS-CELL-MAX         PIC S9(15)  COMP-3.
                   15  WS-CELL-SUM         PIC S9(18)  COMP-3.
                   15  WS-CELL-BUCKET      PIC 9(9)    COMP
                                            OCCURS 151 TIMES.
       01  WS-PROG-IDX                     PIC S9(4)   COMP.
       01  WS-MEAS-IDX                     PIC S9(4)   COMP.
       01  WS-BKT-IDX                      PIC S9(4)   COMP.
       01  WS-BIN-VALUE                    PIC S9(15)  COMP-3.
       01  WS-BIN-DECADE                   PIC S9(4)   COMP.
       01  WS-BIN-STEP                     PIC S9(4)   COMP.
       01  WS-BIN-LOW                      PIC S9(18)  COMP-3.
       01  WS-METR-READ-TOTAL              PIC 9(9)    VALUE ZERO.
       01  WS-CALLS-TOTAL                  PIC 9(9)    VALUE ZERO.
       01  WS-DAY-CALLS                    PIC 9(9)    VALUE ZERO.
       01  WS-OLD-ID-TOTAL                 PIC 9(9)    VALUE ZERO.
       01  WS-HIST-WRITTEN-TOTAL           PIC 9(5)    VALUE ZERO.
       01  WS-DAY-LINE.
           05  FILLER                      PIC X(21)   VALUE
               'QQ1B0051 HISTOGRAMS: '.
           05  DYL-RUN-DATE                PIC X(10).
           05  FILLER                      PIC X(8)    VALUE
               '  CALLS '.
           05  DYL-CALLS                   PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMMARY-LINE.
           05  FILLER                      PIC X(24)   VALUE
               'QQ1B0051 METRICS READ: '.
           05  SUM-READ                    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(21)   VALUE
               '  HISTOGRAM RECORDS: '.
           05  SUM-WRITTEN                 PIC ZZ,ZZ9.
           05  FILLER                      PIC X(20)   VALUE
               '  UNDATED RUN IDS: '.
           05  SUM-OLD-IDS                 PIC ZZZ,ZZZ,ZZ9.
       01  WS-PROBLEM-LINE.
           05  FILLER                      PIC X(20)   VALUE
               'QQ1B0051 - PROBLEM: '.
           05  PBL-TEXT                    PIC X(80).
       LINKAGE SECTION.
      *    JCL PARM layout (fixed-position, no keywords):
      *      positions 1-10  FROM run date YYYY-MM-DD, or TODAY
      *                      (spaces = the previous calendar day)
      *      positions 11-20 TO run date YYYY-MM-DD
      *                      (spaces = the FROM date; a range is
      *                      how history is backfilled)
       01  WS-JCL-PARM.
           05  WS-PARM-LEN                 PIC S9(4)   COMP.
           05  WS-PARM-TEXT.
               10  WS-PARM-FROM-DATE       PIC X(10).
               10  WS-PARM-TO-DATE         PIC X(10).
       PROCEDURE DIVISION USING WS-JCL-PARM.
       000000-CONTROL.

           PERFORM 000010-INITIALIZE.
           IF NOT WS-PROBLEM
               PERFORM 000020-SCAN-ONE-METRIC UNTIL WS-EOF
               PERFORM 000030-FLUSH-THE-DAY
           END-IF.
           PERFORM 000090-TERMINATE.
           IF WS-PROBLEM
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 000085-LOG-STEP-STATISTICS.
           STOP RUN.

       000010-INITIALIZE.

           PERFORM 000060-FORMAT-TIMESTAMP-NOW.
           MOVE WS-TIMESTAMP-NOW(1:10) TO WS-TODAY.
           PERFORM 000011-DERIVE-YESTERDAY.
           IF WS-PARM-LEN > 20
               MOVE 20 TO WS-PARM-LEN
           END-IF.
           IF WS-PARM-LEN > 0
               MOVE WS-PARM-TEXT(1:WS-PARM-LEN) TO WS-PARM-WORK
               MOVE WS-PARM-WORK(1:10)  TO WS-FROM-DATE
               MOVE WS-PARM-WORK(11:10) TO WS-TO-DATE
           END-IF.
           EVALUATE WS-FROM-DATE
               WHEN SPACES
                   MOVE WS-YESTERDAY TO WS-FROM-DATE
               WHEN 'TODAY     '
                   MOVE WS-TODAY TO WS-FROM-DATE
           END-EVALUATE.
           IF WS-TO-DATE = SPACES
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF.
           IF WS-FROM-DATE(1:4) NOT NUMERIC
                   OR WS-FROM-DATE(6:2) NOT NUMERIC
                   OR WS-FROM-DATE(9:2) NOT NUMERIC
                   OR WS-TO-DATE(1:4) NOT NUMERIC
                   OR WS-TO-DATE(6:2) NOT NUMERIC
                   OR WS-TO-DATE(9:2) NOT NUMERIC
                   OR WS-TO-DATE < WS-FROM-DATE
               MOVE 'PARM DATES MUST BE YYYY-MM-DD OR TODAY, FROM <= TO'
                   TO PBL-TEXT
               PERFORM 000080-WRITE-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           STRING WS-FROM-DATE(1:4) WS-FROM-DATE(6:2)
                  WS-FROM-DATE(9:2)
               DELIMITED SIZE INTO WS-FROM-KEY-DATE
           END-STRING.
           STRING WS-TO-DATE(1:4) WS-TO-DATE(6:2) WS-TO-DATE(9:2)
               DELIMITED SIZE INTO WS-TO-KEY-DATE
           END-STRING.
           OPEN INPUT QQ1METR-FILE.
           IF WS-METR-FILE-STATUS = '05' OR '35'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
      *    An empty just-defined cluster opens I-O with a non-zero
      *    status - prime it through a one-off OPEN OUTPUT/CLOSE.
           OPEN I-O QQ1HIST-FILE.
           IF WS-HIST-FILE-STATUS NOT = '00'
               OPEN OUTPUT QQ1HIST-FILE
               IF WS-HIST-FILE-STATUS = '00'
                   CLOSE QQ1HIST-FILE
                   OPEN I-O QQ1HIST-FILE
               END-IF
           END-IF.
           IF WS-HIST-FILE-STATUS NOT = '00'
               MOVE SPACES TO PBL-TEXT
               STRING 'QQ1HIST CANNOT BE OPENED, STATUS '
                          DELIMITED SIZE
                      WS-HIST-FILE-STATUS DELIMITED SIZE
                      INTO PBL-TEXT
               END-STRING
               PERFORM 000080-WRITE-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000031-CLEAR-THE-DAY.
           IF WS-EOF
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES       TO MET-KEY.
           MOVE WS-FROM-KEY-DATE TO MET-RUN-REFERENCE-ID(1:8).
           START QQ1METR-FILE KEY >= MET-KEY
           END-START.
           IF WS-METR-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
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

       000020-SCAN-ONE-METRIC.

           READ QQ1METR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
           IF WS-EOF
               EXIT PARAGRAPH
           END-IF.
           IF MET-RUN-REFERENCE-ID(1:8) > WS-TO-KEY-DATE
               MOVE 'Y' TO WS-EOF-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-METR-READ-TOTAL.
      *    A reference_id minted before the date-first shape has no
      *    run date to file it under.
           IF MET-RUN-REFERENCE-ID(1:8) NOT NUMERIC
               ADD 1 TO WS-OLD-ID-TOTAL
               EXIT PARAGRAPH
           END-IF.
      *    Canary runs (QQ1C0096) probe availability, not load -
      *    they stay out of the numbers, as do fault-injected runs
      *    (QQ1C0021), whose timings are the injected fault's.
           IF MET-CANARY-RUN OR MET-FAULT-INJECTED-RUN
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-PROG-IDX.
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 4
               IF MET-PROGRAM-ID = WS-PROGRAM-NAME(WS-BKT-IDX)
                   MOVE WS-BKT-IDX TO WS-PROG-IDX
                   MOVE 4 TO WS-BKT-IDX
               END-IF
           END-PERFORM.
           IF WS-PROG-IDX = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF MET-RUN-REFERENCE-ID(1:8) NOT = WS-CELL-KEY-DATE
               PERFORM 000030-FLUSH-THE-DAY
               MOVE MET-RUN-REFERENCE-ID(1:8) TO WS-CELL-KEY-DATE
               STRING WS-CELL-KEY-DATE(1:4) '-'
                      WS-CELL-KEY-DATE(5:2) '-'
                      WS-CELL-KEY-DATE(7:2)
                   DELIMITED SIZE INTO WS-CELL-RUN-DATE
               END-STRING
           END-IF.
           ADD 1 TO WS-CALLS-TOTAL.
           MOVE 1 TO WS-MEAS-IDX.
           MOVE MET-ELAPSED-TICKS TO WS-BIN-VALUE.
           PERFORM 000021-ADD-TO-CELL.
           MOVE 2 TO WS-MEAS-IDX.
           MOVE MET-CPU-TICKS TO WS-BIN-VALUE.
           PERFORM 000021-ADD-TO-CELL.

       000021-ADD-TO-CELL.

           IF WS-CELL-COUNT(WS-PROG-IDX WS-MEAS-IDX) = ZERO
               MOVE WS-BIN-VALUE
                   TO WS-CELL-MIN(WS-PROG-IDX WS-MEAS-IDX)
               MOVE WS-BIN-VALUE
                   TO WS-CELL-MAX(WS-PROG-IDX WS-MEAS-IDX)
           ELSE
               IF WS-BIN-VALUE < WS-CELL-MIN(WS-PROG-IDX WS-MEAS-IDX)
                   MOVE WS-BIN-VALUE
                       TO WS-CELL-MIN(WS-PROG-IDX WS-MEAS-IDX)
               END-IF
               IF WS-BIN-VALUE > WS-CELL-MAX(WS-PROG-IDX WS-MEAS-IDX)
                   MOVE WS-BIN-VALUE
                       TO WS-CELL-MAX(WS-PROG-IDX WS-MEAS-IDX)
               END-IF
           END-IF.
           ADD 1 TO WS-CELL-COUNT(WS-PROG-IDX WS-MEAS-IDX).
           ADD WS-BIN-VALUE TO WS-CELL-SUM(WS-PROG-IDX WS-MEAS-IDX).
           PERFORM 000022-FIND-BUCKET.
           ADD 1 TO WS-CELL-BUCKET(WS-PROG-IDX WS-MEAS-IDX
                                   WS-BKT-IDX).

       000022-FIND-BUCKET.

      *    Decade first (the power of ten the value sits under),
      *    then the R10 step within it - at most 15 + 10 compares.
           IF WS-BIN-VALUE <= 1
               MOVE 1 TO WS-BKT-IDX
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-BIN-DECADE.
           MOVE 1    TO WS-BIN-LOW.
           PERFORM UNTIL WS-BIN-VALUE <= WS-BIN-LOW * 10
               ADD 1 TO WS-BIN-DECADE
               MULTIPLY 10 BY WS-BIN-LOW
           END-PERFORM.
           MOVE 1 TO WS-BIN-STEP.
           PERFORM UNTIL WS-BIN-VALUE * 100 <=
                   HBK-STEP-BOUND(WS-BIN-STEP) * WS-BIN-LOW
               ADD 1 TO WS-BIN-STEP
           END-PERFORM.
           COMPUTE WS-BKT-IDX =
               1 + (WS-BIN-DECADE * 10) + WS-BIN-STEP.

       000030-FLUSH-THE-DAY.

      *    Replace the day's eight records; a program with no calls
      *    that day keeps whatever an earlier build left.
           IF WS-CELL-KEY-DATE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-DAY-CALLS.
           PERFORM VARYING WS-PROG-IDX FROM 1 BY 1
                   UNTIL WS-PROG-IDX > 4
               PERFORM VARYING WS-MEAS-IDX FROM 1 BY 1
                       UNTIL WS-MEAS-IDX > 2
                   IF WS-CELL-COUNT(WS-PROG-IDX WS-MEAS-IDX) > ZERO
                       PERFORM 000032-WRITE-ONE-HISTOGRAM
                   END-IF
               END-PERFORM
               ADD WS-CELL-COUNT(WS-PROG-IDX 1) TO WS-DAY-CALLS
           END-PERFORM.
           MOVE WS-CELL-RUN-DATE TO DYL-RUN-DATE.
           MOVE WS-DAY-CALLS     TO DYL-CALLS.
           DISPLAY WS-DAY-LINE.
           PERFORM 000031-CLEAR-THE-DAY.

       000031-CLEAR-THE-DAY.

           PERFORM VARYING WS-PROG-IDX FROM 1 BY 1
                   UNTIL WS-PROG-IDX > 4
               PERFORM VARYING WS-MEAS-IDX FROM 1 BY 1
                       UNTIL WS-MEAS-IDX > 2
                   MOVE ZERO TO WS-CELL-COUNT(WS-PROG-IDX WS-MEAS-IDX)
                   MOVE ZERO TO WS-CELL-MIN(WS-PROG-IDX WS-MEAS-IDX)
                   MOVE ZERO TO WS-CELL-MAX(WS-PROG-IDX WS-MEAS-IDX)
                   MOVE ZERO TO WS-CELL-SUM(WS-PROG-IDX WS-MEAS-IDX)
                   PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                           UNTIL WS-BKT-IDX > HBK-BUCKET-LIMIT
                       MOVE ZERO TO WS-CELL-BUCKET(WS-PROG-IDX
                                          WS-MEAS-IDX WS-BKT-IDX)
                   END-PERFORM
               END-PERFORM
           END-PERFORM.

       000032-WRITE-ONE-HISTOGRAM.

           MOVE WS-PROGRAM-NAME(WS-PROG-IDX) TO HST-PROGRAM-ID.
           MOVE WS-CELL-RUN-DATE             TO HST-RUN-DATE.
           IF WS-MEAS-IDX = 1
               MOVE 'E' TO HST-MEASURE
           ELSE
               MOVE 'C' TO HST-MEASURE
           END-IF.
           READ QQ1HIST-FILE
               KEY IS HST-KEY
           END-READ.
           MOVE WS-TIMESTAMP-NOW TO HST-BUILT-TIMESTAMP.
           MOVE WS-CELL-COUNT(WS-PROG-IDX WS-MEAS-IDX) TO HST-COUNT.
           MOVE WS-CELL-MIN(WS-PROG-IDX WS-MEAS-IDX)
               TO HST-MIN-TICKS.
           MOVE WS-CELL-MAX(WS-PROG-IDX WS-MEAS-IDX)
               TO HST-MAX-TICKS.
           MOVE WS-CELL-SUM(WS-PROG-IDX WS-MEAS-IDX)
               TO HST-SUM-TICKS.
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > HBK-BUCKET-LIMIT
               MOVE WS-CELL-BUCKET(WS-PROG-IDX WS-MEAS-IDX WS-BKT-IDX)
                   TO HST-BUCKET-COUNT(WS-BKT-IDX)
           END-PERFORM.
           IF WS-HIST-FILE-STATUS = '00'
               REWRITE QQ1HIST-RECORD
               END-REWRITE
           ELSE
               WRITE QQ1HIST-RECORD
               END-WRITE
           END-IF.
           IF WS-HIST-FILE-STATUS = '00'
               ADD 1 TO WS-HIST-WRITTEN-TOTAL
           ELSE
               MOVE SPACES TO PBL-TEXT
               STRING 'QQ1HIST WRITE FAILED, STATUS ' DELIMITED SIZE
                      WS-HIST-FILE-STATUS DELIMITED SIZE
                      ' FOR ' DELIMITED SIZE
                      HST-KEY DELIMITED SIZE
                      INTO PBL-TEXT
               END-STRING
               PERFORM 000080-WRITE-PROBLEM
           END-IF.

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

       000085-LOG-STEP-STATISTICS.

      *    Append this run's QQ1STPS record for the nightly stream's
      *    run control (QQ1B0050). A run without the DD logs nothing.
           OPEN EXTEND QQ1STPS-FILE.
           IF WS-STPS-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO QQ1STPS-RECORD.
           MOVE 'QQ1B0051' TO STP-PROGRAM-ID.
           MOVE RETURN-CODE TO STP-COMPLETION-CODE.
           MOVE 'READ    ' TO STP-COUNT-LABEL(1).
           MOVE WS-METR-READ-TOTAL TO STP-COUNT-VALUE(1).
           MOVE 'CALLS   ' TO STP-COUNT-LABEL(2).
           MOVE WS-CALLS-TOTAL TO STP-COUNT-VALUE(2).
           MOVE 'HISTREC ' TO STP-COUNT-LABEL(3).
           MOVE WS-HIST-WRITTEN-TOTAL TO STP-COUNT-VALUE(3).
           WRITE QQ1STPS-RECORD.
           CLOSE QQ1STPS-FILE.

       000090-TERMINATE.

           MOVE WS-METR-READ-TOTAL    TO SUM-READ.
           MOVE WS-HIST-WRITTEN-TOTAL TO SUM-WRITTEN.
           MOVE WS-OLD-ID-TOTAL       TO SUM-OLD-IDS.
           DISPLAY WS-SUMMARY-LINE.
           CLOSE QQ1METR-FILE.
           CLOSE QQ1HIST-FILE.
      *
      *   +->   QQ1B0051_LATENCY_HISTOGRAM_BUILD    10/15/2026  00:00
      *   !       Nightly build of the QQ1HIST latency histograms:
      *   !       reads only the PARM date range of QQ1METR (the
      *   !       reference_id is date-first, so one START), and per
      *   !       chain program per day writes an elapsed and a CPU
      *   !       record - count, min, max, sum and a count in each
      *   !       of the 151 fixed logarithmic buckets of QQ1HBKT.
      *   !       Storage and run time follow the day's volume, not
      *   !       a sample cap. A rebuild of a date replaces its
      *   !       records; a range backfills history. Canary runs
      *   !       are left out. QQ1B0013, QQ1B0014 and QQ1B0031 read
      *   !       their P50/P90/P95/P99 from these records. CC 8 if
      *   !       QQ1HIST cannot be opened or written.
      *   !
      *   !       10/15/2026 - fault-injected runs (campaign
      *   !       FAULTINJ) are left out of the histograms.
      *   +---
