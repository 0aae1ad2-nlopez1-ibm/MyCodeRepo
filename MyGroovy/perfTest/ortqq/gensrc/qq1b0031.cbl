      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
      ** Nightly load of the QQ1PERF_DAILY rollup table from QQ1HIST
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  QQ1B0031.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QQ1HIST-FILE ASSIGN TO QQ1HIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT QQ1STPS-FILE ASSIGN TO QQ1STPS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STPS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QQ1HIST-FILE.
       COPY QQ1HIST.
       FD  QQ1STPS-FILE.
       COPY QQ1STPS.
       WORKING-STORAGE SECTION.
       01  WS-STPS-FILE-STATUS             PIC X(2).
       01  WS-HIST-FILE-STATUS             PIC X(2).
       01  WS-HIST-OPEN-FLAG               PIC X(1)    VALUE 'N'.
           88  WS-HIST-OPEN                            VALUE 'Y'.
       01  WS-HIST-FOUND-FLAG              PIC X(1).
           88  WS-HIST-FOUND                           VALUE 'Y'.
       01  WS-ROLLUP-DATE                  PIC X(10)   VALUE SPACES.
       01  WS-CURRENT-DATE                 PIC 9(8).
       01  FILLER REDEFINES WS-CURRENT-DATE.
           05  FILLER                      PIC 9(2)    VALUE 31.
       01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
           05  WS-MONTH-DAY                PIC 9(2)    OCCURS 12 TIMES.
       01  WS-PROGRAM-NAME-TABLE.
           05  FILLER                      PIC X(8)    VALUE
               'CQQ1A121'.
               'IQQ1A031'.
       01  WS-PROGRAM-NAMES REDEFINES WS-PROGRAM-NAME-TABLE.
           05  WS-PROGRAM-NAME             PIC X(8)    OCCURS 4 TIMES.
       COPY QQ1HBKT.
      *    P50, P90, P95 and P99, in QQ1PERF_DAILY column order.
       01  WS-PCTL-POINT-TABLE.
           05  FILLER                      PIC 9(2)    VALUE 50.
           05  FILLER                      PIC 9(2)    VALUE 90.
           05  FILLER                      PIC 9(2)    VALUE 95.
           05  FILLER                      PIC 9(2)    VALUE 99.
       01  WS-PCTL-POINTS REDEFINES WS-PCTL-POINT-TABLE.
           05  WS-PCTL-POINT               PIC 9(2)    OCCURS 4 TIMES.
       01  WS-PCTL-VALUES.
           05  WS-PCTL-VALUE               PIC S9(15)  COMP-3
                                            OCCURS 4 TIMES.
       01  WS-PCTL-IDX                     PIC S9(4)   COMP.
       01  WS-PROG-IDX                     PIC S9(4)   COMP.
       01  WS-ROWS-INSERTED                PIC 9(3)    VALUE ZERO.
       01  WS-CALLS-ROLLED-TOTAL           PIC 9(9)    VALUE ZERO.
       01  WS-SQL-FAIL-TOTAL               PIC 9(3)    VALUE ZERO.
       01  WS-SUMMARY-LINE.
           05  FILLER                      PIC X(26)   VALUE
               'QQ1B0031 ROWS INSERTED:   '.
       01  HV-AVG-CPU                      PIC S9(15) COMP-3.
       01  HV-MAX-CPU                      PIC S9(15) COMP-3.
       01  HV-P95-CPU                      PIC S9(15) COMP-3.
       01  HV-P50-ELAPSED                  PIC S9(15) COMP-3.
       01  HV-P90-ELAPSED                  PIC S9(15) COMP-3.
       01  HV-P99-ELAPSED                  PIC S9(15) COMP-3.
       01  HV-P50-CPU                      PIC S9(15) COMP-3.
       01  HV-P90-CPU                      PIC S9(15) COMP-3.
       01  HV-P99-CPU                      PIC S9(15) COMP-3.
           EXEC SQL END DECLARE SECTION END-EXEC.
       LINKAGE SECTION.
      *    JCL PARM layout (fixed-position, no keywords):
       000000-CONTROL.

           PERFORM 000010-INITIALIZE.
           PERFORM 000030-INSERT-ROLLUP-ROWS.
           PERFORM 000090-TERMINATE.
           PERFORM 000085-LOG-STEP-STATISTICS.
           STOP RUN.

       000010-INITIALIZE.
           ELSE
               PERFORM 000011-DERIVE-YESTERDAY
           END-IF.
           OPEN INPUT QQ1HIST-FILE.
           IF WS-HIST-FILE-STATUS = '00'
               MOVE 'Y' TO WS-HIST-OPEN-FLAG
           END-IF.

       000011-DERIVE-YESTERDAY.
                  INTO WS-ROLLUP-DATE
           END-STRING.

       000030-INSERT-ROLLUP-ROWS.

      *    Each program's row comes off its two QQ1HIST records for
      *    the day (QQ1B0051 has already bucketed every call, canary
      *    runs excluded). A program with no histogram gets no row.
           IF NOT WS-HIST-OPEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ROLLUP-DATE TO HV-RUN-DATE.
           PERFORM VARYING WS-PROG-IDX FROM 1 BY 1
                   UNTIL WS-PROG-IDX > 4
               MOVE 'E' TO HST-MEASURE
               PERFORM 000032-LOAD-HISTOGRAM
               IF WS-HIST-FOUND
                   MOVE HBK-WORK-COUNT TO HV-CALL-COUNT
                   COMPUTE HV-AVG-ELAPSED =
                       HBK-WORK-SUM / HBK-WORK-COUNT
                   MOVE HBK-WORK-MAX   TO HV-MAX-ELAPSED
                   PERFORM 000040-COMPUTE-PERCENTILES
                   MOVE WS-PCTL-VALUE(1) TO HV-P50-ELAPSED
                   MOVE WS-PCTL-VALUE(2) TO HV-P90-ELAPSED
                   MOVE WS-PCTL-VALUE(3) TO HV-P95-ELAPSED
                   MOVE WS-PCTL-VALUE(4) TO HV-P99-ELAPSED
                   MOVE 'C' TO HST-MEASURE
                   PERFORM 000032-LOAD-HISTOGRAM
               END-IF
               IF WS-HIST-FOUND
                   COMPUTE HV-AVG-CPU =
                       HBK-WORK-SUM / HBK-WORK-COUNT
                   MOVE HBK-WORK-MAX   TO HV-MAX-CPU
                   PERFORM 000040-COMPUTE-PERCENTILES
                   MOVE WS-PCTL-VALUE(1) TO HV-P50-CPU
                   MOVE WS-PCTL-VALUE(2) TO HV-P90-CPU
                   MOVE WS-PCTL-VALUE(3) TO HV-P95-CPU
                   MOVE WS-PCTL-VALUE(4) TO HV-P99-CPU
                   ADD HV-CALL-COUNT TO WS-CALLS-ROLLED-TOTAL
                   PERFORM 000031-INSERT-ONE-ROW
               END-IF
           END-PERFORM.
       000031-INSERT-ONE-ROW.

           MOVE WS-PROGRAM-NAME(WS-PROG-IDX) TO HV-PROGRAM-ID.
      *    Idempotent rerun: clear any existing row for the day and
      *    program first, so a restarted night does not end -803.
           EXEC SQL
               INSERT INTO QQ1PERF_DAILY
                   (RUN_DATE, PROGRAM_ID, CALL_COUNT,
                    AVG_ELAPSED, MAX_ELAPSED, P95_ELAPSED,
                    AVG_CPU, MAX_CPU, P95_CPU,
                    P50_ELAPSED, P90_ELAPSED, P99_ELAPSED,
                    P50_CPU, P90_CPU, P99_CPU)
               VALUES
                   (:HV-RUN-DATE, :HV-PROGRAM-ID, :HV-CALL-COUNT,
                    :HV-AVG-ELAPSED, :HV-MAX-ELAPSED,
                    :HV-P95-ELAPSED, :HV-AVG-CPU, :HV-MAX-CPU,
                    :HV-P95-CPU,
                    :HV-P50-ELAPSED, :HV-P90-ELAPSED,
                    :HV-P99-ELAPSED,
                    :HV-P50-CPU, :HV-P90-CPU, :HV-P99-CPU)
           END-EXEC.
           IF SQLCODE = ZERO
               ADD 1 TO WS-ROWS-INSERTED
           ELSE
               MOVE SQLCODE TO SQF-SQLCODE
               DISPLAY WS-SQL-FAIL-LINE
               ADD 1 TO WS-SQL-FAIL-TOTAL
               MOVE 8 TO RETURN-CODE
           END-IF.

       000032-LOAD-HISTOGRAM.

           MOVE 'N' TO WS-HIST-FOUND-FLAG.
           MOVE WS-PROGRAM-NAME(WS-PROG-IDX) TO HST-PROGRAM-ID.
           MOVE WS-ROLLUP-DATE               TO HST-RUN-DATE.
           READ QQ1HIST-FILE
               KEY IS HST-KEY
           END-READ.
           IF WS-HIST-FILE-STATUS NOT = '00' OR HST-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y'           TO WS-HIST-FOUND-FLAG.
           MOVE HST-COUNT     TO HBK-WORK-COUNT.
           MOVE HST-MIN-TICKS TO HBK-WORK-MIN.
           MOVE HST-MAX-TICKS TO HBK-WORK-MAX.
           MOVE HST-SUM-TICKS TO HBK-WORK-SUM.
           PERFORM VARYING HBK-IDX FROM 1 BY 1
                   UNTIL HBK-IDX > HBK-BUCKET-LIMIT
               MOVE HST-BUCKET-COUNT(HBK-IDX)
                   TO HBK-WORK-BUCKET(HBK-IDX)
           END-PERFORM.

       000040-COMPUTE-PERCENTILES.

           PERFORM VARYING WS-PCTL-IDX FROM 1 BY 1
                   UNTIL WS-PCTL-IDX > 4
               MOVE WS-PCTL-POINT(WS-PCTL-IDX) TO HBK-PERCENT
               PERFORM 000044-PERCENTILE-FROM-HISTOGRAM
               MOVE HBK-RESULT TO WS-PCTL-VALUE(WS-PCTL-IDX)
           END-PERFORM.

       000044-PERCENTILE-FROM-HISTOGRAM.

      *    Rank = ceiling(count * percent / 100); walk the buckets
      *    until that many calls are covered and report the bucket's
      *    upper bound (QQ1HBKT), held inside the recorded min/max.
           COMPUTE HBK-RANK =
               ((HBK-WORK-COUNT * HBK-PERCENT) + 99) / 100.
           MOVE ZERO TO HBK-SEEN.
           MOVE 1    TO HBK-IDX.
           PERFORM UNTIL HBK-IDX >= HBK-BUCKET-LIMIT
                   OR HBK-SEEN + HBK-WORK-BUCKET(HBK-IDX)
                      >= HBK-RANK
               ADD HBK-WORK-BUCKET(HBK-IDX) TO HBK-SEEN
               ADD 1 TO HBK-IDX
           END-PERFORM.
           IF HBK-IDX = 1
               MOVE 1 TO HBK-RESULT
           ELSE
               COMPUTE HBK-DECADE = (HBK-IDX - 2) / 10
               COMPUTE HBK-STEP = HBK-IDX - 1 - (HBK-DECADE * 10)
               MOVE 1 TO HBK-LOW
               PERFORM HBK-DECADE TIMES
                   MULTIPLY 10 BY HBK-LOW
               END-PERFORM
               COMPUTE HBK-RESULT =
                   (HBK-STEP-BOUND(HBK-STEP) * HBK-LOW) / 100
           END-IF.
           IF HBK-RESULT > HBK-WORK-MAX
               MOVE HBK-WORK-MAX TO HBK-RESULT
           END-IF.
           IF HBK-RESULT < HBK-WORK-MIN
               MOVE HBK-WORK-MIN TO HBK-RESULT
           END-IF.

       000085-LOG-STEP-STATISTICS.

      *    Append this run's QQ1STPS record for the nightly stream's
      *    run control (QQ1B0050). A run without the DD logs nothing.
           OPEN EXTEND QQ1STPS-FILE.
           IF WS-STPS-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO QQ1STPS-RECORD.
           MOVE 'QQ1B0031' TO STP-PROGRAM-ID.
           MOVE RETURN-CODE TO STP-COMPLETION-CODE.
           MOVE 'CALLS   ' TO STP-COUNT-LABEL(1).
           MOVE WS-CALLS-ROLLED-TOTAL TO STP-COUNT-VALUE(1).
           MOVE 'ROWS    ' TO STP-COUNT-LABEL(2).
           MOVE WS-ROWS-INSERTED TO STP-COUNT-VALUE(2).
           MOVE 'SQLFAIL ' TO STP-COUNT-LABEL(3).
           MOVE WS-SQL-FAIL-TOTAL TO STP-COUNT-VALUE(3).
           WRITE QQ1STPS-RECORD.
           CLOSE QQ1STPS-FILE.

       000090-TERMINATE.

           MOVE WS-ROWS-INSERTED TO SUM-ROWS.
           MOVE WS-ROLLUP-DATE   TO SUM-DATE.
           DISPLAY WS-SUMMARY-LINE.
           IF WS-HIST-OPEN
               CLOSE QQ1HIST-FILE
           END-IF.
      *
      *   +->   QQ1B0031_DAILY_ROLLUP_LOAD          09/03/2026  00:00
      *   !       trending survives the VSAM purge. Delete-then-
      *   !       insert per row keeps a rerun idempotent; any
      *   !       SQL failure is displayed and ends CC 8.
      *   !
      *   !       10/14/2026 - audit-parent cache key widened to the
      *   !       29-byte date/region reference_id.
      *   !
      *   !       10/15/2026 - runs of the QQCN canary (campaign
      *   !       CANARY) are left out of the daily rollup.
      *   !
      *   !       10/15/2026 - appends a QQ1STPS statistics record (CC,
      *   !       metric records rolled up, rows inserted, SQL
      *   !       failures) for the nightly stream's run control.
      *   !
      *   !       10/15/2026 - the row is read off the day's
      *   !       QQ1HIST histograms (QQ1B0051) instead of a capped
      *   !       sample of QQ1METR: P95 is exact at any volume, and the
      *   !       new P50/P90/P99 columns are loaded for elapsed and
      *   !       CPU. The first QQ1STPS count is now calls rolled up.
      *   +---
