               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT QQ1HIST-FILE ASSIGN TO QQ1HIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT QQ1RPT013-FILE ASSIGN TO QQ1RPT3
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       COPY QQ1METR.
       FD  QQ1AUDIT-FILE.
       COPY QQ1AUDIT.
       FD  QQ1HIST-FILE.
       COPY QQ1HIST.
       FD  QQ1RPT013-FILE.
       01  RPT013-LINE                     PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-METR-FILE-STATUS             PIC X(2).
       01  WS-AUDIT-FILE-STATUS            PIC X(2).
       01  WS-HIST-FILE-STATUS             PIC X(2).
       01  WS-RPT-FILE-STATUS              PIC X(2).
       01  WS-EOF-FLAG                     PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.
      *    day comes from the matching audit record's AUD-TIMESTAMP.
      *    A run's hop records are adjacent in MET-KEY order (same
      *    reference_id prefix), so one cached lookup covers them.
       01  WS-CACHED-REFERENCE-ID          PIC X(29)   VALUE SPACES.
       01  WS-CACHED-RUN-DATE              PIC X(10)   VALUE SPACES.
       01  WS-LOOKUP-DATE                  PIC X(10).
       01  WS-PROGRAM-NAME-TABLE.
               10  WS-DAY-DATE             PIC X(10).
       01  WS-DAY-COUNT                    PIC S9(4)   COMP VALUE ZERO.
      *    One cell per (day, program): running stats over every
      *    record seen. Percentiles are not kept here - they come
      *    off the day's QQ1HIST histograms when the row is printed.
       01  WS-CELL-TABLE.
           05  WS-CELL-ENTRY OCCURS 124 TIMES.
               10  WS-CELL-COUNT           PIC S9(7)   COMP.
               10  WS-CELL-CPU-MIN         PIC S9(15)  COMP-3.
               10  WS-CELL-CPU-MAX         PIC S9(15)  COMP-3.
               10  WS-CELL-CPU-SUM         PIC S9(15)  COMP-3.
       COPY QQ1HBKT.
      *    The percentiles read off each histogram: P50, P90, P95
      *    (the column on the detail row) and P99.
       01  WS-PCTL-POINT-TABLE.
           05  FILLER                      PIC 9(2)    VALUE 50.
           05  FILLER                      PIC 9(2)    VALUE 90.
           05  FILLER                      PIC 9(2)    VALUE 95.
           05  FILLER                      PIC 9(2)    VALUE 99.
       01  WS-PCTL-POINTS REDEFINES WS-PCTL-POINT-TABLE.
           05  WS-PCTL-POINT               PIC 9(2)    OCCURS 4 TIMES.
       01  WS-PCTL-VALUES.
           05  WS-PCTL-ELAPSED             PIC S9(15)  COMP-3
                                            OCCURS 4 TIMES.
           05  WS-PCTL-CPU                 PIC S9(15)  COMP-3
                                            OCCURS 4 TIMES.
       01  WS-PCTL-IDX                     PIC S9(4)   COMP.
       01  WS-HIST-FOUND-FLAG              PIC X(1).
           88  WS-HIST-FOUND                           VALUE 'Y'.
       01  WS-HIST-MISSING-FLAG            PIC X(1).
           88  WS-HIST-MISSING                         VALUE 'Y'.
       01  WS-SORT-HOLD                    PIC S9(15)  COMP-3.
       01  WS-CELL-IDX2                    PIC S9(4)   COMP.
       01  WS-DAY-IDX                      PIC S9(4)   COMP.
       01  WS-PROG-IDX                     PIC S9(4)   COMP.
       01  WS-CELL-IDX                     PIC S9(4)   COMP.
       01  WS-SWAP-DAY                     PIC X(10).
       01  WS-SORT-DAY-I                   PIC S9(4)   COMP.
       01  WS-SORT-DAY-J                   PIC S9(4)   COMP.
       01  WS-NO-DELTA-LINE REDEFINES WS-DETAIL-LINE.
           05  FILLER                      PIC X(123).
           05  DTL-DELTA-TEXT              PIC X(9).
      *    Second row under each day: the rest of the percentile
      *    set from the same histograms.
       01  WS-PERCENTILE-LINE.
           05  FILLER                      PIC X(11)   VALUE SPACES.
           05  FILLER                      PIC X(21)   VALUE
               'ELAPSED P50/P90/P99: '.
           05  PCL-ELAPSED-P50             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(3)    VALUE ' / '.
           05  PCL-ELAPSED-P90             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(3)    VALUE ' / '.
           05  PCL-ELAPSED-P99             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(20)   VALUE
               '   CPU P50/P90/P99: '.
           05  PCL-CPU-P50                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(3)    VALUE ' / '.
           05  PCL-CPU-P90                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(3)    VALUE ' / '.
           05  PCL-CPU-P99                 PIC ZZZ,ZZZ,ZZ9.
       01  WS-NO-HISTOGRAM-LINE.
           05  FILLER                      PIC X(11)   VALUE SPACES.
           05  FILLER                      PIC X(60)   VALUE
               'NO QQ1HIST HISTOGRAM FOR THIS DATE - P95 SHOWN AS ZERO'.
       01  WS-EMPTY-LINE                   PIC X(132)  VALUE SPACES.
       PROCEDURE DIVISION.
       000000-CONTROL.
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               OPEN INPUT QQ1AUDIT-FILE
               OPEN INPUT QQ1HIST-FILE
               OPEN OUTPUT QQ1RPT013-FILE
               PERFORM 000021-READ-NEXT-METRIC-RECORD
           END-IF.

       000020-SCAN-METRICS-FILE.

      *    Canary runs (QQ1C0096) probe availability, not load -
      *    they stay out of the numbers, as do fault-injected runs
      *    (QQ1C0021), whose timings are the injected fault's.
           IF NOT MET-CANARY-RUN AND NOT MET-FAULT-INJECTED-RUN
               PERFORM 000022-RESOLVE-RUN-DATE
               IF WS-LOOKUP-DATE NOT = SPACES
                   PERFORM 000023-ACCUMULATE-RECORD
               END-IF
           END-IF.
           PERFORM 000021-READ-NEXT-METRIC-RECORD.

           ADD MET-ELAPSED-TICKS
               TO WS-CELL-ELAPSED-SUM(WS-CELL-IDX).
           ADD MET-CPU-TICKS TO WS-CELL-CPU-SUM(WS-CELL-IDX).
           PERFORM 000025-ACCUMULATE-BY-CAMPAIGN.
           PERFORM 000026-ACCUMULATE-BY-REGION.


       000031-SWAP-DAY-CELLS.

      *    Keep each day's four cells moving with their day entry
      *    during the sort.
           PERFORM VARYING WS-PROG-IDX FROM 1 BY 1
                   UNTIL WS-PROG-IDX > 4
               COMPUTE WS-CELL-IDX =
                   (WS-SORT-DAY-J * 4) + WS-PROG-IDX
               PERFORM 000032-SWAP-ONE-CELL
           END-PERFORM.

       000032-SWAP-ONE-CELL.

       000040-WRITE-REPORT.

           WRITE RPT013-LINE FROM WS-REPORT-HEADING-1.
           PERFORM VARYING WS-PROG-IDX FROM 1 BY 1
                   UNTIL WS-PROG-IDX > 4
               WRITE RPT013-LINE FROM WS-EMPTY-LINE
           MOVE WS-CELL-ELAPSED-MIN(WS-CELL-IDX) TO DTL-ELAPSED-MIN.
           MOVE WS-AVG-ELAPSED                   TO DTL-ELAPSED-AVG.
           MOVE WS-CELL-ELAPSED-MAX(WS-CELL-IDX) TO DTL-ELAPSED-MAX.
           MOVE WS-PCTL-ELAPSED(3)               TO DTL-ELAPSED-P95.
           MOVE WS-CELL-CPU-MIN(WS-CELL-IDX)     TO DTL-CPU-MIN.
           MOVE WS-AVG-CPU                       TO DTL-CPU-AVG.
           MOVE WS-CELL-CPU-MAX(WS-CELL-IDX)     TO DTL-CPU-MAX.
           MOVE WS-PCTL-CPU(3)                   TO DTL-CPU-P95.
           IF WS-HAVE-PREV AND WS-PREV-AVG-ELAPSED NOT = ZERO
               COMPUTE WS-DELTA-PCT ROUNDED =
                   ((WS-AVG-ELAPSED - WS-PREV-AVG-ELAPSED) * 100)
               MOVE SPACES TO DTL-DELTA-TEXT
               WRITE RPT013-LINE FROM WS-DETAIL-LINE
           END-IF.
           IF WS-HIST-MISSING
               WRITE RPT013-LINE FROM WS-NO-HISTOGRAM-LINE
           ELSE
               MOVE WS-PCTL-ELAPSED(1) TO PCL-ELAPSED-P50
               MOVE WS-PCTL-ELAPSED(2) TO PCL-ELAPSED-P90
               MOVE WS-PCTL-ELAPSED(4) TO PCL-ELAPSED-P99
               MOVE WS-PCTL-CPU(1)     TO PCL-CPU-P50
               MOVE WS-PCTL-CPU(2)     TO PCL-CPU-P90
               MOVE WS-PCTL-CPU(4)     TO PCL-CPU-P99
               WRITE RPT013-LINE FROM WS-PERCENTILE-LINE
           END-IF.
           MOVE WS-AVG-ELAPSED TO WS-PREV-AVG-ELAPSED.
           MOVE 'Y' TO WS-HAVE-PREV-FLAG.

       000042-COMPUTE-PERCENTILES.

      *    The cell's percentiles come off the day's QQ1HIST records
      *    for the program (QQ1B0051 buckets every call of the day,
      *    nothing is sampled). A day not yet built shows zeros and
      *    says so under the row.
           MOVE 'N' TO WS-HIST-MISSING-FLAG.
           MOVE WS-PROGRAM-NAME(WS-PROG-IDX) TO HST-PROGRAM-ID.
           MOVE WS-DAY-DATE(WS-DAY-IDX)      TO HST-RUN-DATE.
           MOVE 'E'                          TO HST-MEASURE.
           PERFORM 000043-LOAD-HISTOGRAM.
           PERFORM VARYING WS-PCTL-IDX FROM 1 BY 1
                   UNTIL WS-PCTL-IDX > 4
               MOVE ZERO TO WS-PCTL-ELAPSED(WS-PCTL-IDX)
               IF WS-HIST-FOUND
                   MOVE WS-PCTL-POINT(WS-PCTL-IDX) TO HBK-PERCENT
                   PERFORM 000044-PERCENTILE-FROM-HISTOGRAM
                   MOVE HBK-RESULT TO WS-PCTL-ELAPSED(WS-PCTL-IDX)
               END-IF
           END-PERFORM.
           MOVE WS-PROGRAM-NAME(WS-PROG-IDX) TO HST-PROGRAM-ID.
           MOVE WS-DAY-DATE(WS-DAY-IDX)      TO HST-RUN-DATE.
           MOVE 'C'                          TO HST-MEASURE.
           PERFORM 000043-LOAD-HISTOGRAM.
           PERFORM VARYING WS-PCTL-IDX FROM 1 BY 1
                   UNTIL WS-PCTL-IDX > 4
               MOVE ZERO TO WS-PCTL-CPU(WS-PCTL-IDX)
               IF WS-HIST-FOUND
                   MOVE WS-PCTL-POINT(WS-PCTL-IDX) TO HBK-PERCENT
                   PERFORM 000044-PERCENTILE-FROM-HISTOGRAM
                   MOVE HBK-RESULT TO WS-PCTL-CPU(WS-PCTL-IDX)
               END-IF
           END-PERFORM.

       000043-LOAD-HISTOGRAM.

           MOVE 'N' TO WS-HIST-FOUND-FLAG.
           READ QQ1HIST-FILE
               KEY IS HST-KEY
           END-READ.
           IF WS-HIST-FILE-STATUS NOT = '00' OR HST-COUNT = ZERO
               MOVE 'Y' TO WS-HIST-MISSING-FLAG
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

       000090-TERMINATE.

           CLOSE QQ1METR-FILE.
           CLOSE QQ1AUDIT-FILE.
           CLOSE QQ1HIST-FILE.
           CLOSE QQ1RPT013-FILE.
      *
      *   +->   QQ1B0013_PERFORMANCE_TRENDING       08/23/2026  00:00
      *   !       executing region (MET-REGION-ID) per program, so
      *   !       a campaign run on primary and prod-mirror can be
      *   !       compared instead of merged into one set of books.
      *   !
      *   !       10/14/2026 - audit-parent cache key widened to the
      *   !       29-byte date/region reference_id.
      *   !
      *   !       10/15/2026 - runs of the QQCN canary (campaign
      *   !       CANARY) are left out of the statistics.
      *   !
      *   !       10/15/2026 - percentiles off QQ1HIST: the
      *   !       P95 columns and a new P50/P90/P99 row per day are
      *   !       read from the day's QQ1B0051 histograms, so they are
      *   !       exact at any volume. The 50,000-value sample, its sort
      *   !       and the VALUES SKIPPED note are gone; a day with no
      *   !       histogram built yet prints zeros and says so.
      *   !
      *   !       10/15/2026 - fault-injected runs (campaign
      *   !       FAULTINJ) are left out of the statistics.
      *   +---
