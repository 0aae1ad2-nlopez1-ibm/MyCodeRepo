      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
      ** Freeze a named performance baseline from a QQ1HIST run window
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  QQ1B0014.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QQ1HIST-FILE ASSIGN TO QQ1HIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT QQ1BASE-FILE ASSIGN TO QQ1BASE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BASE-FILE-STATUS.
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QQ1HIST-FILE.
       COPY QQ1HIST.
       FD  QQ1BASE-FILE.
       COPY QQ1BASE.
       FD  QQ1RPT014-FILE.
       01  RPT014-LINE                     PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-HIST-FILE-STATUS             PIC X(2).
       01  WS-BASE-FILE-STATUS             PIC X(2).
       01  WS-RPT-FILE-STATUS              PIC X(2).
       01  WS-EOF-FLAG                     PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.
       01  WS-HIST-OPEN-FLAG               PIC X(1)    VALUE 'N'.
           88  WS-HIST-OPEN                            VALUE 'Y'.
       01  WS-SCAN-MEASURE                 PIC X(1).
       01  WS-BASELINE-NAME                PIC X(8).
       01  WS-WINDOW-FROM                  PIC X(10).
       01  WS-WINDOW-TO                    PIC X(10).
               'IQQ1A031'.
       01  WS-PROGRAM-NAMES REDEFINES WS-PROGRAM-NAME-TABLE.
           05  WS-PROGRAM-NAME             PIC X(8)    OCCURS 4 TIMES.
      *    Per program, the window's elapsed and CPU histograms
      *    are summed day by day into HBK-WORK and reduced to the
      *    figures below as each one completes.
       01  WS-STAT-TABLE.
           05  WS-STAT-ENTRY OCCURS 4 TIMES.
               10  WS-STAT-COUNT           PIC S9(9)   COMP.
               10  WS-STAT-ELAPSED-SUM     PIC S9(18)  COMP-3.
               10  WS-STAT-CPU-SUM         PIC S9(18)  COMP-3.
               10  WS-STAT-ELAPSED-PCTL    PIC S9(15)  COMP-3
                                            OCCURS 4 TIMES.
               10  WS-STAT-CPU-PCTL        PIC S9(15)  COMP-3
                                            OCCURS 4 TIMES.
       COPY QQ1HBKT.
      *    P50, P90, P95 (the pair QQ1B0015 gates on) and P99.
       01  WS-PCTL-POINT-TABLE.
           05  FILLER                      PIC 9(2)    VALUE 50.
           05  FILLER                      PIC 9(2)    VALUE 90.
           05  FILLER                      PIC 9(2)    VALUE 95.
           05  FILLER                      PIC 9(2)    VALUE 99.
       01  WS-PCTL-POINTS REDEFINES WS-PCTL-POINT-TABLE.
           05  WS-PCTL-POINT               PIC 9(2)    OCCURS 4 TIMES.
       01  WS-PCTL-IDX                     PIC S9(4)   COMP.
       01  WS-PROG-IDX                     PIC S9(4)   COMP.
       01  WS-PROGRAMS-FROZEN              PIC S9(4)   COMP VALUE ZERO.
       01  WS-LOG-LINE.
           05  FILLER                      PIC X(19)   VALUE
               'BASELINE FROZEN -  '.
               '  COUNT: '.
           05  LOG-COUNT                   PIC ZZZ,ZZ9.
       01  WS-EMPTY-NOTE                   PIC X(80)   VALUE
               'QQ1B0014 - NO HISTOGRAMS IN WINDOW - NO BASELINE'.
       LINKAGE SECTION.
      *    JCL PARM layout (fixed-position, no keywords):
      *      positions  1-8   BASELINE NAME (X(8))
       000000-CONTROL.

           PERFORM 000010-INITIALIZE.
           PERFORM VARYING WS-PROG-IDX FROM 1 BY 1
                   UNTIL WS-PROG-IDX > 4
               MOVE 'E' TO WS-SCAN-MEASURE
               PERFORM 000020-SUM-WINDOW-HISTOGRAMS
               MOVE 'C' TO WS-SCAN-MEASURE
               PERFORM 000020-SUM-WINDOW-HISTOGRAMS
           END-PERFORM.
           PERFORM 000030-WRITE-BASELINE.
           PERFORM 000090-TERMINATE.
           STOP RUN.
               MOVE ZERO TO WS-STAT-COUNT(WS-PROG-IDX)
               MOVE ZERO TO WS-STAT-ELAPSED-SUM(WS-PROG-IDX)
               MOVE ZERO TO WS-STAT-CPU-SUM(WS-PROG-IDX)
               PERFORM VARYING WS-PCTL-IDX FROM 1 BY 1
                       UNTIL WS-PCTL-IDX > 4
                   MOVE ZERO
                       TO WS-STAT-ELAPSED-PCTL(WS-PROG-IDX WS-PCTL-IDX)
                   MOVE ZERO
                       TO WS-STAT-CPU-PCTL(WS-PROG-IDX WS-PCTL-IDX)
               END-PERFORM
           END-PERFORM.
           OPEN INPUT QQ1HIST-FILE.
           IF WS-HIST-FILE-STATUS = '00'
               MOVE 'Y' TO WS-HIST-OPEN-FLAG
           END-IF.
           OPEN OUTPUT QQ1BASE-FILE.
           OPEN OUTPUT QQ1RPT014-FILE.

       000020-SUM-WINDOW-HISTOGRAMS.

      *    One program, one measure: the daily QQ1HIST records sit
      *    together in key order (program, date, measure), so START
      *    at the window's first day and add each day's buckets in
      *    until the program changes or the window ends. An open
      *    FROM starts at the oldest day kept.
           MOVE ZERO TO HBK-WORK-COUNT HBK-WORK-MIN HBK-WORK-MAX
                        HBK-WORK-SUM.
           PERFORM VARYING HBK-IDX FROM 1 BY 1
                   UNTIL HBK-IDX > HBK-BUCKET-LIMIT
               MOVE ZERO TO HBK-WORK-BUCKET(HBK-IDX)
           END-PERFORM.
           IF NOT WS-HIST-OPEN
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES                   TO HST-KEY.
           MOVE WS-PROGRAM-NAME(WS-PROG-IDX) TO HST-PROGRAM-ID.
           IF WS-WINDOW-FROM NOT = SPACES
               MOVE WS-WINDOW-FROM TO HST-RUN-DATE
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           START QQ1HIST-FILE KEY >= HST-KEY
           END-START.
           IF WS-HIST-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM 000021-ADD-ONE-DAY UNTIL WS-EOF.
           IF HBK-WORK-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-SCAN-MEASURE = 'E'
               MOVE HBK-WORK-COUNT TO WS-STAT-COUNT(WS-PROG-IDX)
               MOVE HBK-WORK-SUM TO WS-STAT-ELAPSED-SUM(WS-PROG-IDX)
           ELSE
               MOVE HBK-WORK-SUM TO WS-STAT-CPU-SUM(WS-PROG-IDX)
           END-IF.
           PERFORM VARYING WS-PCTL-IDX FROM 1 BY 1
                   UNTIL WS-PCTL-IDX > 4
               MOVE WS-PCTL-POINT(WS-PCTL-IDX) TO HBK-PERCENT
               PERFORM 000044-PERCENTILE-FROM-HISTOGRAM
               IF WS-SCAN-MEASURE = 'E'
                   MOVE HBK-RESULT
                       TO WS-STAT-ELAPSED-PCTL(WS-PROG-IDX WS-PCTL-IDX)
               ELSE
                   MOVE HBK-RESULT
                       TO WS-STAT-CPU-PCTL(WS-PROG-IDX WS-PCTL-IDX)
               END-IF
           END-PERFORM.

       000021-ADD-ONE-DAY.

           READ QQ1HIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
           IF WS-EOF
               EXIT PARAGRAPH
           END-IF.
           IF HST-PROGRAM-ID NOT = WS-PROGRAM-NAME(WS-PROG-IDX)
               MOVE 'Y' TO WS-EOF-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF WS-WINDOW-TO NOT = SPACES
                   AND HST-RUN-DATE > WS-WINDOW-TO
               MOVE 'Y' TO WS-EOF-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF HST-MEASURE NOT = WS-SCAN-MEASURE
                   OR HST-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF HBK-WORK-COUNT = ZERO
               MOVE HST-MIN-TICKS TO HBK-WORK-MIN
               MOVE HST-MAX-TICKS TO HBK-WORK-MAX
           ELSE
               IF HST-MIN-TICKS < HBK-WORK-MIN
                   MOVE HST-MIN-TICKS TO HBK-WORK-MIN
               END-IF
               IF HST-MAX-TICKS > HBK-WORK-MAX
                   MOVE HST-MAX-TICKS TO HBK-WORK-MAX
               END-IF
           END-IF.
           ADD HST-COUNT     TO HBK-WORK-COUNT.
           ADD HST-SUM-TICKS TO HBK-WORK-SUM.
           PERFORM VARYING HBK-IDX FROM 1 BY 1
                   UNTIL HBK-IDX > HBK-BUCKET-LIMIT
               ADD HST-BUCKET-COUNT(HBK-IDX)
                   TO HBK-WORK-BUCKET(HBK-IDX)
           END-PERFORM.

       000030-WRITE-BASELINE.

           PERFORM VARYING WS-PROG-IDX FROM 1 BY 1
                   UNTIL WS-PROG-IDX > 4
               IF WS-STAT-COUNT(WS-PROG-IDX) > ZERO
                   PERFORM 000031-WRITE-ONE-BASELINE-RECORD
               END-IF
           END-PERFORM.
           IF WS-PROGRAMS-FROZEN = ZERO
               WRITE RPT014-LINE FROM WS-EMPTY-NOTE
           END-IF.

       000031-WRITE-ONE-BASELINE-RECORD.

           MOVE SPACES             TO QQ1BASE-RECORD.
           MOVE WS-BASELINE-NAME   TO BAS-BASELINE-NAME.
           MOVE WS-PROGRAM-NAME(WS-PROG-IDX) TO BAS-PROGRAM-ID.
           COMPUTE BAS-AVG-ELAPSED-TICKS =
               WS-STAT-ELAPSED-SUM(WS-PROG-IDX) /
               WS-STAT-COUNT(WS-PROG-IDX).
           COMPUTE BAS-AVG-CPU-TICKS =
               WS-STAT-CPU-SUM(WS-PROG-IDX) /
               WS-STAT-COUNT(WS-PROG-IDX).
           MOVE WS-STAT-ELAPSED-PCTL(WS-PROG-IDX 1)
               TO BAS-P50-ELAPSED-TICKS.
           MOVE WS-STAT-ELAPSED-PCTL(WS-PROG-IDX 2)
               TO BAS-P90-ELAPSED-TICKS.
           MOVE WS-STAT-ELAPSED-PCTL(WS-PROG-IDX 3)
               TO BAS-P95-ELAPSED-TICKS.
           MOVE WS-STAT-ELAPSED-PCTL(WS-PROG-IDX 4)
               TO BAS-P99-ELAPSED-TICKS.
           MOVE WS-STAT-CPU-PCTL(WS-PROG-IDX 1)
               TO BAS-P50-CPU-TICKS.
           MOVE WS-STAT-CPU-PCTL(WS-PROG-IDX 2)
               TO BAS-P90-CPU-TICKS.
           MOVE WS-STAT-CPU-PCTL(WS-PROG-IDX 3)
               TO BAS-P95-CPU-TICKS.
           MOVE WS-STAT-CPU-PCTL(WS-PROG-IDX 4)
               TO BAS-P99-CPU-TICKS.
           WRITE QQ1BASE-RECORD.
           ADD 1 TO WS-PROGRAMS-FROZEN.
           MOVE WS-PROGRAM-NAME(WS-PROG-IDX) TO LOG-PROGRAM-ID.
           MOVE WS-STAT-COUNT(WS-PROG-IDX)   TO LOG-COUNT.
           WRITE RPT014-LINE FROM WS-LOG-LINE.

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

           IF WS-HIST-OPEN
               CLOSE QQ1HIST-FILE
           END-IF.
           CLOSE QQ1BASE-FILE.
           CLOSE QQ1RPT014-FILE.
      *   !       (QQ1BASE) holding per-program average and p95
      *   !       MET-ELAPSED-TICKS / MET-CPU-TICKS, for QQ1B0015 to
      *   !       gate later campaigns against.
      *   !
      *   !       10/14/2026 - audit-parent cache key widened to the
      *   !       29-byte date/region reference_id.
      *   !
      *   !       10/15/2026 - runs of the QQCN canary (campaign
      *   !       CANARY) are left out of the statistics.
      *   !
      *   !       10/15/2026 - the window is summed from the
      *   !       QQ1HIST daily histograms (QQ1B0051) rather than a
      *   !       capped sample of QQ1METR, so the frozen P95s are exact
      *   !       at any volume; QQ1BASE grows to 200 bytes to carry
      *   !       P50, P90 and P99 for elapsed and CPU as well.
      *   +---
