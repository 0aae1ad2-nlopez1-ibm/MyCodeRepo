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
           SELECT QQ1RPT015-FILE ASSIGN TO QQ1RPT5
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT QQ1RDST-FILE ASSIGN TO QQ1RDST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RDST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QQ1HIST-FILE.
       COPY QQ1HIST.
       FD  QQ1BASE-FILE.
       COPY QQ1BASE.
       FD  QQ1RPT015-FILE.
       01  RPT015-LINE                     PIC X(132).
       FD  QQ1RDST-FILE.
       COPY QQ1RDST.
       WORKING-STORAGE SECTION.
       01  WS-HIST-FILE-STATUS             PIC X(2).
       01  WS-BASE-FILE-STATUS             PIC X(2).
       01  WS-RPT-FILE-STATUS              PIC X(2).
       01  WS-RDST-FILE-STATUS             PIC X(2).
       01  WS-RDST-DATE                    PIC 9(8).
       01  FILLER REDEFINES WS-RDST-DATE.
           05  WS-RDST-YYYY                PIC X(4).
           05  WS-RDST-MM                  PIC X(2).
           05  WS-RDST-DD                  PIC X(2).
       01  WS-RDST-TIME                    PIC 9(8).
       01  FILLER REDEFINES WS-RDST-TIME.
           05  WS-RDST-HH                  PIC X(2).
           05  WS-RDST-MI                  PIC X(2).
           05  WS-RDST-SS                  PIC X(2).
           05  FILLER                      PIC X(2).
       01  WS-EOF-FLAG                     PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.
       01  WS-BASE-EOF-FLAG                PIC X(1)    VALUE 'N'.
           88  WS-BASE-EOF                             VALUE 'Y'.
       01  WS-HIST-OPEN-FLAG               PIC X(1)    VALUE 'N'.
           88  WS-HIST-OPEN                            VALUE 'Y'.
       01  WS-SCAN-MEASURE                 PIC X(1).
       01  WS-BASELINE-NAME                PIC X(8).
       01  WS-WINDOW-FROM                  PIC X(10).
       01  WS-WINDOW-TO                    PIC X(10).
       01  WS-PROGRAM-NAMES REDEFINES WS-PROGRAM-NAME-TABLE.
           05  WS-PROGRAM-NAME             PIC X(8)    OCCURS 4 TIMES.
      *    One row per chain program: the frozen baseline numbers
      *    read from QQ1BASE next to the fresh campaign's figures,
      *    summed from the window's QQ1HIST histograms the same way
      *    QQ1B0014 froze the baseline.
       01  WS-STAT-TABLE.
           05  WS-STAT-ENTRY OCCURS 4 TIMES.
               10  WS-BASE-PRESENT-FLAG    PIC X(1).
               10  WS-BASE-P95-ELAPSED     PIC S9(15)  COMP-3.
               10  WS-BASE-AVG-CPU         PIC S9(15)  COMP-3.
               10  WS-BASE-P95-CPU         PIC S9(15)  COMP-3.
               10  WS-STAT-COUNT           PIC S9(9)   COMP.
               10  WS-STAT-ELAPSED-SUM     PIC S9(18)  COMP-3.
               10  WS-STAT-CPU-SUM         PIC S9(18)  COMP-3.
               10  WS-STAT-P95-ELAPSED     PIC S9(15)  COMP-3.
               10  WS-STAT-P95-CPU         PIC S9(15)  COMP-3.
       COPY QQ1HBKT.
       01  WS-PROG-IDX                     PIC S9(4)   COMP.
       01  WS-CURR-AVG-ELAPSED             PIC S9(15)  COMP-3.
       01  WS-CURR-AVG-CPU                 PIC S9(15)  COMP-3.
       01  WS-ALLOWED-LIMIT                PIC S9(15)  COMP-3.
           05  FILLER                      PIC X(18)   VALUE
               'BREACHES FOUND:   '.
           05  TOT-BREACH-COUNT            PIC ZZ,ZZ9.
       LINKAGE SECTION.
      *    JCL PARM layout (fixed-position, no keywords):
      *      positions  1-8   BASELINE NAME (X(8))

           PERFORM 000010-INITIALIZE.
           PERFORM 000015-LOAD-BASELINE UNTIL WS-BASE-EOF.
           PERFORM VARYING WS-PROG-IDX FROM 1 BY 1
                   UNTIL WS-PROG-IDX > 4
               MOVE 'E' TO WS-SCAN-MEASURE
               PERFORM 000020-SUM-WINDOW-HISTOGRAMS
               MOVE 'C' TO WS-SCAN-MEASURE
               PERFORM 000020-SUM-WINDOW-HISTOGRAMS
           END-PERFORM.
           PERFORM 000030-COMPARE-AND-REPORT.
           PERFORM 000090-TERMINATE.
      *    A non-zero condition code is the whole point of this
               MOVE ZERO TO WS-STAT-COUNT(WS-PROG-IDX)
               MOVE ZERO TO WS-STAT-ELAPSED-SUM(WS-PROG-IDX)
               MOVE ZERO TO WS-STAT-CPU-SUM(WS-PROG-IDX)
               MOVE ZERO TO WS-STAT-P95-ELAPSED(WS-PROG-IDX)
               MOVE ZERO TO WS-STAT-P95-CPU(WS-PROG-IDX)
           END-PERFORM.
           OPEN INPUT QQ1BASE-FILE.
           IF WS-BASE-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-BASE-EOF-FLAG
           END-IF.
           OPEN INPUT QQ1HIST-FILE.
           IF WS-HIST-FILE-STATUS = '00'
               MOVE 'Y' TO WS-HIST-OPEN-FLAG
           END-IF.
           OPEN OUTPUT QQ1RPT015-FILE.

               END-IF
           END-PERFORM.

       000020-SUM-WINDOW-HISTOGRAMS.

      *    One program, one measure: the daily QQ1HIST records sit
      *    together in key order (program, date, measure), so START
      *    at the window's first day and add each day's buckets in
      *    until the program changes or the window ends.
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
           MOVE 95 TO HBK-PERCENT.
           PERFORM 000044-PERCENTILE-FROM-HISTOGRAM.
           IF WS-SCAN-MEASURE = 'E'
               MOVE HBK-WORK-COUNT TO WS-STAT-COUNT(WS-PROG-IDX)
               MOVE HBK-WORK-SUM TO WS-STAT-ELAPSED-SUM(WS-PROG-IDX)
               MOVE HBK-RESULT   TO WS-STAT-P95-ELAPSED(WS-PROG-IDX)
           ELSE
               MOVE HBK-WORK-SUM TO WS-STAT-CPU-SUM(WS-PROG-IDX)
               MOVE HBK-RESULT   TO WS-STAT-P95-CPU(WS-PROG-IDX)
           END-IF.

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

       000030-COMPARE-AND-REPORT.

                       PERFORM 000031-COMPARE-ONE-PROGRAM
               END-EVALUATE
           END-PERFORM.
           IF WS-BASE-MATCHED-TOTAL = ZERO
               MOVE SPACES TO NTL-TEXT
               STRING 'NO QQ1BASE RECORDS MATCH BASELINE '
           COMPUTE WS-CURR-AVG-CPU =
               WS-STAT-CPU-SUM(WS-PROG-IDX) /
               WS-STAT-COUNT(WS-PROG-IDX).
           MOVE 'ELAPSED AVG ' TO CMP-MEASURE.
           MOVE WS-BASE-AVG-ELAPSED(WS-PROG-IDX) TO CMP-BASELINE.
           MOVE WS-CURR-AVG-ELAPSED              TO CMP-CAMPAIGN.
           PERFORM 000032-JUDGE-ONE-MEASURE-AVG-EL.
           MOVE 'ELAPSED P95 ' TO CMP-MEASURE.
           MOVE WS-BASE-P95-ELAPSED(WS-PROG-IDX) TO CMP-BASELINE.
           MOVE WS-STAT-P95-ELAPSED(WS-PROG-IDX) TO CMP-CAMPAIGN.
           PERFORM 000033-JUDGE-ONE-MEASURE-P95-EL.
           MOVE 'CPU AVG     ' TO CMP-MEASURE.
           MOVE WS-BASE-AVG-CPU(WS-PROG-IDX)     TO CMP-BASELINE.
           PERFORM 000034-JUDGE-ONE-MEASURE-AVG-CP.
           MOVE 'CPU P95     ' TO CMP-MEASURE.
           MOVE WS-BASE-P95-CPU(WS-PROG-IDX)     TO CMP-BASELINE.
           MOVE WS-STAT-P95-CPU(WS-PROG-IDX)     TO CMP-CAMPAIGN.
           PERFORM 000035-JUDGE-ONE-MEASURE-P95-CP.

       000032-JUDGE-ONE-MEASURE-AVG-EL.
           COMPUTE WS-ALLOWED-LIMIT =
               (WS-BASE-P95-ELAPSED(WS-PROG-IDX) *
                (100 + WS-TOLERANCE-PCT)) / 100.
           IF WS-STAT-P95-ELAPSED(WS-PROG-IDX) > WS-ALLOWED-LIMIT
               MOVE 'Y' TO WS-ROW-BREACH-FLAG
           ELSE
               MOVE 'N' TO WS-ROW-BREACH-FLAG
           COMPUTE WS-ALLOWED-LIMIT =
               (WS-BASE-P95-CPU(WS-PROG-IDX) *
                (100 + WS-TOLERANCE-PCT)) / 100.
           IF WS-STAT-P95-CPU(WS-PROG-IDX) > WS-ALLOWED-LIMIT
               MOVE 'Y' TO WS-ROW-BREACH-FLAG
           ELSE
               MOVE 'N' TO WS-ROW-BREACH-FLAG
           END-IF.
           WRITE RPT015-LINE FROM WS-COMPARE-LINE.

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

           CLOSE QQ1BASE-FILE.
           IF WS-HIST-OPEN
               CLOSE QQ1HIST-FILE
           END-IF.
           CLOSE QQ1RPT015-FILE.
           PERFORM 000095-LOG-REPORT-PRODUCED.

       000095-LOG-REPORT-PRODUCED.

      *    Append this report's QQ1RDST record for the QQ1B0042
      *    distribution step. A run without the DD logs nothing.
           OPEN EXTEND QQ1RDST-FILE.
           IF WS-RDST-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-RDST-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RDST-TIME FROM TIME.
           MOVE SPACES TO QQ1RDST-RECORD.
           MOVE 'QQ1RPT5 ' TO RDS-REPORT-ID.
           MOVE 'QQ1B0015' TO RDS-PROGRAM-ID.
           STRING WS-RDST-YYYY '-' WS-RDST-MM '-' WS-RDST-DD
               DELIMITED SIZE INTO RDS-PRODUCED-DATE
           END-STRING.
           STRING WS-RDST-HH ':' WS-RDST-MI ':' WS-RDST-SS
               DELIMITED SIZE INTO RDS-PRODUCED-TIME
           END-STRING.
           IF WS-BREACH-TOTAL > ZERO
                   OR WS-BASE-MATCHED-TOTAL = ZERO
               MOVE 8 TO RDS-SEVERITY
           ELSE
               MOVE 0 TO RDS-SEVERITY
           END-IF.
           MOVE WS-BREACH-TOTAL TO RDS-DETAIL-COUNT.
           STRING 'BASELINE GATE ' DELIMITED SIZE
                  WS-BASELINE-NAME DELIMITED SPACE
                  INTO RDS-SUBJECT
           END-STRING.
           WRITE QQ1RDST-RECORD.
           CLOSE QQ1RDST-FILE.
      *
      *   +->   QQ1B0015_BASELINE_REGRESSION_GATE   08/23/2026  00:00
      *   !       Batch gate. Loads the named QQ1BASE baseline, scans
      *   !       ends with condition code 8 when any hop degraded,
      *   !       so the scheduler can fail the promotion pipeline
      *   !       without anyone reading a report.
      *   !
      *   !       10/14/2026 - audit-parent cache key widened to the
      *   !       29-byte date/region reference_id.
      *   !
      *   !       10/15/2026 - logs a QQ1RDST record on close (severe
      *   !       when the gate fails) for QQ1B0042 distribution.
      *   !
      *   !       10/15/2026 - runs of the QQCN canary (campaign
      *   !       CANARY) are left out of the statistics.
      *   !
      *   !       10/15/2026 - the campaign window is summed
      *   !       from the QQ1HIST daily histograms exactly as QQ1B0014
      *   !       now freezes the baseline, so both P95s are read the
      *   !       same way and are exact at any volume; the capped
      *   !       sample and its VALUES SKIPPED note are gone. Reads
      *   !       the 200-byte QQ1BASE record.
      *   +---
