      *----------------------------------------------------------------*
      *    QQ1BASE - FROZEN PERFORMANCE BASELINE RECORD                 *
      *    Sequential dataset written by QQ1B0014 (one record per      *
      *    chain program) from a named run window of the QQ1HIST      *
      *    daily histograms, and read back by QQ1B0015 to gate a      *
      *    fresh campaign against the frozen numbers. The full        *
      *    P50/P90/P99 set rides after the P95 pair the gate uses.    *
      *----------------------------------------------------------------*
       01  QQ1BASE-RECORD.
           05  BAS-BASELINE-NAME           PIC X(8).
           05  BAS-P95-ELAPSED-TICKS       PIC S9(15).
           05  BAS-AVG-CPU-TICKS           PIC S9(15).
           05  BAS-P95-CPU-TICKS           PIC S9(15).
           05  BAS-P50-ELAPSED-TICKS       PIC S9(15).
           05  BAS-P90-ELAPSED-TICKS       PIC S9(15).
           05  BAS-P99-ELAPSED-TICKS       PIC S9(15).
           05  BAS-P50-CPU-TICKS           PIC S9(15).
           05  BAS-P90-CPU-TICKS           PIC S9(15).
           05  BAS-P99-CPU-TICKS           PIC S9(15).
           05  FILLER                      PIC X(27).
