      *----------------------------------------------------------------*
      *    QQ1ANOM - PER-HOP STATISTICAL OUTLIER RECORD                *
      *    Written by QQ1B0036 to the anomaly GDG, one record per      *
      *    QQ1METR hop and measure that scored more than the PARM      *
      *    threshold of deviations above its program's rolling norm    *
      *    (mean and spread over the previous N days of               *
      *    QQ1PERF_DAILY). Only the slow side is flagged: a hop far    *
      *    faster than normal is not a degradation.                    *
      *----------------------------------------------------------------*
       01  QQ1ANOM-RECORD.
           05  ANM-RUN-DATE                PIC X(10).
           05  ANM-REFERENCE-ID            PIC X(29).
           05  ANM-PROGRAM-ID              PIC X(8).
           05  ANM-CAMPAIGN-ID             PIC X(8).
           05  ANM-REGION-ID               PIC X(8).
           05  ANM-MEASURE                 PIC X(1).
               88  ANM-MEASURE-ELAPSED             VALUE 'E'.
               88  ANM-MEASURE-CPU                 VALUE 'C'.
           05  ANM-OBSERVED-TICKS          PIC 9(15).
           05  ANM-NORM-MEAN               PIC 9(15).
           05  ANM-NORM-SPREAD             PIC 9(15).
           05  ANM-DEVIATIONS              PIC 9(5)V9(2).
           05  ANM-NORM-DAYS               PIC 9(3).
           05  FILLER                      PIC X(11).
