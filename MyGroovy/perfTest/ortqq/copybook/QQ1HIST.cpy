      *----------------------------------------------------------------*
      *    QQ1HIST - DAILY LATENCY HISTOGRAM RECORD                    *
      *    VSAM KSDS keyed by chain program + run date + measure      *
      *    (E = MET-ELAPSED-TICKS, C = MET-CPU-TICKS). QQ1B0051      *
      *    builds one record per program per day per measure from    *
      *    that day's QQ1METR key range; a rebuild of the date        *
      *    replaces it. Every call lands in one of 151 fixed          *
      *    logarithmic buckets (see QQ1HBKT), so P50/P90/P95/P99 are  *
      *    read from complete counts at any volume, and any window    *
      *    of days is the bucket-by-bucket sum of its daily records. *
      *    Count, min, max and sum ride along for avg/min/max.        *
      *----------------------------------------------------------------*
       01  QQ1HIST-RECORD.
           05  HST-KEY.
               10  HST-PROGRAM-ID          PIC X(8).
               10  HST-RUN-DATE            PIC X(10).
               10  HST-MEASURE             PIC X(1).
                   88  HST-MEASURE-ELAPSED         VALUE 'E'.
                   88  HST-MEASURE-CPU             VALUE 'C'.
           05  HST-BUILT-TIMESTAMP         PIC X(26).
           05  HST-COUNT                   PIC 9(9).
           05  HST-MIN-TICKS               PIC S9(15).
           05  HST-MAX-TICKS               PIC S9(15).
           05  HST-SUM-TICKS               PIC S9(18).
           05  HST-BUCKETS.
               10  HST-BUCKET-COUNT        PIC 9(9)    COMP
                                            OCCURS 151 TIMES.
           05  FILLER                      PIC X(14).
