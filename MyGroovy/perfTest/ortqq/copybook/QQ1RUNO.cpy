      *----------------------------------------------------------------*
      *    QQ1RUNO - REGION RUN-OUTCOME COUNTERS RECORD                *
      *    Shape of the single item held on CICS TS queue QQ1RUNO.     *
      *    QQ1C0021 adds one to the entry for its entry path and      *
      *    final ABCODE (spaces = normal) as every run ends - the     *
      *    audit write, or the abend handler for a run that died     *
      *    before it - under an ENQ on the queue name. Refusals      *
      *    (BUSY, DRNG, BRKR, WNDW) count here like any outcome. The  *
      *    counters run from region start (RUNO-SINCE-TIMESTAMP) and  *
      *    are published by the QQ1W0026 metrics endpoint. Once the   *
      *    table is full, a new path/code pair counts under ABCODE    *
      *    '****' in the last entry.                                  *
      *----------------------------------------------------------------*
       01  QQ1RUNO-RECORD.
           05  RUNO-SINCE-TIMESTAMP        PIC X(26).
           05  RUNO-ENTRY-COUNT            PIC 9(3).
           05  RUNO-ENTRY                  OCCURS 48 TIMES.
               10  RUNO-ENTRY-PATH         PIC X(1).
               10  RUNO-ABCODE             PIC X(4).
               10  RUNO-RUN-COUNT          PIC 9(9).
