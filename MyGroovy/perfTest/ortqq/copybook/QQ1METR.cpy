      *----------------------------------------------------------------*
       01  QQ1METRIC-RECORD.
           05  MET-KEY.
               10  MET-RUN-REFERENCE-ID    PIC X(29).
               10  MET-PROGRAM-ID          PIC X(8).
           05  MET-CALL-COUNT              PIC 9(5).
           05  MET-ELAPSED-TICKS           PIC S9(15).
           05  MET-CPU-TICKS               PIC S9(15).
           05  MET-CAMPAIGN-ID             PIC X(8).
      *        Runs of the QQCN canary (QQ1C0096) probe availability,
      *        not load - the statistics programs leave them out.
               88  MET-CANARY-RUN                  VALUE 'CANARY'.
      *        Runs a QQ1FLTI fault was injected into measure the
      *        failure, not the chain - left out the same way.
               88  MET-FAULT-INJECTED-RUN          VALUE 'FAULTINJ'.
      *    APPLID of the region the run executed in, so the
      *    QQ1B0013 trending report can break results out by
      *    region instead of merging two sets of books.
