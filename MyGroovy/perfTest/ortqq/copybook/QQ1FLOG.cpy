      *----------------------------------------------------------------*
      *    QQ1FLOG - FAULT-INJECTION RUN LOG RECORD                    *
      *    VSAM KSDS keyed by the run's reference_id. QQ1C0021 writes *
      *    one record for every run it injected a QQ1FLTI fault into, *
      *    with what the chain did about it: the trace flags, outcome *
      *    ABCODE, imp_error, dialect fallback, SLA breach, the hop's *
      *    elapsed time and whether a delivery was parked. The abend *
      *    handler marks the record once its QQ1DIAG snapshot is     *
      *    taken. Injected runs carry campaign id FAULTINJ on        *
      *    QQ1AUDIT/QQ1METR so the statistics leave them out; the    *
      *    run's own campaign is kept here. QQ1B0056 verifies each   *
      *    record against the fault type's designed handling.        *
      *    Non-recoverable, like QQ1OUTB: the record must survive    *
      *    the outcome ABEND of the run it describes.                *
      *----------------------------------------------------------------*
       01  QQ1FLOG-RECORD.
           05  FLG-KEY.
               10  FLG-REFERENCE-ID        PIC X(29).
           05  FLG-TIMESTAMP               PIC X(26).
           05  FLG-FAULT-NO                PIC 9(4).
           05  FLG-TARGET-HOP              PIC X(8).
           05  FLG-FAULT-TYPE              PIC X(1).
           05  FLG-DELAY-SECONDS           PIC 9(3).
           05  FLG-CAMPAIGN-ID             PIC X(8).
           05  FLG-ENTRY-PATH              PIC X(1).
           05  FLG-TEST-MODE-FLAG          PIC X(1).
           05  FLG-ABCODE                  PIC X(4).
           05  FLG-CHAIN-TRACE.
               10  FLG-FLAG-CQQ1A121       PIC X(1).
               10  FLG-FLAG-CQQ1A131       PIC X(1).
               10  FLG-FLAG-CQQ1A130       PIC X(1).
               10  FLG-FLAG-IQQ1A031       PIC X(1).
               10  FLG-DQQM-EXECUTED-FLAG  PIC X(1).
           05  FLG-ERR-SEVERITY            PIC X(1).
           05  FLG-ERR-ROLLBACK            PIC X(1).
           05  FLG-ERR-ORIGIN-SERVID       PIC X(8).
           05  FLG-RESULT-FOUND-FLAG       PIC X(1).
           05  FLG-FALLBACK-USED-FLAG      PIC X(1).
           05  FLG-SLA-BREACH-FLAG         PIC X(1).
      *        Elapsed ABSTIME ticks of the target hop (of the whole
      *        chain for a QQ1C0021 fault).
           05  FLG-HOP-ELAPSED-TICKS       PIC S9(15)  COMP-3.
           05  FLG-DB2-PARKED-FLAG         PIC X(1).
           05  FLG-MQ-PARKED-FLAG          PIC X(1).
      *        'Y' once 000098-ABEND-SNAPSHOT has written QQ1DIAG.
           05  FLG-SNAPSHOT-FLAG           PIC X(1).
               88  FLG-SNAPSHOT-TAKEN              VALUE 'Y'.
           05  FLG-REGION-ID               PIC X(8).
           05  FILLER                      PIC X(28).
