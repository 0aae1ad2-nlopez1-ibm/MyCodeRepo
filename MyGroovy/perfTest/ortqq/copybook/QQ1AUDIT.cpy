      *----------------------------------------------------------------*
       01  QQ1AUDIT-RECORD.
           05  AUD-KEY.
               10  AUD-REFERENCE-ID        PIC X(29).
               10  AUD-TIMESTAMP           PIC X(26).
           05  AUD-ABCODE                  PIC X(4).
           05  AUD-CHAIN-TRACE.
           05  AUD-SLA-BREACH-FLAG         PIC X(1).
               88  AUD-SLA-BREACHED                VALUE 'Y'.
           05  AUD-CAMPAIGN-ID             PIC X(8).
      *        Stamped on every run of the QQCN canary (QQ1C0096).
               88  AUD-CANARY-RUN                  VALUE 'CANARY'.
      *        Stamped on every run a QQ1FLTI fault was injected
      *        into; the run's own campaign is kept on QQ1FLOG.
               88  AUD-FAULT-INJECTED-RUN          VALUE 'FAULTINJ'.
      *    APPLID of the region the run executed in, so primary and
      *    prod-mirror numbers stay distinguishable once merged.
           05  AUD-REGION-ID               PIC X(8).
