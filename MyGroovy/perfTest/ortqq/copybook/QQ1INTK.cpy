      *----------------------------------------------------------------*
      *    QQ1INTK - RUN-REQUEST INTAKE REGISTER RECORD                *
      *    VSAM KSDS keyed by intake timestamp + task number + an      *
      *    in-task sequence. Each synchronous front door writes one    *
      *    entry pending the moment it accepts a request, before it    *
      *    LINKs QQ1C0021, and rewrites it complete or abended with    *
      *    the reference_id it answered: QQ1W0021 (web), QQ1C0060      *
      *    (MQ) and QQ1C0061 (quarantine resubmit). QQ1C0021 itself    *
      *    writes the entry for a QQ1B0012 batch iteration, which      *
      *    cannot carry a reference_id back over an abended EXCI       *
      *    LINK. Async requests are tracked in QQ1ASYS instead. The    *
      *    file is non-recoverable so the outcome ABEND cannot back    *
      *    an entry out; QQ1B0045 reconciles it against QQ1AUDIT.      *
      *----------------------------------------------------------------*
       01  QQ1INTK-RECORD.
           05  INK-KEY.
               10  INK-TIMESTAMP           PIC X(26).
               10  INK-TASKNO              PIC 9(7).
               10  INK-SEQ                 PIC 9(3).
           05  INK-FRONT-DOOR              PIC X(1).
               88  INK-DOOR-WEB                    VALUE 'W'.
               88  INK-DOOR-MQ                     VALUE 'M'.
               88  INK-DOOR-RESUBMIT               VALUE 'Q'.
               88  INK-DOOR-BATCH                  VALUE 'X'.
      *        Same letters as ASYS-STATUS in QQ1ASYN.
           05  INK-STATUS                  PIC X(1).
               88  INK-STATUS-PENDING              VALUE 'P'.
               88  INK-STATUS-COMPLETE             VALUE 'C'.
               88  INK-STATUS-ABENDED              VALUE 'A'.
      *        What identifies the request to whoever sent it: the
      *        MQ correlation id, the QQ1QUAR key of a resubmitted
      *        request, or campaign id + iteration for a batch
      *        iteration. Spaces for a web call, which has none.
           05  INK-REQUEST-ID              PIC X(36).
           05  INK-BATCH-REQUEST REDEFINES INK-REQUEST-ID.
               10  INK-BATCH-CAMPAIGN-ID   PIC X(8).
               10  INK-BATCH-ITERATION     PIC 9(5).
               10  FILLER                  PIC X(23).
           05  INK-CAMPAIGN-ID             PIC X(8).
           05  INK-USERID                  PIC X(8).
           05  INK-REFERENCE-ID            PIC X(29).
           05  INK-ABCODE                  PIC X(4).
           05  INK-END-TIMESTAMP           PIC X(26).
           05  FILLER                      PIC X(51).
