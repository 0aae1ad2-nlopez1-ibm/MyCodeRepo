      *----------------------------------------------------------------*
      *    QQ1OUTB - UNDELIVERED-OUTPUT OUTBOX RECORD                  *
      *    VSAM KSDS keyed by reference_id + output kind + sequence.  *
      *    QQ1C0021 parks one record here, with the full payload,     *
      *    whenever its QQ1PERF_RESULT insert or one of its MQ puts   *
      *    (completion event, SLA alert) fails, instead of losing     *
      *    that output. The QQRD retry task (QQ1C0090) redelivers     *
      *    from here until the write succeeds and then deletes the    *
      *    record, so whatever is on file is still undelivered -      *
      *    QQOB (QQ1C0091) shows it with its age.                     *
      *----------------------------------------------------------------*
       01  QQ1OUTB-RECORD.
           05  OUT-KEY.
               10  OUT-REFERENCE-ID        PIC X(29).
               10  OUT-KIND                PIC X(1).
                   88  OUT-KIND-DB2-RESULT             VALUE 'D'.
                   88  OUT-KIND-MQ-COMPLETION          VALUE 'C'.
                   88  OUT-KIND-MQ-ALERT               VALUE 'A'.
      *        01 for the result row and the completion event; one
      *        per alert for a run that breached several limits.
               10  OUT-SEQ                 PIC 9(2).
           05  OUT-PARKED-TIMESTAMP        PIC X(26).
      *    ABSTIME of the parking, so the operator view can show an
      *    age without date arithmetic.
           05  OUT-PARKED-ABSTIME          PIC S9(15)  COMP-3.
           05  OUT-LAST-TRY-TIMESTAMP      PIC X(26).
           05  OUT-ATTEMPTS                PIC 9(5).
      *    SQLCODE or MQ reason code of the latest failure.
           05  OUT-LAST-CODE               PIC S9(9)
                                           SIGN LEADING SEPARATE.
           05  OUT-QUEUE-NAME              PIC X(48).
      *    Full payload: the DB2 row's column values, or the MQ
      *    message body exactly as it would have been put.
           05  OUT-PAYLOAD-LENGTH          PIC 9(4).
           05  OUT-PAYLOAD                 PIC X(120).
           05  OUT-DB2-PAYLOAD REDEFINES OUT-PAYLOAD.
               10  ODB-REFERENCE-ID        PIC X(29).
               10  ODB-RUN-TIMESTAMP       PIC X(26).
               10  ODB-ABCODE              PIC X(4).
               10  ODB-ELAPSED-TICKS       PIC S9(15).
               10  ODB-CAMPAIGN-ID         PIC X(8).
               10  FILLER                  PIC X(38).
           05  FILLER                      PIC X(21).
