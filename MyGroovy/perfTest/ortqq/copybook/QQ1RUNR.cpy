      *----------------------------------------------------------------*
      *    QQ1RUNR - IN-FLIGHT RUN REGISTRY RECORD                     *
      *    VSAM KSDS keyed by CICS task number. QQ1C0021 writes one    *
      *    record when a run is counted onto QQ1RUNCT and deletes it   *
      *    when the run is counted off, both under the QQ1RUNCT ENQ,   *
      *    so the registry and the counter move together. CQQ1A121     *
      *    sets the in-server flag and the reference_id while the run  *
      *    is counted on QQ1INFLT, under that queue's ENQ. The QQWD    *
      *    watchdog (QQ1C0100) checks each record against the tasks    *
      *    actually active in the region to correct both counters,     *
      *    flag (and optionally purge) hung runs and tell live async   *
      *    tokens from stranded ones. QQ1C0071 empties it at region    *
      *    startup. Non-recoverable, like QQ1OUTB: a rollback or the   *
      *    outcome ABEND of the run must not back the record out.      *
      *----------------------------------------------------------------*
       01  QQ1RUNR-RECORD.
           05  RUNR-KEY.
               10  RUNR-TASK-NO            PIC 9(7).
           05  RUNR-TRANSACTION-ID         PIC X(4).
           05  RUNR-ENTRY-PATH             PIC X(1).
           05  RUNR-USERID                 PIC X(8).
           05  RUNR-CAMPAIGN-ID            PIC X(8).
      *        QQ1ASYS token of the QQAS runner task (QQ1C0070) that
      *        drives this run; spaces on every other entry path.
           05  RUNR-ASYNC-TOKEN            PIC X(8).
           05  RUNR-START-ABSTIME          PIC S9(15)  COMP-3.
           05  RUNR-START-TIMESTAMP        PIC X(26).
           05  RUNR-REFERENCE-ID           PIC X(29).
           05  RUNR-IN-SERVER-FLAG         PIC X(1).
               88  RUNR-IN-SERVER                      VALUE 'Y'.
      *        Set by the watchdog once the run is over the in-flight
      *        limit, and once it has asked CICS to purge the task.
           05  RUNR-HUNG-FLAG              PIC X(1).
               88  RUNR-HUNG                           VALUE 'Y'.
           05  RUNR-PURGE-FLAG             PIC X(1).
               88  RUNR-PURGE-REQUESTED                VALUE 'Y'.
           05  FILLER                      PIC X(18).
