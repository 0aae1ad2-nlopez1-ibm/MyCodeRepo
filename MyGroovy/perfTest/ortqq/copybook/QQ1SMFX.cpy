      *----------------------------------------------------------------*
      *    QQ1SMFX - CICS MONITORING (SMF 110 PERFORMANCE CLASS)       *
      *    EXTRACT RECORD, ONE PER TASK                                *
      *    Flat 80-byte extract of the CMF performance-class records   *
      *    for the QQ1PERF transactions, cut by the site's SMF         *
      *    reporting job (start time converted to local time, the      *
      *    same clock as the reference_id). Read by QQ1B0039 to check  *
      *    the chain's own QQ1METR timings against what CICS itself    *
      *    recorded for the same task.                                 *
      *----------------------------------------------------------------*
       01  QQ1SMFX-RECORD.
           05  SMX-APPLID                  PIC X(8).
           05  SMX-TRANSID                 PIC X(4).
           05  SMX-TASKNO                  PIC 9(7).
           05  SMX-START-DATE              PIC X(10).
           05  SMX-START-TIME.
               10  SMX-START-HH            PIC 9(2).
               10  SMX-START-MI            PIC 9(2).
               10  SMX-START-SS            PIC 9(2).
           05  SMX-START-MICRO             PIC 9(6).
      *    Task response time (start to stop) and user CPU time
      *    (USRCPUT), both in milliseconds - the unit of the
      *    chain's ASKTIME / CPUTIME ticks.
           05  SMX-RESPONSE-MS             PIC 9(9)V9(3).
           05  SMX-CPU-MS                  PIC 9(9)V9(3).
           05  SMX-USERID                  PIC X(8).
           05  FILLER                      PIC X(7).
