      *    existing as a stamp scattered over QQ1AUDIT/QQ1METR/        *
      *    QQ1RSLT/QQ1PERF_RESULT records. Written and updated by the  *
      *    QQ1B0012 driver at campaign start and end; read back by     *
      *    the QQ1B0023 close-out report, and read by the QQ1C0092     *
      *    booking screen and QQ1C0093 booking scheduler.              *
      *----------------------------------------------------------------*
       01  QQ1CAMP-RECORD.
           05  CMP-CAMPAIGN-ID             PIC X(8).
           05  CMP-ITERATIONS-PLANNED      PIC 9(5).
           05  CMP-ITERATIONS-DONE         PIC 9(5).
           05  CMP-FAILED-TOTAL            PIC 9(7).
      *    QQ1CSNP configuration snapshot taken when the campaign
      *    was first marked running; zero = none taken.
           05  CMP-SNAPSHOT-NO             PIC 9(7).
           05  FILLER                      PIC X(11).
