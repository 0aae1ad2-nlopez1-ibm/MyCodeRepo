      *----------------------------------------------------------------*
      *    QQ1STPS - STREAM STEP STATISTICS RECORD                     *
      *    Sequential, one record appended by each program the        *
      *    nightly stream runs behind a QQ1B0050 gate (QQ1B0033,      *
      *    QQ1B0031, QQ1B0016) as it ends: its own completion code    *
      *    and up to three labelled record counts. The gate step      *
      *    starts the dataset empty and the end step copies the       *
      *    record onto the QQ1BRUN run-control row, so a step that    *
      *    leaves no record behind (an abend) reads as failed. A run  *
      *    without the DD (the proc's DUMMY) logs nothing.            *
      *----------------------------------------------------------------*
       01  QQ1STPS-RECORD.
           05  STP-PROGRAM-ID              PIC X(8).
           05  STP-COMPLETION-CODE         PIC 9(4).
           05  STP-COUNTS.
               10  STP-COUNT               OCCURS 3 TIMES.
                   15  STP-COUNT-LABEL     PIC X(8).
                   15  STP-COUNT-VALUE     PIC 9(9).
           05  FILLER                      PIC X(17).
