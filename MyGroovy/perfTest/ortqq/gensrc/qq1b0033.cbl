           SELECT QQ1RPT033-FILE ASSIGN TO QQ1RPTK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT QQ1STPS-FILE ASSIGN TO QQ1STPS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STPS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QQ1AUDIT-FILE.
       COPY QQ1AUDC.
       FD  QQ1RPT033-FILE.
       01  RPT033-LINE                     PIC X(80).
       FD  QQ1STPS-FILE.
       COPY QQ1STPS.
       WORKING-STORAGE SECTION.
       01  WS-STPS-FILE-STATUS             PIC X(2).
       01  WS-AUDIT-FILE-STATUS            PIC X(2).
       01  WS-AUDC-FILE-STATUS             PIC X(2).
       01  WS-RPT-FILE-STATUS              PIC X(2).
       01  WS-CHAIN-TABLE.
           05  WS-CHAIN-ENTRY OCCURS 50000 TIMES.
               10  WS-CHAIN-SEQ            PIC 9(9).
               10  WS-CHAIN-KEY            PIC X(55).
       01  WS-PRECHAIN-TOTAL               PIC 9(7)    VALUE ZERO.
       01  WS-VERIFIED-TOTAL               PIC 9(7)    VALUE ZERO.
       01  WS-SORT-GAP                     PIC S9(8)   COMP.
       01  WS-SORT-SWAPPED-FLAG            PIC X(1).
           88  WS-SORT-SWAPPED                         VALUE 'Y'.
       01  WS-HOLD-SEQ                     PIC 9(9).
       01  WS-HOLD-KEY                     PIC X(55).
       01  WS-ENTRY-IDX                    PIC S9(8)   COMP.
       01  WS-PREV-SEQ                     PIC 9(9)    VALUE ZERO.
       01  WS-PREV-CHECK                   PIC 9(8)    VALUE ZERO.
           05  FILLER                      PIC X(22)   VALUE
               'FIRST BREAK AT SEQ:   '.
           05  BRL-SEQ                     PIC 9(9).
      *    The 55-byte audit key does not fit beside the sequence
      *    number on an 80-byte line - it gets a line of its own.
       01  WS-BREAK-KEY-LINE.
           05  FILLER                      PIC X(22)   VALUE
               'KEY:                  '.
           05  BRK-KEY                     PIC X(55).
       01  WS-BREAK-KIND-LINE.
           05  FILLER                      PIC X(7)    VALUE
               'CAUSE: '.
           END-IF.
           PERFORM 000080-WRITE-TOTALS.
           PERFORM 000090-TERMINATE.
           PERFORM 000085-LOG-STEP-STATISTICS.
           STOP RUN.

       000010-INITIALIZE.

           MOVE 'Y' TO WS-BREAK-FOUND-FLAG.
           MOVE WS-CHAIN-SEQ(WS-ENTRY-IDX) TO BRL-SEQ.
           MOVE WS-CHAIN-KEY(WS-ENTRY-IDX) TO BRK-KEY.
           WRITE RPT033-LINE FROM WS-BREAK-LINE.
           WRITE RPT033-LINE FROM WS-BREAK-KEY-LINE.
           MOVE 8 TO RETURN-CODE.

       000050-REPLAY-ONE-HASH.
           MOVE WS-PRECHAIN-TOTAL TO TOT-PRECHAIN.
           WRITE RPT033-LINE FROM WS-TOTAL-LINE.

       000085-LOG-STEP-STATISTICS.

      *    Append this run's QQ1STPS record for the nightly stream's
      *    run control (QQ1B0050). A run without the DD logs nothing.
           OPEN EXTEND QQ1STPS-FILE.
           IF WS-STPS-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO QQ1STPS-RECORD.
           MOVE 'QQ1B0033' TO STP-PROGRAM-ID.
           MOVE RETURN-CODE TO STP-COMPLETION-CODE.
           MOVE 'CHAINED ' TO STP-COUNT-LABEL(1).
           MOVE WS-ENTRY-COUNT TO STP-COUNT-VALUE(1).
           MOVE 'VERIFIED' TO STP-COUNT-LABEL(2).
           MOVE WS-VERIFIED-TOTAL TO STP-COUNT-VALUE(2).
           MOVE 'PRECHAIN' TO STP-COUNT-LABEL(3).
           MOVE WS-PRECHAIN-TOTAL TO STP-COUNT-VALUE(3).
           WRITE QQ1STPS-RECORD.
           CLOSE QQ1STPS-FILE.

       000090-TERMINATE.

           CLOSE QQ1AUDIT-FILE.
      *   !       Head-of-chain records purged by QQ1B0016 simply
      *   !       move the verified span forward - a gap in the
      *   !       middle still breaks.
      *   !
      *   !       10/14/2026 - chain table and hold keys follow the
      *   !       55-byte audit key; the first-break key is printed on
      *   !       its own line.
      *   !
      *   !       10/15/2026 - appends a QQ1STPS statistics record (CC,
      *   !       chained, verified and pre-chain counts) for the
      *   !       nightly stream's run control.
      *   +---
