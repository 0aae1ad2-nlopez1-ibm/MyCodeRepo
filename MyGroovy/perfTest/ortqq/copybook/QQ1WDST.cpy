      *----------------------------------------------------------------*
      *    QQ1WDST - WATCHDOG STATUS RECORD                            *
      *    Shape of the single item held on CICS TS queue QQ1WDOGS.    *
      *    The QQWD watchdog (QQ1C0100) rewrites it at the end of      *
      *    every cycle; the QQ1C0040 control panel shows it. Every     *
      *    correction counted here is journaled in full to QQ1CTLL.    *
      *----------------------------------------------------------------*
       01  QQ1WDST-RECORD.
           05  WDS-LAST-CYCLE-TIMESTAMP    PIC X(26).
           05  WDS-RUNS-LIVE               PIC 9(5).
           05  WDS-RUNS-HUNG               PIC 9(5).
           05  WDS-CORRECTIONS-TOTAL       PIC 9(7).
           05  WDS-LAST-CORRECTION-TS      PIC X(26).
           05  WDS-LAST-CORRECTION         PIC X(60).
