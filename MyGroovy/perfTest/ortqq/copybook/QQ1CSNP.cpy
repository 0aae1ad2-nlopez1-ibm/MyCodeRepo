      *----------------------------------------------------------------*
      *    QQ1CSNP - CAMPAIGN CONFIGURATION SNAPSHOT RECORD            *
      *    VSAM KSDS keyed by snapshot number + control file + row     *
      *    key. QQ1B0012 copies the control-file state a campaign      *
      *    runs under into a new numbered snapshot as it marks the     *
      *    campaign running, and keeps the number on the QQ1CAMP      *
      *    record (CMP-SNAPSHOT-NO); QQ1B0040 diffs the snapshots of  *
      *    two campaigns. Rows per snapshot:                           *
      *      '*HEADER ' - one row: campaign id, timestamp, submitter  *
      *      'QQ1DIALT' - one row per dialect, full record             *
      *      'QQ1TMODE' - one row per mode key, full record            *
      *      'QQ1SLAT ' - one row per policed hop, full record         *
      *      'QQ1CALP ' - one row per calendar entry, full record      *
      *      'QQ1RGCT ' - the CONCURR/BREAKER/DRAIN rows: key, flag   *
      *                   and value only (the running count and the   *
      *                   who/when stamp are bookkeeping, not config) *
      *      'QQ1MSGT ' - one row per dialect code with its catalog   *
      *                   row count, and a row keyed '*' for the      *
      *                   whole catalog                                *
      *    Snapshot number 0000000 holds the single 'NEXTSNAP' row     *
      *    carrying the last number issued.                            *
      *----------------------------------------------------------------*
       01  QQ1CSNP-RECORD.
           05  CSN-KEY.
               10  CSN-SNAPSHOT-NO         PIC 9(7).
               10  CSN-FILE-ID             PIC X(8).
               10  CSN-ROW-KEY             PIC X(13).
           05  CSN-IMAGE                   PIC X(60).
           05  CSN-HEADER-IMAGE REDEFINES CSN-IMAGE.
               10  CSH-CAMPAIGN-ID         PIC X(8).
               10  CSH-TIMESTAMP           PIC X(26).
               10  CSH-SUBMITTED-BY        PIC X(8).
               10  FILLER                  PIC X(18).
           05  CSN-COUNT-IMAGE REDEFINES CSN-IMAGE.
               10  CSC-ROW-COUNT           PIC 9(7).
               10  FILLER                  PIC X(53).
           05  CSN-CAMPAIGN-ID             PIC X(8).
           05  FILLER                      PIC X(4).
