      *----------------------------------------------------------------*
      *    QQ1REPO - REPORT REPOSITORY RECORD                          *
      *    VSAM KSDS keyed by report id (the report's DD name, as on   *
      *    QQ1DIST) + run date + line number. QQ1B0049 files each     *
      *    report a batch step writes, one record per print line; a   *
      *    rerun on the same date replaces that date's copy. Line     *
      *    000000 is the directory entry for the date: when it was    *
      *    filed, how many lines follow and the report's title line.  *
      *    The QQRV viewer (QQ1C0097) lists the dates and pages the   *
      *    lines; QQ1B0026 purges old dates by the QQ1RETP cards.     *
      *----------------------------------------------------------------*
       01  QQ1REPO-RECORD.
           05  RPO-KEY.
               10  RPO-REPORT-ID           PIC X(8).
               10  RPO-RUN-DATE            PIC X(10).
               10  RPO-LINE-NO             PIC 9(6).
                   88  RPO-DIRECTORY-ENTRY         VALUE ZERO.
           05  RPO-LINE-TEXT               PIC X(132).
           05  RPO-DIRECTORY REDEFINES RPO-LINE-TEXT.
               10  RPO-FILED-TIMESTAMP     PIC X(26).
               10  RPO-LINE-COUNT          PIC 9(6).
               10  RPO-TITLE               PIC X(60).
               10  FILLER                  PIC X(40).
           05  FILLER                      PIC X(4).
