      *----------------------------------------------------------------*
      *    QQ1RDST - REPORT PRODUCED RECORD                            *
      *    Sequential, one record appended by each distributable       *
      *    report program (QQ1B0030, QQ1B0023, QQ1B0015, QQ1B0019) as  *
      *    it closes its report. The job running the reports starts    *
      *    from an empty log, so a report with no record on it was     *
      *    not produced; QQ1B0042 mails each report (or the "report    *
      *    not produced" notice) to its QQ1DIST subscribers from it.   *
      *    Severity is the report's own verdict: 0 clean, 4 warning,   *
      *    8 severe. Detail count is what the report found (runs with  *
      *    problems, violations, breaches, iterations); zero with      *
      *    severity 0 means the report is empty.                       *
      *----------------------------------------------------------------*
       01  QQ1RDST-RECORD.
           05  RDS-REPORT-ID               PIC X(8).
           05  RDS-PROGRAM-ID              PIC X(8).
           05  RDS-PRODUCED-DATE           PIC X(10).
           05  RDS-PRODUCED-TIME           PIC X(8).
           05  RDS-SEVERITY                PIC 9(1).
               88  RDS-SEVERITY-CLEAN              VALUE 0.
               88  RDS-SEVERITY-WARNING            VALUE 4.
               88  RDS-SEVERITY-SEVERE             VALUE 8.
           05  RDS-DETAIL-COUNT            PIC 9(7).
           05  RDS-SUBJECT                 PIC X(38).
