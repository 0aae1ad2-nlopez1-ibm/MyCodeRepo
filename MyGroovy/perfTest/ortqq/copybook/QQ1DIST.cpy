      *----------------------------------------------------------------*
      *    QQ1DIST - REPORT DISTRIBUTION LIST RECORD                   *
      *    VSAM KSDS keyed by report id (the report's DD name, e.g.    *
      *    QQ1RPTI) + subscriber sequence. One row per subscriber:     *
      *    where to mail the report, whether to mail it when it is     *
      *    empty, and the lowest report severity (0/4/8) worth a       *
      *    mail. A missing report is always notified. Report id        *
      *    '*SENDER ' sequence 000 holds the sender address and the    *
      *    name QQ1B0042 gives the SMTP gateway on HELO.               *
      *----------------------------------------------------------------*
       01  QQ1DIST-RECORD.
           05  DST-KEY.
               10  DST-REPORT-ID           PIC X(8).
               10  DST-SEQ                 PIC 9(3).
           05  DST-SUBSCRIBER.
               10  DST-RECIPIENT           PIC X(50).
               10  DST-SEND-WHEN-EMPTY     PIC X(1).
                   88  DST-SEND-EMPTY              VALUE 'Y'.
               10  DST-MIN-SEVERITY        PIC 9(1).
               10  DST-RECIPIENT-NAME      PIC X(17).
           05  DST-SENDER REDEFINES DST-SUBSCRIBER.
               10  DSS-FROM-ADDRESS        PIC X(50).
               10  DSS-HELO-NAME           PIC X(19).
