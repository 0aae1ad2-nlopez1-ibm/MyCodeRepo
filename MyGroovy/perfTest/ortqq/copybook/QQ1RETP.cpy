      *    how many days to keep, whether to archive before deleting,  *
      *    and a legal-hold flag that stops the purge of that file     *
      *    entirely without a code change. A file with no row is not   *
      *    touched. The QQ1REPO report repository takes a QQ1REPO row  *
      *    as its default and a row per report id (QQ1RPTn) for any   *
      *    report kept longer or held on its own; filed copies age by  *
      *    run date.                                                   *
      *----------------------------------------------------------------*
       01  QQ1RETP-RECORD.
           05  RTP-FILE-ID                 PIC X(8).
