      *----------------------------------------------------------------*
      *    QQ1MREL - MESSAGE CATALOG RELEASE REGISTER RECORD           *
      *    VSAM KSDS keyed by release id. QQ1B0027 stages a delivery   *
      *    of translated QQ1MSGT rows under a release id and an        *
      *    effective-from date-time; QQ1B0046 prints it for review;    *
      *    QQ1C0095 (QQRL) switches it on or rolls it back as a whole; *
      *    IQQ1A031 serves a staged row only while its release is on   *
      *    (or promoted) and the effective-from has passed. QQ1B0046   *
      *    PROMOTE later folds live releases into the rows' text in    *
      *    effect and clears out rolled-back ones.                     *
      *----------------------------------------------------------------*
       01  QQ1MREL-RECORD.
           05  REL-RELEASE-ID              PIC X(8).
      *        'YYYY-MM-DDTHH:MM:SS.000000', the QQ1MSGT form.
           05  REL-EFFECTIVE-FROM          PIC X(26).
           05  REL-STATUS                  PIC X(1).
      *            Import running, or failed part way.
               88  REL-STATUS-IMPORTING            VALUE 'I'.
               88  REL-STATUS-STAGED               VALUE 'S'.
               88  REL-STATUS-ON                   VALUE 'O'.
               88  REL-STATUS-ROLLED-BACK          VALUE 'B'.
               88  REL-STATUS-PROMOTED             VALUE 'P'.
               88  REL-STATUS-LIVE                 VALUE 'O' 'P'.
      *        Rows staged and rejected by the most recent import.
           05  REL-IMPORT-ROWS             PIC 9(5).
           05  REL-IMPORT-REJECTS          PIC 9(5).
           05  REL-IMPORTED-BY             PIC X(8).
           05  REL-IMPORTED-AT             PIC X(26).
      *        Who last switched the release on or rolled it back.
           05  REL-SWITCHED-BY             PIC X(8).
           05  REL-SWITCHED-AT             PIC X(26).
      *        QQ1B0047 catalog lint over the release's staged rows,
      *        reset by every import; QQRL switches on only a
      *        release whose latest import linted clean.
           05  REL-LINT-STATUS             PIC X(1).
               88  REL-LINT-NOT-RUN                VALUE ' '.
               88  REL-LINT-PASSED                 VALUE 'P'.
               88  REL-LINT-FAILED                 VALUE 'F'.
           05  REL-LINT-ERRORS             PIC 9(5).
           05  FILLER                      PIC X(1).
