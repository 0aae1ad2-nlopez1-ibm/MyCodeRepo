      *----------------------------------------------------------------*
      *    QQ1BOOK - CAMPAIGN BOOKING RECORD                           *
      *    VSAM KSDS keyed by campaign id. A tester requests a         *
      *    campaign on the QQ1C0092 booking screen (QQBK): iteration   *
      *    count, think time, optional QQ1PROF load profile member     *
      *    and the wanted start. An operator other than the tester     *
      *    approves or rejects it there; the QQ1C0093 scheduler task   *
      *    (QQBS) submits the QQ1PERF job through the internal         *
      *    reader at the booked start and follows the campaign's       *
      *    QQ1CAMP registry record to running and done. Start and      *
      *    estimated end are also held as minutes since 0000-03-01     *
      *    so bookings can be checked for overlap across midnight.     *
      *----------------------------------------------------------------*
       01  QQ1BOOK-RECORD.
           05  BKG-CAMPAIGN-ID             PIC X(8).
           05  BKG-STATUS                  PIC X(1).
               88  BKG-REQUESTED                       VALUE 'R'.
               88  BKG-APPROVED                        VALUE 'A'.
               88  BKG-SUBMITTED                       VALUE 'S'.
               88  BKG-RUNNING                         VALUE 'U'.
               88  BKG-DONE                            VALUE 'D'.
               88  BKG-REJECTED                        VALUE 'J'.
      *        Requested, approved, submitted and running bookings
      *        hold their time slot; done and rejected ones do not.
               88  BKG-HOLDS-SLOT                      VALUE 'R' 'A'
                                                             'S' 'U'.
           05  BKG-ITERATIONS              PIC 9(5).
           05  BKG-THINK-SECONDS           PIC 9(3).
      *        Member of ORTQQ.PERF.PROFILES used as the QQ1PROF
      *        load profile; spaces = fixed think time.
           05  BKG-PROFILE                 PIC X(8).
           05  BKG-START-DATE              PIC X(10).
           05  BKG-START-TIME              PIC X(5).
           05  BKG-START-MINUTE            PIC 9(11).
           05  BKG-END-MINUTE              PIC 9(11).
           05  BKG-REQUESTED-BY            PIC X(8).
           05  BKG-REQUESTED-TIMESTAMP     PIC X(26).
           05  BKG-DECIDED-BY              PIC X(8).
           05  BKG-DECIDED-TIMESTAMP       PIC X(26).
           05  BKG-SUBMITTED-TIMESTAMP     PIC X(26).
      *        Last thing that happened to the booking, e.g. the
      *        campaign outcome or a failed submission.
           05  BKG-NOTE                    PIC X(30).
           05  FILLER                      PIC X(14).
