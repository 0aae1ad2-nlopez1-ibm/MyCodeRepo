      *----------------------------------------------------------------*
      *    QQ1HBKT - QQ1HIST LATENCY BUCKET BOUNDARIES                 *
      *    Bucket 1 holds values of 1 tick or less. Above that each   *
      *    power of ten is split into the ten R10 preferred-number    *
      *    steps below (x100), so bucket 1 + (decade * 10) + step     *
      *    holds the values above the previous bound up to           *
      *    HBK-STEP-BOUND(step) * 10 ** decade / 100 - each bucket    *
      *    is about 26% wider than the last. Decades 0-14 cover the   *
      *    whole S9(15) tick range in 151 buckets. A percentile is    *
      *    reported as its bucket's upper bound, held to the          *
      *    recorded maximum. Changing these steps invalidates every   *
      *    histogram already built. HBK-WORK is the one histogram a  *
      *    reader holds - a day's record, or a window's sum of days - *
      *    and HBK-PERCENT/HBK-RESULT its percentile in and out.      *
      *----------------------------------------------------------------*
       01  HBK-STEP-TABLE.
           05  FILLER                      PIC 9(4)    VALUE 0125.
           05  FILLER                      PIC 9(4)    VALUE 0160.
           05  FILLER                      PIC 9(4)    VALUE 0200.
           05  FILLER                      PIC 9(4)    VALUE 0250.
           05  FILLER                      PIC 9(4)    VALUE 0320.
           05  FILLER                      PIC 9(4)    VALUE 0400.
           05  FILLER                      PIC 9(4)    VALUE 0500.
           05  FILLER                      PIC 9(4)    VALUE 0630.
           05  FILLER                      PIC 9(4)    VALUE 0800.
           05  FILLER                      PIC 9(4)    VALUE 1000.
       01  HBK-STEPS REDEFINES HBK-STEP-TABLE.
           05  HBK-STEP-BOUND              PIC 9(4)    OCCURS 10 TIMES.
       01  HBK-BUCKET-LIMIT                PIC S9(4)   COMP VALUE 151.
       01  HBK-WORK.
           05  HBK-WORK-COUNT              PIC 9(9)    COMP.
           05  HBK-WORK-MIN                PIC S9(15)  COMP-3.
           05  HBK-WORK-MAX                PIC S9(15)  COMP-3.
           05  HBK-WORK-SUM                PIC S9(18)  COMP-3.
           05  HBK-WORK-BUCKET             PIC 9(9)    COMP
                                            OCCURS 151 TIMES.
       01  HBK-PERCENT                     PIC S9(3)   COMP.
       01  HBK-RANK                        PIC S9(11)  COMP-3.
       01  HBK-SEEN                        PIC S9(11)  COMP-3.
       01  HBK-IDX                         PIC S9(4)   COMP.
       01  HBK-DECADE                      PIC S9(4)   COMP.
       01  HBK-STEP                        PIC S9(4)   COMP.
       01  HBK-LOW                         PIC S9(18)  COMP-3.
       01  HBK-RESULT                      PIC S9(18)  COMP-3.
