      *----------------------------------------------------------------*
      *    QQ1FLTI - HOP FAULT-INJECTION DEFINITION RECORD             *
      *    VSAM KSDS keyed by fault number. One row per controlled    *
      *    failure the resilience tests can drive through the chain: *
      *    which hop fails, how, and for which runs. Defined on the   *
      *    QQ1C0099 screen (QQFI); arming goes through dual control   *
      *    (QQ1PNDC type 'F', approved on QQAP) and sets the QQ1RGCT  *
      *    'FAULT   ' row, which QQ1C0021 reads on every admitted run. *
      *    One fault is armed at a time; disarming is immediate.      *
      *    Valid hop/type pairs:                                      *
      *      CQQ1A131 - 'F' bad return flag, 'W' delay               *
      *      IQQ1A031 - 'S' severe imp_error with rollback,          *
      *                 'C' catalog miss (dialect fallback),         *
      *                 'W' delay                                    *
      *      QQ1C0021 - 'D' DB2 result insert failure,               *
      *                 'M' MQ completion put failure                *
      *      CQQ1A121 - 'W' delay                                    *
      *----------------------------------------------------------------*
       01  QQ1FLTI-RECORD.
           05  FLT-KEY.
               10  FLT-FAULT-NO            PIC 9(4).
           05  FLT-STATUS                  PIC X(1).
               88  FLT-DEFINED                     VALUE 'D'.
               88  FLT-ARM-PROPOSED                VALUE 'P'.
               88  FLT-ARMED                       VALUE 'A'.
               88  FLT-DISARMED                    VALUE 'X'.
           05  FLT-TITLE                   PIC X(40).
           05  FLT-TARGET-HOP              PIC X(8).
           05  FLT-FAULT-TYPE              PIC X(1).
               88  FLT-TYPE-BAD-RETURN-FLAG        VALUE 'F'.
               88  FLT-TYPE-SEVERE-ROLLBACK        VALUE 'S'.
               88  FLT-TYPE-CATALOG-MISS           VALUE 'C'.
               88  FLT-TYPE-DB2-FAILURE            VALUE 'D'.
               88  FLT-TYPE-MQ-FAILURE             VALUE 'M'.
               88  FLT-TYPE-DELAY                  VALUE 'W'.
           05  FLT-DELAY-SECONDS           PIC 9(3).
      *        Scope: runs of this campaign only (spaces = any run
      *        but the canary), and this percentage of those runs,
      *        sampled on the task number. A non-zero run cap
      *        stops injecting once that many runs were hit.
           05  FLT-CAMPAIGN-ID             PIC X(8).
           05  FLT-PERCENT                 PIC 9(3).
           05  FLT-MAX-RUNS                PIC 9(5).
           05  FLT-INJECTED-COUNT          PIC 9(7).
           05  FLT-DEFINED-BY              PIC X(8).
           05  FLT-DEFINED-TIMESTAMP       PIC X(26).
           05  FLT-ARMED-BY                PIC X(8).
           05  FLT-ARMED-TIMESTAMP         PIC X(26).
           05  FLT-DISARMED-BY             PIC X(8).
           05  FLT-DISARMED-TIMESTAMP      PIC X(26).
           05  FILLER                      PIC X(58).
