      *----------------------------------------------------------------*
      *    QQ1FLTD - FAULT-INJECTION DIRECTIVE WORK VIEW               *
      *    The QQ1FLTI fault QQ1C0021 decided to inject into this run, *
      *    carried down as container QQ1FLTCN so CQQ1A121 can make    *
      *    the target hop fail the chosen way. A blank fault type     *
      *    means the run is not injected.                             *
      *----------------------------------------------------------------*
       01  QQ1FAULT-DIRECTIVE.
           05  FLTD-FAULT-NO               PIC 9(4).
           05  FLTD-TARGET-HOP             PIC X(8).
           05  FLTD-FAULT-TYPE             PIC X(1).
               88  FLTD-NONE                       VALUE SPACE.
               88  FLTD-BAD-RETURN-FLAG            VALUE 'F'.
               88  FLTD-SEVERE-ROLLBACK            VALUE 'S'.
               88  FLTD-CATALOG-MISS               VALUE 'C'.
               88  FLTD-DB2-FAILURE                VALUE 'D'.
               88  FLTD-MQ-FAILURE                 VALUE 'M'.
               88  FLTD-DELAY                      VALUE 'W'.
           05  FLTD-DELAY-SECONDS          PIC 9(3).
