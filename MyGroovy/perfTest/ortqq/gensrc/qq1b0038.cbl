      *COMPILE1: LANG(COBOL) CMP(DEFAULT) CICS(N) DB2()
      *COMPILE2: MQS(N) DLL(N) IP(N) LDAP(N) EXCI(N) RENT(N)
      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
      ** Replay load-profile decks from one day's QQ1AUDIT arrivals
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  QQ1B0038.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QQ1AUDIT-FILE ASSIGN TO QQ1AUDT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
      *    One QQ1PROF deck per entry path, in AUD-ENTRY-PATH order
      *    T / X / W / M. Each deck is fed to its own concurrent
      *    QQ1PERFJ submission (own QUAL), which is how the suite
      *    gets overlapping arrivals out of the serial driver.
           SELECT QQ1PRFT-FILE ASSIGN TO QQ1PRFT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRFT-FILE-STATUS.
           SELECT QQ1PRFX-FILE ASSIGN TO QQ1PRFX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRFX-FILE-STATUS.
           SELECT QQ1PRFW-FILE ASSIGN TO QQ1PRFW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRFW-FILE-STATUS.
           SELECT QQ1PRFM-FILE ASSIGN TO QQ1PRFM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRFM-FILE-STATUS.
           SELECT QQ1RPT038-FILE ASSIGN TO QQ1RPTP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QQ1AUDIT-FILE.
       COPY QQ1AUDIT.
       FD  QQ1PRFT-FILE.
       01  PRFT-RECORD                     PIC X(80).
       FD  QQ1PRFX-FILE.
       01  PRFX-RECORD                     PIC X(80).
       FD  QQ1PRFW-FILE.
       01  PRFW-RECORD                     PIC X(80).
       FD  QQ1PRFM-FILE.
       01  PRFM-RECORD                     PIC X(80).
       FD  QQ1RPT038-FILE.
       01  RPT038-LINE                     PIC X(80).
       WORKING-STORAGE SECTION.
       COPY QQ1PROF.
       01  WS-AUDIT-FILE-STATUS            PIC X(2).
       01  WS-PRFT-FILE-STATUS             PIC X(2).
       01  WS-PRFX-FILE-STATUS             PIC X(2).
       01  WS-PRFW-FILE-STATUS             PIC X(2).
       01  WS-PRFM-FILE-STATUS             PIC X(2).
       01  WS-RPT-FILE-STATUS              PIC X(2).
       01  WS-EOF-FLAG                     PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.
       01  WS-PROFILE-DATE                 PIC X(10)   VALUE SPACES.
       01  WS-PROFILE-KEY-DATE             PIC X(8).
      *    Multiplier, two decimals (PARM 150 = 1.50 x the day).
       01  WS-MULTIPLIER                   PIC 9V99    VALUE 1.00.
       01  WS-INTERVAL-MINUTES             PIC 9(3)    VALUE 60.
      *    QQ1B0012 holds at most 20 phases; a deck longer than that
      *    would be silently truncated, so intervals are merged
      *    down to this many.
       01  WS-PHASE-LIMIT                  PIC S9(4)   COMP VALUE 20.
       01  WS-CURRENT-DATE                 PIC 9(8).
       01  FILLER REDEFINES WS-CURRENT-DATE.
           05  WS-CURR-YYYY                PIC 9(4).
           05  WS-CURR-MM                  PIC 9(2).
           05  WS-CURR-DD                  PIC 9(2).
       01  WS-LEAP-REMAINDER               PIC 9(4).
       01  WS-MONTH-DAYS-TABLE.
           05  FILLER                      PIC 9(2)    VALUE 31.
           05  FILLER                      PIC 9(2)    VALUE 28.
           05  FILLER                      PIC 9(2)    VALUE 31.
           05  FILLER                      PIC 9(2)    VALUE 30.
           05  FILLER                      PIC 9(2)    VALUE 31.
           05  FILLER                      PIC 9(2)    VALUE 30.
           05  FILLER                      PIC 9(2)    VALUE 31.
           05  FILLER                      PIC 9(2)    VALUE 31.
           05  FILLER                      PIC 9(2)    VALUE 30.
           05  FILLER                      PIC 9(2)    VALUE 31.
           05  FILLER                      PIC 9(2)    VALUE 30.
           05  FILLER                      PIC 9(2)    VALUE 31.
       01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
           05  WS-MONTH-DAY                PIC 9(2)    OCCURS 12 TIMES.
       01  WS-PATH-CODE-TABLE              PIC X(4)    VALUE 'TXWM'.
       01  WS-PATH-CODES REDEFINES WS-PATH-CODE-TABLE.
           05  WS-PATH-CODE                PIC X(1)    OCCURS 4 TIMES.
       01  WS-PATH-NAME-TABLE.
           05  FILLER                      PIC X(8)    VALUE 'TERMINAL'.
           05  FILLER                      PIC X(8)    VALUE 'EXCI    '.
           05  FILLER                      PIC X(8)    VALUE 'WEB     '.
           05  FILLER                      PIC X(8)    VALUE 'MQ      '.
       01  WS-PATH-NAMES REDEFINES WS-PATH-NAME-TABLE.
           05  WS-PATH-NAME                PIC X(8)    OCCURS 4 TIMES.
      *    Arrivals per minute of the day (minute 1 = 00:00) per path.
       01  WS-MINUTE-TABLE.
           05  WS-MINUTE-PATH OCCURS 4 TIMES.
               10  WS-PATH-ARRIVALS        PIC S9(9)   COMP.
               10  WS-MINUTE-COUNT         PIC S9(7)   COMP
                                            OCCURS 1440 TIMES.
      *    Working interval list for the path being profiled; merged
      *    in place until it fits the driver's phase table.
       01  WS-IVL-COUNT                    PIC S9(4)   COMP.
       01  WS-IVL-TABLE.
           05  WS-IVL-ENTRY OCCURS 1440 TIMES.
               10  IVL-START-MINUTE        PIC S9(4)   COMP.
               10  IVL-MINUTES             PIC S9(4)   COMP.
               10  IVL-ARRIVALS            PIC S9(9)   COMP.
               10  IVL-SUM-SQUARES         PIC S9(15)  COMP-3.
       01  WS-PATH-IDX                     PIC S9(4)   COMP.
       01  WS-MIN-IDX                      PIC S9(4)   COMP.
       01  WS-IVL-IDX                      PIC S9(4)   COMP.
       01  WS-NEXT-IDX                     PIC S9(4)   COMP.
       01  WS-BEST-IDX                     PIC S9(4)   COMP.
       01  WS-MERGE-DONE-FLAG              PIC X(1).
           88  WS-MERGE-DONE                           VALUE 'Y'.
       01  WS-RATE-DIFF                    PIC S9(9)V9(6) COMP-3.
       01  WS-BEST-DIFF                    PIC S9(9)V9(6) COMP-3.
       01  WS-ARRIVAL-MINUTE               PIC S9(4)   COMP.
       01  WS-ARRIVAL-HH                   PIC 9(2).
       01  WS-ARRIVAL-MI                   PIC 9(2).
      *    Card derivation work fields.
       01  WS-SECONDS                      PIC S9(9)   COMP.
       01  WS-SCALED                       PIC S9(9)   COMP.
       01  WS-TICKS                        PIC S9(9)   COMP.
       01  WS-STREAMS                      PIC S9(9)   COMP.
       01  WS-THINK                        PIC S9(9)   COMP.
       01  WS-MEAN-PER-MINUTE              PIC S9(9)V9(6) COMP-3.
       01  WS-VARIANCE                     PIC S9(9)V9(6) COMP-3.
       01  WS-DISPERSION                   PIC S9(5)V9(2) COMP-3.
       01  WS-DIST                         PIC X(1).
       01  WS-THINK-MIN                    PIC S9(4)   COMP.
       01  WS-THINK-MAX                    PIC S9(4)   COMP.
       01  WS-CARD-TOTAL                   PIC 9(3).
       01  WS-DAY-TOTAL                    PIC 9(9)    VALUE ZERO.
       01  WS-REPORT-HEADING.
           05  FILLER                      PIC X(33)   VALUE
               'QQ1B0038 - REPLAY PROFILE OF     '.
           05  RH-PROFILE-DATE             PIC X(10).
           05  FILLER                      PIC X(15)   VALUE
               '  MULTIPLIER: '.
           05  RH-MULTIPLIER               PIC 9.99.
           05  FILLER                      PIC X(12)   VALUE
               '  INTERVAL: '.
           05  RH-INTERVAL                 PIC ZZ9.
       01  WS-PATH-HEADING.
           05  FILLER                      PIC X(12)   VALUE
               'ENTRY PATH: '.
           05  PTH-NAME                    PIC X(8).
           05  FILLER                      PIC X(12)   VALUE
               '  ARRIVALS: '.
           05  PTH-ARRIVALS                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(9)    VALUE
               '  PHASES:'.
           05  PTH-PHASES                  PIC ZZ9.
       01  WS-PHASE-HEADING                PIC X(80)   VALUE
               '  FROM  MINS  ARRIVALS    SCALED  DISP  CARD'.
       01  WS-PHASE-LINE.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  PHL-FROM-HH                 PIC 9(2).
           05  FILLER                      PIC X(1)    VALUE ':'.
           05  PHL-FROM-MI                 PIC 9(2).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  PHL-MINUTES                 PIC ZZZ9.
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  PHL-ARRIVALS                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  PHL-SCALED                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  PHL-DISPERSION              PIC ZZ9.9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  PHL-CARD                    PIC X(26).
       01  WS-NO-ARRIVALS-LINE             PIC X(80)   VALUE
               '  NO ARRIVALS - DECK LEFT EMPTY (DO NOT SUBMIT)'.
       01  WS-TOTAL-LINE.
           05  FILLER                      PIC X(20)   VALUE
               'ARRIVALS FOR DAY:   '.
           05  TOT-ARRIVALS                PIC ZZZ,ZZZ,ZZ9.
       01  WS-EMPTY-LINE                   PIC X(80)   VALUE SPACES.
       LINKAGE SECTION.
      *    JCL PARM layout (fixed-position, no keywords):
      *      positions  1-10  DAY TO PROFILE YYYY-MM-DD
      *                       (spaces = the previous calendar day)
      *      positions 11-13  MULTIPLIER x 100 (9(3), default 100)
      *      positions 14-16  INTERVAL MINUTES (9(3), default 060)
       01  WS-JCL-PARM.
           05  WS-PARM-LEN                 PIC S9(4)   COMP.
           05  WS-PARM-TEXT.
               10  WS-PARM-DATE            PIC X(10).
               10  WS-PARM-MULTIPLIER      PIC 9V99.
               10  WS-PARM-INTERVAL        PIC 9(3).
       PROCEDURE DIVISION USING WS-JCL-PARM.
       000000-CONTROL.

           PERFORM 000010-INITIALIZE.
           PERFORM 000020-COUNT-ONE-ARRIVAL UNTIL WS-EOF.
           PERFORM VARYING WS-PATH-IDX FROM 1 BY 1
                   UNTIL WS-PATH-IDX > 4
               PERFORM 000030-PROFILE-ONE-PATH
           END-PERFORM.
           PERFORM 000090-TERMINATE.
           IF WS-DAY-TOTAL = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       000010-INITIALIZE.

           IF WS-PARM-LEN >= 10 AND WS-PARM-DATE NOT = SPACES
               MOVE WS-PARM-DATE TO WS-PROFILE-DATE
           ELSE
               PERFORM 000011-DERIVE-YESTERDAY
           END-IF.
           IF WS-PARM-LEN >= 13 AND WS-PARM-MULTIPLIER NUMERIC
                   AND WS-PARM-MULTIPLIER > ZERO
               MOVE WS-PARM-MULTIPLIER TO WS-MULTIPLIER
           END-IF.
           IF WS-PARM-LEN >= 16 AND WS-PARM-INTERVAL NUMERIC
                   AND WS-PARM-INTERVAL > ZERO
               MOVE WS-PARM-INTERVAL TO WS-INTERVAL-MINUTES
           END-IF.
           MOVE WS-PROFILE-DATE(1:4) TO WS-PROFILE-KEY-DATE(1:4).
           MOVE WS-PROFILE-DATE(6:2) TO WS-PROFILE-KEY-DATE(5:2).
           MOVE WS-PROFILE-DATE(9:2) TO WS-PROFILE-KEY-DATE(7:2).
           PERFORM VARYING WS-PATH-IDX FROM 1 BY 1
                   UNTIL WS-PATH-IDX > 4
               MOVE ZERO TO WS-PATH-ARRIVALS(WS-PATH-IDX)
               PERFORM VARYING WS-MIN-IDX FROM 1 BY 1
                       UNTIL WS-MIN-IDX > 1440
                   MOVE ZERO TO WS-MINUTE-COUNT(WS-PATH-IDX WS-MIN-IDX)
               END-PERFORM
           END-PERFORM.
           OPEN OUTPUT QQ1PRFT-FILE.
           OPEN OUTPUT QQ1PRFX-FILE.
           OPEN OUTPUT QQ1PRFW-FILE.
           OPEN OUTPUT QQ1PRFM-FILE.
           OPEN OUTPUT QQ1RPT038-FILE.
           MOVE WS-PROFILE-DATE     TO RH-PROFILE-DATE.
           MOVE WS-MULTIPLIER       TO RH-MULTIPLIER.
           MOVE WS-INTERVAL-MINUTES TO RH-INTERVAL.
           WRITE RPT038-LINE FROM WS-REPORT-HEADING.
      *    The reference_id leads with the run date: the day is one
      *    contiguous key range of the audit file.
           OPEN INPUT QQ1AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO AUD-KEY.
           MOVE WS-PROFILE-KEY-DATE TO AUD-REFERENCE-ID(1:8).
           START QQ1AUDIT-FILE KEY >= AUD-KEY
           END-START.
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.

       000011-DERIVE-YESTERDAY.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           IF WS-CURR-DD > 1
               SUBTRACT 1 FROM WS-CURR-DD
           ELSE
               IF WS-CURR-MM = 1
                   SUBTRACT 1 FROM WS-CURR-YYYY
                   MOVE 12 TO WS-CURR-MM
               ELSE
                   SUBTRACT 1 FROM WS-CURR-MM
               END-IF
               MOVE WS-MONTH-DAY(WS-CURR-MM) TO WS-CURR-DD
               IF WS-CURR-MM = 2
                   DIVIDE WS-CURR-YYYY BY 4
                       GIVING WS-LEAP-REMAINDER
                       REMAINDER WS-LEAP-REMAINDER
                   END-DIVIDE
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 29 TO WS-CURR-DD
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO WS-PROFILE-DATE.
           STRING WS-CURR-YYYY DELIMITED SIZE
                  '-'          DELIMITED SIZE
                  WS-CURR-MM   DELIMITED SIZE
                  '-'          DELIMITED SIZE
                  WS-CURR-DD   DELIMITED SIZE
                  INTO WS-PROFILE-DATE
           END-STRING.

       000020-COUNT-ONE-ARRIVAL.

           READ QQ1AUDIT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
           IF WS-EOF
               EXIT PARAGRAPH
           END-IF.
           IF AUD-REFERENCE-ID(1:8) NOT = WS-PROFILE-KEY-DATE
               MOVE 'Y' TO WS-EOF-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-PATH-IDX.
           PERFORM VARYING WS-IVL-IDX FROM 1 BY 1
                   UNTIL WS-IVL-IDX > 4
               IF AUD-ENTRY-PATH = WS-PATH-CODE(WS-IVL-IDX)
                   MOVE WS-IVL-IDX TO WS-PATH-IDX
                   MOVE 4 TO WS-IVL-IDX
               END-IF
           END-PERFORM.
           IF WS-PATH-IDX = ZERO
                   OR AUD-TIMESTAMP(12:2) NOT NUMERIC
                   OR AUD-TIMESTAMP(15:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
      *    AUD-TIMESTAMP is YYYY-MM-DDTHH:MM:SS.nnnnnn.
           MOVE AUD-TIMESTAMP(12:2) TO WS-ARRIVAL-HH.
           MOVE AUD-TIMESTAMP(15:2) TO WS-ARRIVAL-MI.
           IF WS-ARRIVAL-HH > 23 OR WS-ARRIVAL-MI > 59
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ARRIVAL-MINUTE =
               (WS-ARRIVAL-HH * 60) + WS-ARRIVAL-MI + 1.
           ADD 1 TO WS-MINUTE-COUNT(WS-PATH-IDX WS-ARRIVAL-MINUTE).
           ADD 1 TO WS-PATH-ARRIVALS(WS-PATH-IDX).
           ADD 1 TO WS-DAY-TOTAL.

       000030-PROFILE-ONE-PATH.

           WRITE RPT038-LINE FROM WS-EMPTY-LINE.
           MOVE WS-PATH-NAME(WS-PATH-IDX)     TO PTH-NAME.
           MOVE WS-PATH-ARRIVALS(WS-PATH-IDX) TO PTH-ARRIVALS.
           IF WS-PATH-ARRIVALS(WS-PATH-IDX) = ZERO
               MOVE ZERO TO PTH-PHASES
               WRITE RPT038-LINE FROM WS-PATH-HEADING
               WRITE RPT038-LINE FROM WS-NO-ARRIVALS-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000031-BUILD-INTERVALS.
           PERFORM 000032-TRIM-QUIET-ENDS.
           MOVE 'N' TO WS-MERGE-DONE-FLAG.
           PERFORM 000033-MERGE-CLOSEST-PAIR UNTIL WS-MERGE-DONE.
           MOVE WS-IVL-COUNT TO PTH-PHASES.
           WRITE RPT038-LINE FROM WS-PATH-HEADING.
           WRITE RPT038-LINE FROM WS-PHASE-HEADING.
           MOVE ZERO TO WS-CARD-TOTAL.
           PERFORM VARYING WS-IVL-IDX FROM 1 BY 1
                   UNTIL WS-IVL-IDX > WS-IVL-COUNT
               PERFORM 000040-WRITE-ONE-CARD
           END-PERFORM.

       000031-BUILD-INTERVALS.

           MOVE ZERO TO WS-IVL-COUNT.
           PERFORM VARYING WS-MIN-IDX FROM 1 BY 1
                   UNTIL WS-MIN-IDX > 1440
               IF WS-IVL-COUNT = ZERO
                       OR IVL-MINUTES(WS-IVL-COUNT)
                           >= WS-INTERVAL-MINUTES
                   ADD 1 TO WS-IVL-COUNT
                   COMPUTE IVL-START-MINUTE(WS-IVL-COUNT) =
                       WS-MIN-IDX - 1
                   MOVE ZERO TO IVL-MINUTES(WS-IVL-COUNT)
                   MOVE ZERO TO IVL-ARRIVALS(WS-IVL-COUNT)
                   MOVE ZERO TO IVL-SUM-SQUARES(WS-IVL-COUNT)
               END-IF
               ADD 1 TO IVL-MINUTES(WS-IVL-COUNT)
               ADD WS-MINUTE-COUNT(WS-PATH-IDX WS-MIN-IDX)
                   TO IVL-ARRIVALS(WS-IVL-COUNT)
               COMPUTE IVL-SUM-SQUARES(WS-IVL-COUNT) =
                   IVL-SUM-SQUARES(WS-IVL-COUNT)
                   + (WS-MINUTE-COUNT(WS-PATH-IDX WS-MIN-IDX)
                      * WS-MINUTE-COUNT(WS-PATH-IDX WS-MIN-IDX))
           END-PERFORM.

       000032-TRIM-QUIET-ENDS.

      *    The deck starts with the day's first busy interval and
      *    stops after its last; the report shows the clock times.
           PERFORM UNTIL WS-IVL-COUNT = ZERO
                   OR IVL-ARRIVALS(WS-IVL-COUNT) > ZERO
               SUBTRACT 1 FROM WS-IVL-COUNT
           END-PERFORM.
           MOVE 1 TO WS-BEST-IDX.
           PERFORM UNTIL WS-BEST-IDX > WS-IVL-COUNT
                   OR IVL-ARRIVALS(WS-BEST-IDX) > ZERO
               ADD 1 TO WS-BEST-IDX
           END-PERFORM.
           IF WS-BEST-IDX > 1
               PERFORM VARYING WS-IVL-IDX FROM WS-BEST-IDX BY 1
                       UNTIL WS-IVL-IDX > WS-IVL-COUNT
                   COMPUTE WS-NEXT-IDX = WS-IVL-IDX - WS-BEST-IDX + 1
                   MOVE WS-IVL-ENTRY(WS-IVL-IDX)
                       TO WS-IVL-ENTRY(WS-NEXT-IDX)
               END-PERFORM
               COMPUTE WS-IVL-COUNT = WS-IVL-COUNT - WS-BEST-IDX + 1
           END-IF.

       000033-MERGE-CLOSEST-PAIR.

      *    Find the neighbouring pair whose arrival rates (per
      *    minute) differ least. Equal rates are always merged -
      *    one phase says it better than two - and otherwise the
      *    closest pair is merged only while the deck is still too
      *    long for the driver.
           IF WS-IVL-COUNT < 2
               MOVE 'Y' TO WS-MERGE-DONE-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-BEST-IDX.
           PERFORM VARYING WS-IVL-IDX FROM 1 BY 1
                   UNTIL WS-IVL-IDX >= WS-IVL-COUNT
               COMPUTE WS-NEXT-IDX = WS-IVL-IDX + 1
               COMPUTE WS-RATE-DIFF ROUNDED =
                   (IVL-ARRIVALS(WS-IVL-IDX)
                    / IVL-MINUTES(WS-IVL-IDX))
                   - (IVL-ARRIVALS(WS-NEXT-IDX)
                    / IVL-MINUTES(WS-NEXT-IDX))
               IF WS-RATE-DIFF < ZERO
                   COMPUTE WS-RATE-DIFF = ZERO - WS-RATE-DIFF
               END-IF
               IF WS-BEST-IDX = ZERO OR WS-RATE-DIFF < WS-BEST-DIFF
                   MOVE WS-IVL-IDX   TO WS-BEST-IDX
                   MOVE WS-RATE-DIFF TO WS-BEST-DIFF
               END-IF
           END-PERFORM.
           IF WS-BEST-DIFF > ZERO AND WS-IVL-COUNT <= WS-PHASE-LIMIT
               MOVE 'Y' TO WS-MERGE-DONE-FLAG
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NEXT-IDX = WS-BEST-IDX + 1.
           ADD IVL-MINUTES(WS-NEXT-IDX)  TO IVL-MINUTES(WS-BEST-IDX).
           ADD IVL-ARRIVALS(WS-NEXT-IDX) TO IVL-ARRIVALS(WS-BEST-IDX).
           ADD IVL-SUM-SQUARES(WS-NEXT-IDX)
               TO IVL-SUM-SQUARES(WS-BEST-IDX).
           PERFORM VARYING WS-IVL-IDX FROM WS-NEXT-IDX BY 1
                   UNTIL WS-IVL-IDX >= WS-IVL-COUNT
               MOVE WS-IVL-ENTRY(WS-IVL-IDX + 1)
                   TO WS-IVL-ENTRY(WS-IVL-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-IVL-COUNT.

       000040-WRITE-ONE-CARD.

      *    Rate -> streams and think time: one LINK per tick with
      *    think = interval / arrivals while that is a second or
      *    more; above one arrival a second, a burst of streams per
      *    tick with a one-second think. A quiet stretch inside the
      *    day becomes a slow keep-alive phase (999-second think)
      *    so the timeline keeps its shape.
           COMPUTE WS-SECONDS = IVL-MINUTES(WS-IVL-IDX) * 60.
           COMPUTE WS-SCALED ROUNDED =
               IVL-ARRIVALS(WS-IVL-IDX) * WS-MULTIPLIER.
           IF IVL-ARRIVALS(WS-IVL-IDX) > ZERO AND WS-SCALED = ZERO
               MOVE 1 TO WS-SCALED
           END-IF.
           MOVE ZERO TO WS-DISPERSION.
           MOVE ZERO TO WS-THINK-MIN WS-THINK-MAX.
           EVALUATE TRUE
               WHEN WS-SCALED = ZERO
                   MOVE 1 TO WS-STREAMS
                   COMPUTE WS-TICKS = (WS-SECONDS + 998) / 999
                   MOVE 999 TO WS-THINK
                   MOVE 'F' TO WS-DIST
               WHEN WS-SCALED <= WS-SECONDS
                   MOVE 1 TO WS-STREAMS
                   MOVE WS-SCALED TO WS-TICKS
                   COMPUTE WS-THINK ROUNDED = WS-SECONDS / WS-SCALED
                   PERFORM 000041-CHOOSE-DISTRIBUTION
               WHEN OTHER
                   COMPUTE WS-STREAMS =
                       (WS-SCALED + WS-SECONDS - 1) / WS-SECONDS
                   IF WS-STREAMS > 999
                       MOVE 999 TO WS-STREAMS
                   END-IF
                   COMPUTE WS-TICKS =
                       (WS-SCALED + WS-STREAMS - 1) / WS-STREAMS
                   MOVE 1 TO WS-THINK
                   PERFORM 000041-CHOOSE-DISTRIBUTION
           END-EVALUATE.
           IF WS-THINK > 999
               MOVE 999 TO WS-THINK
           END-IF.
           IF WS-TICKS > 99999
               MOVE 99999 TO WS-TICKS
           END-IF.
           MOVE SPACES TO QQ1PROF-RECORD.
           IF WS-SCALED = ZERO
               MOVE 'Q' TO PRF-PHASE-NAME(1:1)
           ELSE
               MOVE WS-PATH-CODE(WS-PATH-IDX) TO PRF-PHASE-NAME(1:1)
           END-IF.
           COMPUTE WS-ARRIVAL-HH = IVL-START-MINUTE(WS-IVL-IDX) / 60.
           COMPUTE WS-ARRIVAL-MI = IVL-START-MINUTE(WS-IVL-IDX)
               - (WS-ARRIVAL-HH * 60).
           MOVE WS-ARRIVAL-HH TO PRF-PHASE-NAME(2:2).
           MOVE WS-ARRIVAL-MI TO PRF-PHASE-NAME(4:2).
           MOVE WS-TICKS      TO PRF-TICK-COUNT.
           MOVE WS-STREAMS    TO PRF-STREAM-COUNT.
           MOVE WS-DIST       TO PRF-THINK-DIST.
           IF WS-DIST = 'U'
               MOVE ZERO     TO PRF-THINK-MEAN
           ELSE
               MOVE WS-THINK TO PRF-THINK-MEAN
           END-IF.
           MOVE WS-THINK-MIN  TO PRF-THINK-MIN.
           MOVE WS-THINK-MAX  TO PRF-THINK-MAX.
           EVALUATE WS-PATH-IDX
               WHEN 1
                   WRITE PRFT-RECORD FROM QQ1PROF-RECORD
               WHEN 2
                   WRITE PRFX-RECORD FROM QQ1PROF-RECORD
               WHEN 3
                   WRITE PRFW-RECORD FROM QQ1PROF-RECORD
               WHEN OTHER
                   WRITE PRFM-RECORD FROM QQ1PROF-RECORD
           END-EVALUATE.
           ADD 1 TO WS-CARD-TOTAL.
           MOVE WS-ARRIVAL-HH            TO PHL-FROM-HH.
           MOVE WS-ARRIVAL-MI            TO PHL-FROM-MI.
           MOVE IVL-MINUTES(WS-IVL-IDX)  TO PHL-MINUTES.
           MOVE IVL-ARRIVALS(WS-IVL-IDX) TO PHL-ARRIVALS.
           MOVE WS-SCALED                TO PHL-SCALED.
           MOVE WS-DISPERSION            TO PHL-DISPERSION.
           MOVE QQ1PROF-RECORD(1:26)     TO PHL-CARD.
           WRITE RPT038-LINE FROM WS-PHASE-LINE.

       000041-CHOOSE-DISTRIBUTION.

      *    Index of dispersion of the per-minute counts (variance /
      *    mean): about 1 for independent (Poisson) arrivals ->
      *    exponential think; well under 1 for a metronome-like
      *    feed -> fixed; well over 1 for bursty traffic ->
      *    uniform over 0 to twice the mean, the widest spread the
      *    card can state.
           COMPUTE WS-MEAN-PER-MINUTE ROUNDED =
               IVL-ARRIVALS(WS-IVL-IDX) / IVL-MINUTES(WS-IVL-IDX).
           COMPUTE WS-VARIANCE ROUNDED =
               (IVL-SUM-SQUARES(WS-IVL-IDX) / IVL-MINUTES(WS-IVL-IDX))
               - (WS-MEAN-PER-MINUTE * WS-MEAN-PER-MINUTE).
           IF WS-VARIANCE < ZERO
               MOVE ZERO TO WS-VARIANCE
           END-IF.
           IF WS-MEAN-PER-MINUTE > ZERO
               COMPUTE WS-DISPERSION ROUNDED =
                   WS-VARIANCE / WS-MEAN-PER-MINUTE
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-DISPERSION
               END-COMPUTE
           END-IF.
           EVALUATE TRUE
               WHEN WS-DISPERSION < 0.5
                   MOVE 'F' TO WS-DIST
               WHEN WS-DISPERSION <= 2
                   MOVE 'E' TO WS-DIST
               WHEN OTHER
                   MOVE 'U' TO WS-DIST
                   MOVE ZERO TO WS-THINK-MIN
                   COMPUTE WS-THINK-MAX = WS-THINK * 2
                   IF WS-THINK-MAX > 999
                       MOVE 999 TO WS-THINK-MAX
                   END-IF
           END-EVALUATE.

       000090-TERMINATE.

           WRITE RPT038-LINE FROM WS-EMPTY-LINE.
           MOVE WS-DAY-TOTAL TO TOT-ARRIVALS.
           WRITE RPT038-LINE FROM WS-TOTAL-LINE.
           IF WS-AUDIT-FILE-STATUS NOT = '35'
               CLOSE QQ1AUDIT-FILE
           END-IF.
           CLOSE QQ1PRFT-FILE.
           CLOSE QQ1PRFX-FILE.
           CLOSE QQ1PRFW-FILE.
           CLOSE QQ1PRFM-FILE.
           CLOSE QQ1RPT038-FILE.
      *
      *   +->   QQ1B0038_REPLAY_LOAD_PROFILE        10/14/2026  00:00
      *   !       Derives ready-to-use QQ1PROF decks from a real
      *   !       day's arrivals. Counts that day's QQ1AUDIT records
      *   !       per minute for each AUD-ENTRY-PATH, groups them
      *   !       into PARM-length intervals, trims the quiet start
      *   !       and end of the day and merges neighbouring
      *   !       intervals of closest rate until the deck fits the
      *   !       driver's 20 phases. Each phase card carries ticks,
      *   !       streams per tick and a think-time distribution
      *   !       chosen from the dispersion of the arrivals, scaled
      *   !       by the PARM multiplier ("month-end x 1.5"). One
      *   !       deck per entry path, each for its own concurrent
      *   !       QQ1PERFJ submission. CC 4 when the day had no
      *   !       arrivals.
      *   +---
