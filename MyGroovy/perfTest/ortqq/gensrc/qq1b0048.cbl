      *COMPILE1: LANG(COBOL) CMP(DEFAULT) CICS(N) DB2()
      *COMPILE2: MQS(N) DLL(N) IP(N) LDAP(N) EXCI(N) RENT(N)
      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
      ** Monthly canary availability, outage windows and MTTR
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  QQ1B0048.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QQ1HBT-FILE ASSIGN TO QQ1HBT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HBT-KEY
               FILE STATUS IS WS-HBT-FILE-STATUS.
           SELECT QQ1RPT048-FILE ASSIGN TO QQ1RPTZ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QQ1HBT-FILE.
       COPY QQ1HBT.
       FD  QQ1RPT048-FILE.
       01  RPT048-LINE                     PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-HBT-FILE-STATUS              PIC X(2).
       01  WS-RPT-FILE-STATUS              PIC X(2).
       01  WS-EOF-FLAG                     PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.
       01  WS-PROBLEM-FLAG                 PIC X(1)    VALUE 'N'.
           88  WS-PROBLEM                              VALUE 'Y'.
       01  WS-WARNING-FLAG                 PIC X(1)    VALUE 'N'.
           88  WS-WARNING                              VALUE 'Y'.
      *    Reporting month, YYYY-MM, from the PARM or - left blank
      *    for the scheduled run on the 1st - the month just ended.
       01  WS-REPORT-MONTH                 PIC X(7)    VALUE SPACES.
       01  FILLER REDEFINES WS-REPORT-MONTH.
           05  WS-RPT-YYYY                 PIC 9(4).
           05  FILLER                      PIC X(1).
           05  WS-RPT-MM                   PIC 9(2).
       01  WS-MONTH-DAYS                   PIC 9(2).
       01  WS-LEAP-REMAINDER               PIC 9(4).
       01  WS-LEAP-QUOTIENT                PIC 9(4).
       01  WS-MONTH-DAY-TABLE              PIC X(24)   VALUE
               '312831303130313130313031'.
       01  FILLER REDEFINES WS-MONTH-DAY-TABLE.
           05  WS-MONTH-DAY                PIC 9(2)    OCCURS 12 TIMES.
       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYY                PIC 9(4).
           05  WS-CURR-MM                  PIC 9(2).
           05  WS-CURR-DD                  PIC 9(2).
       01  WS-CURRENT-TIME.
           05  WS-CURR-HH                  PIC 9(2).
           05  WS-CURR-MI                  PIC 9(2).
           05  WS-CURR-SS                  PIC 9(2).
           05  WS-CURR-CC                  PIC 9(2).
       01  WS-TIMESTAMP-NOW                PIC X(26).
      *    The region whose beats are being gathered: beats are
      *    keyed region first, so each region's month arrives in
      *    one run and is reported on its own.
       01  WS-REGION-ID                    PIC X(8)    VALUE SPACES.
       01  WS-REGION-TOTAL                 PIC 9(3)    VALUE ZERO.
       01  WS-DAY-IDX                      PIC S9(4)   COMP.
       01  WS-DAY-NUMBER                   PIC 9(2).
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 31 TIMES.
               10  WS-DAY-UP               PIC S9(7)   COMP.
               10  WS-DAY-DOWN             PIC S9(7)   COMP.
               10  WS-DAY-PLANNED          PIC S9(7)   COMP.
       01  WS-MONTH-UP                     PIC S9(7)   COMP.
       01  WS-MONTH-DOWN                   PIC S9(7)   COMP.
       01  WS-MONTH-PLANNED                PIC S9(7)   COMP.
      *    Outage windows: opened by the first down beat after an
      *    up one (or the first beat of the month), closed by the
      *    next up beat. Planned beats neither open nor close one -
      *    a drain in the middle of an outage does not end it.
       01  WS-IN-OUTAGE-FLAG               PIC X(1)    VALUE 'N'.
           88  WS-IN-OUTAGE                            VALUE 'Y'.
       01  WS-OUTAGE-LIMIT                 PIC S9(4)   COMP VALUE 200.
       01  WS-OUTAGE-TOTAL                 PIC S9(4)   COMP VALUE ZERO.
       01  WS-OUTAGE-OVERFLOW              PIC 9(5)    VALUE ZERO.
       01  WS-OUTAGE-IDX                   PIC S9(4)   COMP.
       01  WS-OUTAGE-TABLE.
           05  WS-OUTAGE-ENTRY OCCURS 200 TIMES.
               10  WS-OUT-START            PIC X(19).
               10  WS-OUT-END              PIC X(19).
               10  WS-OUT-SECONDS          PIC S9(9)   COMP.
               10  WS-OUT-BEATS            PIC S9(7)   COMP.
               10  WS-OUT-FIRST-SIG        PIC X(5).
               10  WS-OUT-LAST-SIG         PIC X(5).
               10  WS-OUT-OPEN-FLAG        PIC X(1).
                   88  WS-OUT-OPEN                     VALUE 'Y'.
      *    The outage being built; copied into the table when it
      *    closes or the region's beats run out.
       01  WS-CUR-START                    PIC X(19).
       01  WS-CUR-START-SECONDS            PIC S9(9)   COMP.
       01  WS-CUR-LAST-BEAT                PIC X(19).
       01  WS-CUR-LAST-SECONDS             PIC S9(9)   COMP.
       01  WS-CUR-BEATS                    PIC S9(7)   COMP.
       01  WS-CUR-FIRST-SIG                PIC X(5).
       01  WS-CUR-LAST-SIG                 PIC X(5).
       01  WS-RECOVERED-COUNT              PIC S9(4)   COMP.
       01  WS-STILL-DOWN-COUNT             PIC S9(4)   COMP.
       01  WS-RECOVER-SECONDS              PIC S9(11)  COMP-3.
       01  WS-LONGEST-SECONDS              PIC S9(9)   COMP.
       01  WS-MTTR-SECONDS                 PIC S9(9)   COMP.
      *    Beat time as seconds into the month - every beat
      *    reported falls inside the one month, so no calendar
      *    arithmetic is needed across its days.
       01  WS-BEAT-STAMP                   PIC X(19).
       01  FILLER REDEFINES WS-BEAT-STAMP.
           05  FILLER                      PIC X(8).
           05  WS-BEAT-DD                  PIC 9(2).
           05  FILLER                      PIC X(1).
           05  WS-BEAT-HH                  PIC 9(2).
           05  FILLER                      PIC X(1).
           05  WS-BEAT-MI                  PIC 9(2).
           05  FILLER                      PIC X(1).
           05  WS-BEAT-SS                  PIC 9(2).
       01  WS-BEAT-SECONDS                 PIC S9(9)   COMP.
      *    Seconds shown as HHHH:MM:SS.
       01  WS-DURATION-SECONDS             PIC S9(9)   COMP.
       01  WS-DURATION-WORK                PIC S9(9)   COMP.
       01  WS-DURATION-TEXT.
           05  WS-DUR-HOURS                PIC 9(4).
           05  FILLER                      PIC X(1)    VALUE ':'.
           05  WS-DUR-MINUTES              PIC 9(2).
           05  FILLER                      PIC X(1)    VALUE ':'.
           05  WS-DUR-SECS                 PIC 9(2).
       01  WS-SIG-WORK                     PIC X(5).
       01  FILLER REDEFINES WS-SIG-WORK.
           05  WS-SIG-KIND                 PIC X(1).
           05  WS-SIG-CODE                 PIC X(4).
       01  WS-SIG-TEXT                     PIC X(16).
       01  WS-UPTIME-PCT                   PIC S9(3)V99 COMP-3.
       01  WS-REPORT-HEADING.
           05  FILLER                      PIC X(49)   VALUE
               'QQ1B0048 - CANARY AVAILABILITY AND RECOVERY FOR '.
           05  RPH-MONTH                   PIC X(7).
           05  FILLER                      PIC X(10)   VALUE
               '   AS OF  '.
           05  RPH-TIMESTAMP               PIC X(19).
       01  WS-REGION-HEADING.
           05  FILLER                      PIC X(8)    VALUE
               'REGION  '.
           05  RGH-REGION-ID               PIC X(8).
       01  WS-DAY-HEADING                  PIC X(132)  VALUE
               '  DAY              UP     DOWN  PLANNED   UPTIME %'.
       01  WS-DAY-LINE.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DYL-DATE                    PIC X(10).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DYL-UP                      PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DYL-DOWN                    PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DYL-PLANNED                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DYL-UPTIME                  PIC ZZZ9.99.
           05  DYL-UPTIME-X REDEFINES DYL-UPTIME
                                           PIC X(7).
       01  WS-OUTAGE-HEADING-1             PIC X(132)  VALUE
               '  OUTAGE WINDOWS'.
       01  WS-OUTAGE-HEADING-2.
           05  FILLER                      PIC X(44)   VALUE
               '  START                END                  '.
           05  FILLER                      PIC X(44)   VALUE
               'DURATION     BEATS  SIGNATURE         LATER '.
           05  FILLER                      PIC X(9)    VALUE
               'SIGNATURE'.
       01  WS-OUTAGE-LINE.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  OTL-START                   PIC X(19).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  OTL-END                     PIC X(19).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  OTL-DURATION                PIC X(10).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  OTL-BEATS                   PIC ZZ,ZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  OTL-FIRST-SIG               PIC X(16).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  OTL-LAST-SIG                PIC X(16).
       01  WS-NO-OUTAGE-LINE               PIC X(132)  VALUE
               '  NO OUTAGES'.
       01  WS-SUMMARY-LINE.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  SML-LABEL                   PIC X(28).
           05  SML-VALUE                   PIC X(20).
       01  WS-COUNT-EDIT                   PIC ZZ,ZZ9.
       01  WS-PCT-EDIT                     PIC ZZ9.99.
       01  WS-OVERFLOW-NOTE.
           05  FILLER                      PIC X(47)   VALUE
               '  NOTE: OUTAGE TABLE FULL - WINDOWS NOT SHOWN: '.
           05  OVN-SKIPPED                 PIC ZZ,ZZ9.
       01  WS-EMPTY-LINE                   PIC X(132)  VALUE SPACES.
       01  WS-PROBLEM-LINE.
           05  FILLER                      PIC X(9)    VALUE
               'PROBLEM: '.
           05  PBL-TEXT                    PIC X(80).
       LINKAGE SECTION.
      *    JCL PARM layout (fixed-position, no keywords):
      *      positions 1-7  REPORT MONTH YYYY-MM (blank = the
      *                     previous calendar month)
       01  WS-JCL-PARM.
           05  WS-PARM-LEN                 PIC S9(4)   COMP.
           05  WS-PARM-TEXT.
               10  WS-PARM-MONTH           PIC X(7).
       PROCEDURE DIVISION USING WS-JCL-PARM.
       000000-CONTROL.

      *    Monthly, after the 1st. Reads the QQ1HBT beats the QQCN
      *    canary wrote for the month and prints, per region, the
      *    uptime percentage of each day (up beats over up and down
      *    beats - planned refusals count for neither), every
      *    outage window with its start, end, duration and failure
      *    signature, and the month's mean time to recover over the
      *    outages that did recover. CC 8 when the month or the
      *    file is unusable, CC 4 when the month has no beats or
      *    ends still down.
           PERFORM 000010-INITIALIZE.
           IF NOT WS-PROBLEM
               PERFORM 000020-PROCESS-ONE-BEAT UNTIL WS-EOF
               IF WS-REGION-ID NOT = SPACES
                   PERFORM 000040-FINISH-REGION
               END-IF
               IF WS-REGION-TOTAL = ZERO
                   MOVE SPACES TO RPT048-LINE
                   STRING 'NO CANARY BEATS ON QQ1HBT FOR '
                              DELIMITED SIZE
                          WS-REPORT-MONTH DELIMITED SIZE
                          ' - IS THE QQ1RGCT CANARY ROW ON?'
                              DELIMITED SIZE
                          INTO RPT048-LINE
                   END-STRING
                   WRITE RPT048-LINE
                   MOVE 'Y' TO WS-WARNING-FLAG
               END-IF
           END-IF.
           PERFORM 000090-TERMINATE.
           IF WS-PROBLEM
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNING
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       000010-INITIALIZE.

           PERFORM 000060-FORMAT-TIMESTAMP-NOW.
           IF WS-PARM-LEN >= 7 AND WS-PARM-MONTH NOT = SPACES
               MOVE WS-PARM-MONTH TO WS-REPORT-MONTH
           ELSE
               PERFORM 000011-DERIVE-PREVIOUS-MONTH
           END-IF.
           OPEN OUTPUT QQ1RPT048-FILE.
           MOVE WS-REPORT-MONTH        TO RPH-MONTH.
           MOVE WS-TIMESTAMP-NOW(1:19) TO RPH-TIMESTAMP.
           WRITE RPT048-LINE FROM WS-REPORT-HEADING.
           IF WS-REPORT-MONTH(1:4) NOT NUMERIC
                   OR WS-REPORT-MONTH(5:1) NOT = '-'
                   OR WS-REPORT-MONTH(6:2) NOT NUMERIC
               MOVE 'PARM MONTH MUST BE YYYY-MM' TO PBL-TEXT
               PERFORM 000080-WRITE-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           IF WS-RPT-MM < 1 OR WS-RPT-MM > 12
               MOVE 'PARM MONTH MUST BE YYYY-MM' TO PBL-TEXT
               PERFORM 000080-WRITE-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MONTH-DAY(WS-RPT-MM) TO WS-MONTH-DAYS.
           IF WS-RPT-MM = 2
               DIVIDE WS-RPT-YYYY BY 4
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               END-DIVIDE
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 29 TO WS-MONTH-DAYS
               END-IF
           END-IF.
           OPEN INPUT QQ1HBT-FILE.
           IF WS-HBT-FILE-STATUS = '05' OR '35'
               MOVE 'Y' TO WS-EOF-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF WS-HBT-FILE-STATUS NOT = '00'
               MOVE 'QQ1HBT CANNOT BE OPENED' TO PBL-TEXT
               PERFORM 000080-WRITE-PROBLEM
           END-IF.

       000011-DERIVE-PREVIOUS-MONTH.

           IF WS-CURR-MM > 1
               SUBTRACT 1 FROM WS-CURR-MM
           ELSE
               SUBTRACT 1 FROM WS-CURR-YYYY
               MOVE 12 TO WS-CURR-MM
           END-IF.
           MOVE SPACES TO WS-REPORT-MONTH.
           STRING WS-CURR-YYYY DELIMITED SIZE
                  '-'          DELIMITED SIZE
                  WS-CURR-MM   DELIMITED SIZE
                  INTO WS-REPORT-MONTH
           END-STRING.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

       000020-PROCESS-ONE-BEAT.

           READ QQ1HBT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
           IF WS-EOF
               EXIT PARAGRAPH
           END-IF.
           IF HBT-TIMESTAMP(1:7) NOT = WS-REPORT-MONTH
               EXIT PARAGRAPH
           END-IF.
           IF HBT-REGION-ID NOT = WS-REGION-ID
               IF WS-REGION-ID NOT = SPACES
                   PERFORM 000040-FINISH-REGION
               END-IF
               PERFORM 000030-START-REGION
           END-IF.
           MOVE HBT-TIMESTAMP(1:19) TO WS-BEAT-STAMP.
           IF WS-BEAT-DD < 1 OR WS-BEAT-DD > WS-MONTH-DAYS
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-BEAT-SECONDS =
               (WS-BEAT-DD * 86400) + (WS-BEAT-HH * 3600)
               + (WS-BEAT-MI * 60) + WS-BEAT-SS.
           MOVE WS-BEAT-DD TO WS-DAY-IDX.
           EVALUATE TRUE
               WHEN HBT-OUTCOME-UP
                   ADD 1 TO WS-DAY-UP(WS-DAY-IDX)
                   ADD 1 TO WS-MONTH-UP
                   IF WS-IN-OUTAGE
                       PERFORM 000021-CLOSE-OUTAGE
                   END-IF
               WHEN HBT-OUTCOME-DOWN
                   ADD 1 TO WS-DAY-DOWN(WS-DAY-IDX)
                   ADD 1 TO WS-MONTH-DOWN
                   PERFORM 000022-EXTEND-OUTAGE
               WHEN OTHER
                   ADD 1 TO WS-DAY-PLANNED(WS-DAY-IDX)
                   ADD 1 TO WS-MONTH-PLANNED
           END-EVALUATE.

       000021-CLOSE-OUTAGE.

      *    The first good beat ends the outage: recovery is timed
      *    from the first failed probe to the first good one.
           MOVE 'N' TO WS-IN-OUTAGE-FLAG.
           MOVE WS-BEAT-STAMP   TO WS-CUR-LAST-BEAT.
           MOVE WS-BEAT-SECONDS TO WS-CUR-LAST-SECONDS.
           PERFORM 000023-STORE-OUTAGE.
           IF WS-OUTAGE-TOTAL > ZERO
                   AND WS-OUTAGE-OVERFLOW = ZERO
               MOVE 'N' TO WS-OUT-OPEN-FLAG(WS-OUTAGE-TOTAL)
           END-IF.
           COMPUTE WS-DURATION-SECONDS =
               WS-CUR-LAST-SECONDS - WS-CUR-START-SECONDS.
           ADD 1 TO WS-RECOVERED-COUNT.
           ADD WS-DURATION-SECONDS TO WS-RECOVER-SECONDS.
           IF WS-DURATION-SECONDS > WS-LONGEST-SECONDS
               MOVE WS-DURATION-SECONDS TO WS-LONGEST-SECONDS
           END-IF.

       000022-EXTEND-OUTAGE.

           MOVE HBT-SIGNATURE TO WS-SIG-WORK.
           IF NOT WS-IN-OUTAGE
               MOVE 'Y'             TO WS-IN-OUTAGE-FLAG
               MOVE WS-BEAT-STAMP   TO WS-CUR-START
               MOVE WS-BEAT-SECONDS TO WS-CUR-START-SECONDS
               MOVE ZERO            TO WS-CUR-BEATS
               MOVE WS-SIG-WORK     TO WS-CUR-FIRST-SIG
               MOVE SPACES          TO WS-CUR-LAST-SIG
           ELSE
               IF WS-SIG-WORK NOT = WS-CUR-FIRST-SIG
                   MOVE WS-SIG-WORK TO WS-CUR-LAST-SIG
               END-IF
           END-IF.
           ADD 1 TO WS-CUR-BEATS.
           MOVE WS-BEAT-STAMP   TO WS-CUR-LAST-BEAT.
           MOVE WS-BEAT-SECONDS TO WS-CUR-LAST-SECONDS.

       000023-STORE-OUTAGE.

      *    Entered open; 000021 marks it closed once it has an end.
           IF WS-OUTAGE-TOTAL >= WS-OUTAGE-LIMIT
               ADD 1 TO WS-OUTAGE-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OUTAGE-TOTAL.
           MOVE WS-CUR-START     TO WS-OUT-START(WS-OUTAGE-TOTAL).
           MOVE WS-CUR-LAST-BEAT TO WS-OUT-END(WS-OUTAGE-TOTAL).
           COMPUTE WS-OUT-SECONDS(WS-OUTAGE-TOTAL) =
               WS-CUR-LAST-SECONDS - WS-CUR-START-SECONDS.
           MOVE WS-CUR-BEATS     TO WS-OUT-BEATS(WS-OUTAGE-TOTAL).
           MOVE WS-CUR-FIRST-SIG TO WS-OUT-FIRST-SIG(WS-OUTAGE-TOTAL).
           MOVE WS-CUR-LAST-SIG  TO WS-OUT-LAST-SIG(WS-OUTAGE-TOTAL).
           MOVE 'Y'              TO WS-OUT-OPEN-FLAG(WS-OUTAGE-TOTAL).

       000030-START-REGION.

           MOVE HBT-REGION-ID TO WS-REGION-ID.
           ADD 1 TO WS-REGION-TOTAL.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 31
               MOVE ZERO TO WS-DAY-UP(WS-DAY-IDX)
               MOVE ZERO TO WS-DAY-DOWN(WS-DAY-IDX)
               MOVE ZERO TO WS-DAY-PLANNED(WS-DAY-IDX)
           END-PERFORM.
           MOVE ZERO TO WS-MONTH-UP WS-MONTH-DOWN WS-MONTH-PLANNED.
           MOVE ZERO TO WS-OUTAGE-TOTAL WS-OUTAGE-OVERFLOW.
           MOVE ZERO TO WS-RECOVERED-COUNT WS-STILL-DOWN-COUNT.
           MOVE ZERO TO WS-RECOVER-SECONDS WS-LONGEST-SECONDS.
           MOVE 'N'  TO WS-IN-OUTAGE-FLAG.

       000040-FINISH-REGION.

      *    An outage still open when the region's beats run out is
      *    shown to its last failed beat and left out of the MTTR.
           IF WS-IN-OUTAGE
               PERFORM 000023-STORE-OUTAGE
               ADD 1 TO WS-STILL-DOWN-COUNT
               MOVE 'Y' TO WS-WARNING-FLAG
               MOVE 'N' TO WS-IN-OUTAGE-FLAG
           END-IF.
           WRITE RPT048-LINE FROM WS-EMPTY-LINE.
           MOVE WS-REGION-ID TO RGH-REGION-ID.
           WRITE RPT048-LINE FROM WS-REGION-HEADING.
           WRITE RPT048-LINE FROM WS-DAY-HEADING.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-MONTH-DAYS
               PERFORM 000041-WRITE-DAY-LINE
           END-PERFORM.
           WRITE RPT048-LINE FROM WS-EMPTY-LINE.
           WRITE RPT048-LINE FROM WS-OUTAGE-HEADING-1.
           IF WS-OUTAGE-TOTAL = ZERO
               WRITE RPT048-LINE FROM WS-NO-OUTAGE-LINE
           ELSE
               WRITE RPT048-LINE FROM WS-OUTAGE-HEADING-2
               PERFORM VARYING WS-OUTAGE-IDX FROM 1 BY 1
                       UNTIL WS-OUTAGE-IDX > WS-OUTAGE-TOTAL
                   PERFORM 000042-WRITE-OUTAGE-LINE
               END-PERFORM
           END-IF.
           IF WS-OUTAGE-OVERFLOW > ZERO
               MOVE WS-OUTAGE-OVERFLOW TO OVN-SKIPPED
               WRITE RPT048-LINE FROM WS-OVERFLOW-NOTE
           END-IF.
           PERFORM 000043-WRITE-REGION-SUMMARY.

       000041-WRITE-DAY-LINE.

           MOVE SPACES TO DYL-DATE.
           STRING WS-REPORT-MONTH DELIMITED SIZE
                  '-'             DELIMITED SIZE
                  INTO DYL-DATE
           END-STRING.
           MOVE WS-DAY-IDX            TO WS-DAY-NUMBER.
           MOVE WS-DAY-NUMBER         TO DYL-DATE(9:2).
           MOVE WS-DAY-UP(WS-DAY-IDX)      TO DYL-UP.
           MOVE WS-DAY-DOWN(WS-DAY-IDX)    TO DYL-DOWN.
           MOVE WS-DAY-PLANNED(WS-DAY-IDX) TO DYL-PLANNED.
           EVALUATE TRUE
               WHEN WS-DAY-UP(WS-DAY-IDX) + WS-DAY-DOWN(WS-DAY-IDX)
                       > ZERO
                   COMPUTE WS-UPTIME-PCT ROUNDED =
                       (WS-DAY-UP(WS-DAY-IDX) * 100)
                       / (WS-DAY-UP(WS-DAY-IDX)
                          + WS-DAY-DOWN(WS-DAY-IDX))
                   MOVE WS-UPTIME-PCT TO DYL-UPTIME
               WHEN WS-DAY-PLANNED(WS-DAY-IDX) > ZERO
                   MOVE 'PLANNED' TO DYL-UPTIME-X
               WHEN OTHER
                   MOVE 'NO DATA' TO DYL-UPTIME-X
           END-EVALUATE.
           WRITE RPT048-LINE FROM WS-DAY-LINE.

       000042-WRITE-OUTAGE-LINE.

           MOVE WS-OUT-START(WS-OUTAGE-IDX) TO OTL-START.
           MOVE WS-OUT-SECONDS(WS-OUTAGE-IDX)
               TO WS-DURATION-SECONDS.
           PERFORM 000050-FORMAT-DURATION.
           MOVE WS-DURATION-TEXT TO OTL-DURATION.
           IF WS-OUT-OPEN(WS-OUTAGE-IDX)
               MOVE 'STILL DOWN AT LAST BEAT' TO OTL-END
               MOVE SPACES TO OTL-DURATION
               STRING WS-DURATION-TEXT DELIMITED SIZE
                      '+'              DELIMITED SIZE
                      INTO OTL-DURATION
               END-STRING
           ELSE
               MOVE WS-OUT-END(WS-OUTAGE-IDX) TO OTL-END
           END-IF.
           MOVE WS-OUT-BEATS(WS-OUTAGE-IDX) TO OTL-BEATS.
           MOVE WS-OUT-FIRST-SIG(WS-OUTAGE-IDX) TO WS-SIG-WORK.
           PERFORM 000051-FORMAT-SIGNATURE.
           MOVE WS-SIG-TEXT TO OTL-FIRST-SIG.
           MOVE WS-OUT-LAST-SIG(WS-OUTAGE-IDX) TO WS-SIG-WORK.
           PERFORM 000051-FORMAT-SIGNATURE.
           MOVE WS-SIG-TEXT TO OTL-LAST-SIG.
           WRITE RPT048-LINE FROM WS-OUTAGE-LINE.

       000043-WRITE-REGION-SUMMARY.

           WRITE RPT048-LINE FROM WS-EMPTY-LINE.
           MOVE 'MONTH UPTIME %' TO SML-LABEL.
           IF WS-MONTH-UP + WS-MONTH-DOWN > ZERO
               COMPUTE WS-UPTIME-PCT ROUNDED =
                   (WS-MONTH-UP * 100)
                   / (WS-MONTH-UP + WS-MONTH-DOWN)
               MOVE WS-UPTIME-PCT TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO SML-VALUE
           ELSE
               MOVE 'NO DATA' TO SML-VALUE
           END-IF.
           WRITE RPT048-LINE FROM WS-SUMMARY-LINE.
           MOVE 'OUTAGES' TO SML-LABEL.
           COMPUTE WS-COUNT-EDIT =
               WS-OUTAGE-TOTAL + WS-OUTAGE-OVERFLOW.
           MOVE WS-COUNT-EDIT TO SML-VALUE.
           WRITE RPT048-LINE FROM WS-SUMMARY-LINE.
           MOVE 'RECOVERED' TO SML-LABEL.
           MOVE WS-RECOVERED-COUNT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO SML-VALUE.
           WRITE RPT048-LINE FROM WS-SUMMARY-LINE.
           MOVE 'STILL DOWN AT LAST BEAT' TO SML-LABEL.
           MOVE WS-STILL-DOWN-COUNT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO SML-VALUE.
           WRITE RPT048-LINE FROM WS-SUMMARY-LINE.
           MOVE 'MEAN TIME TO RECOVER' TO SML-LABEL.
           IF WS-RECOVERED-COUNT > ZERO
               COMPUTE WS-MTTR-SECONDS ROUNDED =
                   WS-RECOVER-SECONDS / WS-RECOVERED-COUNT
               MOVE WS-MTTR-SECONDS TO WS-DURATION-SECONDS
               PERFORM 000050-FORMAT-DURATION
               MOVE WS-DURATION-TEXT TO SML-VALUE
           ELSE
               MOVE 'NONE RECOVERED' TO SML-VALUE
           END-IF.
           WRITE RPT048-LINE FROM WS-SUMMARY-LINE.
           MOVE 'LONGEST RECOVERED OUTAGE' TO SML-LABEL.
           MOVE WS-LONGEST-SECONDS TO WS-DURATION-SECONDS.
           PERFORM 000050-FORMAT-DURATION.
           MOVE WS-DURATION-TEXT TO SML-VALUE.
           WRITE RPT048-LINE FROM WS-SUMMARY-LINE.

       000050-FORMAT-DURATION.

           IF WS-DURATION-SECONDS < ZERO
               MOVE ZERO TO WS-DURATION-SECONDS
           END-IF.
           DIVIDE WS-DURATION-SECONDS BY 3600
               GIVING WS-DURATION-WORK
               REMAINDER WS-DURATION-SECONDS
           END-DIVIDE.
           MOVE WS-DURATION-WORK TO WS-DUR-HOURS.
           DIVIDE WS-DURATION-SECONDS BY 60
               GIVING WS-DURATION-WORK
               REMAINDER WS-DURATION-SECONDS
           END-DIVIDE.
           MOVE WS-DURATION-WORK    TO WS-DUR-MINUTES.
           MOVE WS-DURATION-SECONDS TO WS-DUR-SECS.

       000051-FORMAT-SIGNATURE.

           MOVE SPACES TO WS-SIG-TEXT.
           EVALUATE WS-SIG-KIND
               WHEN 'O'
                   STRING 'OUTCOME '  DELIMITED SIZE
                          WS-SIG-CODE DELIMITED SIZE
                          INTO WS-SIG-TEXT
                   END-STRING
               WHEN 'A'
                   STRING 'ABEND '    DELIMITED SIZE
                          WS-SIG-CODE DELIMITED SIZE
                          INTO WS-SIG-TEXT
                   END-STRING
               WHEN 'L'
                   STRING 'LINK RESP '  DELIMITED SIZE
                          WS-SIG-CODE   DELIMITED SIZE
                          INTO WS-SIG-TEXT
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       000060-FORMAT-TIMESTAMP-NOW.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE SPACES TO WS-TIMESTAMP-NOW.
           STRING WS-CURR-YYYY DELIMITED SIZE
                  '-'          DELIMITED SIZE
                  WS-CURR-MM   DELIMITED SIZE
                  '-'          DELIMITED SIZE
                  WS-CURR-DD   DELIMITED SIZE
                  'T'          DELIMITED SIZE
                  WS-CURR-HH   DELIMITED SIZE
                  ':'          DELIMITED SIZE
                  WS-CURR-MI   DELIMITED SIZE
                  ':'          DELIMITED SIZE
                  WS-CURR-SS   DELIMITED SIZE
                  '.'          DELIMITED SIZE
                  WS-CURR-CC   DELIMITED SIZE
                  '0000'       DELIMITED SIZE
                  INTO WS-TIMESTAMP-NOW
           END-STRING.

       000080-WRITE-PROBLEM.

           MOVE 'Y' TO WS-PROBLEM-FLAG.
           WRITE RPT048-LINE FROM WS-PROBLEM-LINE.

       000090-TERMINATE.

           CLOSE QQ1HBT-FILE.
           CLOSE QQ1RPT048-FILE.
      *
      *   +->   QQ1B0048_CANARY_AVAILABILITY        10/15/2026  00:00
      *   !       Monthly batch report off the QQ1HBT heartbeats the
      *   !       QQCN canary (QQ1C0096) writes. Per region: uptime
      *   !       percentage per day (planned drain and protected-
      *   !       window refusals counted apart, in neither side),
      *   !       each outage window - first failed beat to first
      *   !       good beat - with its duration, beat count and the
      *   !       failure signature seen (and a later one if it
      *   !       changed), the month's uptime, mean time to recover
      *   !       over recovered outages and the longest one. CC 8 on
      *   !       a bad month or unreadable file, CC 4 when there are
      *   !       no beats or the month ends still down.
      *   +---
