      *COMPILE1: LANG(COBOL) CMP(DEFAULT) CICS(N) DB2()
      *COMPILE2: MQS(N) DLL(N) IP(N) LDAP(N) EXCI(N) RENT(N)
      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
      ** Throughput and concurrency by minute and entry path
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  QQ1B0052.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QQ1AUDIT-FILE ASSIGN TO QQ1AUDT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT QQ1METR-FILE ASSIGN TO QQ1METR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MET-KEY
               FILE STATUS IS WS-METR-FILE-STATUS.
           SELECT QQ1RGCT-FILE ASSIGN TO QQ1RGCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RGC-KEY
               FILE STATUS IS WS-RGCT-FILE-STATUS.
           SELECT QQ1SORT-FILE ASSIGN TO SORTWK01.
           SELECT QQ1RPT052-FILE ASSIGN TO QQ1RP052
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QQ1AUDIT-FILE.
       COPY QQ1AUDIT.
       FD  QQ1METR-FILE.
       COPY QQ1METR.
       FD  QQ1RGCT-FILE.
       COPY QQ1RGCT.
      *    One admitted run becomes two events: it enters the
      *    region at its audit timestamp and leaves when its
      *    CQQ1A121 elapsed time has passed. Sorted by time of day,
      *    a leave ahead of an enter in the same millisecond, so
      *    back-to-back runs are not counted as overlapping.
       SD  QQ1SORT-FILE.
       01  SRT-EVENT-RECORD.
           05  SRT-EVENT-MS                PIC 9(8).
           05  SRT-EVENT-KIND              PIC X(1).
               88  SRT-EVENT-LEAVE                     VALUE 'E'.
               88  SRT-EVENT-ENTER                     VALUE 'S'.
           05  SRT-PATH-IDX                PIC 9(1).
       FD  QQ1RPT052-FILE.
       01  RPT052-LINE                     PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS            PIC X(2).
       01  WS-METR-FILE-STATUS             PIC X(2).
       01  WS-RGCT-FILE-STATUS             PIC X(2).
       01  WS-RPT-FILE-STATUS              PIC X(2).
       01  WS-EOF-FLAG                     PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.
       01  WS-PROBLEM-FLAG                 PIC X(1)    VALUE 'N'.
           88  WS-PROBLEM                              VALUE 'Y'.
       01  WS-PARM-WORK                    PIC X(18)   VALUE SPACES.
       01  WS-REPORT-DATE                  PIC X(10)   VALUE SPACES.
       01  WS-REPORT-KEY-DATE              PIC X(8).
       01  WS-REGION-FILTER                PIC X(8)    VALUE SPACES.
       01  WS-CONCURR-LIMIT                PIC 9(5)    VALUE ZERO.
       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYY                PIC 9(4).
           05  WS-CURR-MM                  PIC 9(2).
           05  WS-CURR-DD                  PIC 9(2).
       01  WS-TODAY                        PIC X(10).
       01  WS-YESTERDAY                    PIC X(10).
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
      *    Entry paths as QQ1AUDIT classifies them (000004 in
      *    QQ1C0021); column 5 is the whole region, which is what
      *    the CONCURR limit polices. A run with no path on its
      *    audit record (written before the path was kept) counts
      *    in the region column only.
       01  WS-PATH-CODE-TABLE.
           05  FILLER                      PIC X(1)    VALUE 'T'.
           05  FILLER                      PIC X(1)    VALUE 'X'.
           05  FILLER                      PIC X(1)    VALUE 'W'.
           05  FILLER                      PIC X(1)    VALUE 'M'.
           05  FILLER                      PIC X(1)    VALUE '*'.
       01  WS-PATH-CODES REDEFINES WS-PATH-CODE-TABLE.
           05  WS-PATH-CODE                PIC X(1)    OCCURS 5 TIMES.
       01  WS-PATH-NAME-TABLE.
           05  FILLER                      PIC X(20)   VALUE
               'TERMINAL'.
           05  FILLER                      PIC X(20)   VALUE
               'EXCI BATCH DRIVER'.
           05  FILLER                      PIC X(20)   VALUE
               'WEB SERVICE'.
           05  FILLER                      PIC X(20)   VALUE
               'MQ INTAKE'.
           05  FILLER                      PIC X(20)   VALUE
               'WHOLE REGION'.
       01  WS-PATH-NAMES REDEFINES WS-PATH-NAME-TABLE.
           05  WS-PATH-NAME                PIC X(20)   OCCURS 5 TIMES.
       01  WS-REGION-PATH                  PIC S9(4)   COMP VALUE +5.
      *    One day, minute by minute, per entry path.
       01  WS-MINUTE-TABLE.
           05  WS-MINUTE-ENTRY OCCURS 1440 TIMES.
               10  WS-MINUTE-PATH OCCURS 5 TIMES.
                   15  WS-MIN-ARRIVED      PIC 9(7)    COMP.
                   15  WS-MIN-BUSY         PIC 9(7)    COMP.
                   15  WS-MIN-WINDOWED     PIC 9(7)    COMP.
                   15  WS-MIN-OTHER-REFUSED
                                           PIC 9(7)    COMP.
                   15  WS-MIN-COMPLETED    PIC 9(7)    COMP.
                   15  WS-MIN-PEAK         PIC 9(7)    COMP.
       01  WS-MINUTE-IDX                   PIC S9(4)   COMP.
       01  WS-PATH-IDX                     PIC S9(4)   COMP.
       01  WS-EVENT-PATH                   PIC S9(4)   COMP.
       01  WS-LAST-MINUTE                  PIC S9(4)   COMP.
       01  WS-EVENT-MINUTE                 PIC S9(4)   COMP.
       01  WS-INFLIGHT-TABLE.
           05  WS-INFLIGHT                 PIC S9(7)   COMP
                                            OCCURS 5 TIMES.
       01  WS-RUN-START-MS                 PIC 9(8).
       01  WS-RUN-END-MS                   PIC S9(15)  COMP-3.
       01  WS-LAST-MS-OF-DAY               PIC 9(8)    VALUE 86399999.
       01  WS-AUD-HH                       PIC 9(2).
       01  WS-AUD-MI                       PIC 9(2).
       01  WS-AUD-SS                       PIC 9(2).
      *    Peak per minute for the region, counted by level, so the
      *    summary can say how high the busiest minutes ran without
      *    being led by one outlier; 999 stands for 999 and above.
       01  WS-PEAK-LEVEL-TABLE.
           05  WS-PEAK-LEVEL-COUNT         PIC 9(5)    COMP
                                            OCCURS 1000 TIMES.
       01  WS-LEVEL-IDX                    PIC S9(4)   COMP.
       01  WS-ACTIVE-MINUTES               PIC 9(5)    COMP VALUE ZERO.
       01  WS-LEVEL-RANK                   PIC 9(5)    COMP.
       01  WS-LEVEL-SEEN                   PIC 9(5)    COMP.
       01  WS-P95-MINUTE-PEAK              PIC 9(5)    VALUE ZERO.
       01  WS-AT-LIMIT-MINUTES             PIC 9(5)    VALUE ZERO.
       01  WS-PATH-TOTALS.
           05  WS-TOT-ARRIVED              PIC 9(9).
           05  WS-TOT-BUSY                 PIC 9(9).
           05  WS-TOT-WINDOWED             PIC 9(9).
           05  WS-TOT-OTHER-REFUSED        PIC 9(9).
           05  WS-TOT-COMPLETED            PIC 9(9).
           05  WS-TOT-PEAK                 PIC 9(7).
           05  WS-TOT-PEAK-MINUTE          PIC S9(4)   COMP.
       01  WS-AUDIT-READ-TOTAL             PIC 9(9)    VALUE ZERO.
       01  WS-ADMITTED-TOTAL               PIC 9(9)    VALUE ZERO.
       01  WS-REFUSED-TOTAL                PIC 9(9)    VALUE ZERO.
       01  WS-BUSY-TOTAL                   PIC 9(9)    VALUE ZERO.
       01  WS-UNTIMED-TOTAL                PIC 9(9)    VALUE ZERO.
       01  WS-BAD-TIME-TOTAL               PIC 9(9)    VALUE ZERO.
       01  WS-OTHER-REGION-TOTAL           PIC 9(9)    VALUE ZERO.
       01  WS-PERCENT-WORK                 PIC 9(7).
       01  WS-TIME-WORK                    PIC S9(4)   COMP.
       01  WS-TIME-HH                      PIC 9(2).
       01  WS-TIME-MI                      PIC 9(2).
       01  WS-REPORT-HEADING.
           05  FILLER                      PIC X(48)   VALUE
               'QQ1B0052 - THROUGHPUT AND CONCURRENCY BY MINUTE'.
           05  FILLER                      PIC X(6)    VALUE
               'DATE '.
           05  RH-REPORT-DATE              PIC X(10).
           05  FILLER                      PIC X(10)   VALUE
               '  REGION '.
           05  RH-REGION                   PIC X(11).
           05  FILLER                      PIC X(16)   VALUE
               'CONCURR LIMIT '.
           05  RH-LIMIT                    PIC X(8).
       01  WS-LIMIT-EDIT                   PIC ZZZZ9.
       01  WS-NOTE-LINE-1                  PIC X(132)  VALUE
               'ARRIVED = EVERY RUN THAT REACHED QQ1C0021; ADMITTED = AR
      -        'RIVED LESS BUSY, WINDOWED (WNDW) AND OTHER REFUSALS (DRN
      -        'G, BRKR).'.
       01  WS-NOTE-LINE-2                  PIC X(132)  VALUE
               'PEAK = MOST ADMITTED RUNS IN FLIGHT AT ONCE IN THE MINUT
      -        'E. AUDIT TIMES ARE TO THE SECOND, SO PEAKS ARE UPPER BOU
      -        'NDS.'.
       01  WS-REGION-NOTE-LINE             PIC X(132)  VALUE
               'NOTE: NO REGION SELECTED - CONCURR IS POLICED PER REGION
      -        ', SO MERGED PEAKS OVERSTATE ANY ONE REGION.'.
       01  WS-PATH-HEADING.
           05  FILLER                      PIC X(13)   VALUE
               'ENTRY PATH: '.
           05  PHL-PATH-NAME               PIC X(20).
       01  WS-COLUMN-HEADING.
           05  FILLER                      PIC X(50)   VALUE
               'TIME    ARRIVED  ADMITTED      BUSY  WINDOWED     '.
           05  FILLER                      PIC X(50)   VALUE
               'OTHER COMPLETED      PEAK  % LIMIT'.
       01  WS-MINUTE-LINE.
           05  MNL-TIME                    PIC X(5).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  MNL-ARRIVED                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  MNL-ADMITTED                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  MNL-BUSY                    PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  MNL-WINDOWED                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  MNL-OTHER                   PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  MNL-COMPLETED               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  MNL-PEAK                    PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  MNL-PERCENT                 PIC X(5).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  MNL-FLAG                    PIC X(8).
       01  WS-PERCENT-EDIT                 PIC ZZZZ9.
       01  WS-NO-RUNS-LINE                 PIC X(132)  VALUE
               '      NO RUNS ON THIS PATH'.
       01  WS-PATH-TOTAL-LINE.
           05  FILLER                      PIC X(6)    VALUE
               'TOTAL '.
           05  PTL-ARRIVED                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(12)   VALUE
               '  ADMITTED '.
           05  PTL-ADMITTED                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(8)    VALUE
               '  BUSY '.
           05  PTL-BUSY                    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(12)   VALUE
               '  WINDOWED '.
           05  PTL-WINDOWED                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(9)    VALUE
               '  OTHER '.
           05  PTL-OTHER                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(8)    VALUE
               '  PEAK '.
           05  PTL-PEAK                    PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(4)    VALUE
               ' AT '.
           05  PTL-PEAK-TIME               PIC X(5).
       01  WS-SIZING-LINE-1.
           05  FILLER                      PIC X(41)   VALUE
               'REGION PEAK IN FLIGHT:'.
           05  SZL-PEAK                    PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(4)    VALUE
               ' AT '.
           05  SZL-PEAK-TIME               PIC X(5).
       01  WS-SIZING-LINE-2.
           05  FILLER                      PIC X(41)   VALUE
               '95% OF ACTIVE MINUTES PEAKED AT OR UNDER'.
           05  SZL-P95                     PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(4)    VALUE
               ' OF '.
           05  SZL-ACTIVE                  PIC ZZ,ZZ9.
           05  FILLER                      PIC X(16)   VALUE
               ' ACTIVE MINUTES'.
       01  WS-SIZING-LINE-3.
           05  FILLER                      PIC X(41)   VALUE
               'MINUTES THAT REACHED THE LIMIT:'.
           05  SZL-AT-LIMIT                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(24)   VALUE
               '   BUSY REFUSALS: '.
           05  SZL-BUSY                    PIC ZZZ,ZZZ,ZZ9.
       01  WS-SIZING-LINE-4.
           05  FILLER                      PIC X(41)   VALUE
               'ADMITTED RUNS WITHOUT CHAIN TIMING:'.
           05  SZL-UNTIMED                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(34)   VALUE
               '   (COUNTED AS ENDING AT ONCE)'.
       01  WS-SUMMARY-LINE.
           05  FILLER                      PIC X(24)   VALUE
               'QQ1B0052 AUDIT READ:   '.
           05  SUM-READ                    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(12)   VALUE
               '  ADMITTED '.
           05  SUM-ADMITTED                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(11)   VALUE
               '  REFUSED '.
           05  SUM-REFUSED                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(15)   VALUE
               '  OTHER REGION '.
           05  SUM-OTHER-REGION            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(12)   VALUE
               '  BAD TIME '.
           05  SUM-BAD-TIME                PIC ZZZ,ZZ9.
       01  WS-PROBLEM-LINE.
           05  FILLER                      PIC X(20)   VALUE
               'QQ1B0052 - PROBLEM: '.
           05  PBL-TEXT                    PIC X(80).
       LINKAGE SECTION.
      *    JCL PARM layout (fixed-position, no keywords):
      *      positions 1-10  run date YYYY-MM-DD, or TODAY
      *                      (spaces = the previous calendar day)
      *      positions 11-18 region APPLID (spaces = every region
      *                      on the audit trail, merged)
       01  WS-JCL-PARM.
           05  WS-PARM-LEN                 PIC S9(4)   COMP.
           05  WS-PARM-TEXT.
               10  WS-PARM-REPORT-DATE     PIC X(10).
               10  WS-PARM-REGION          PIC X(8).
       PROCEDURE DIVISION USING WS-JCL-PARM.
       000000-CONTROL.

      *    Load, not latency: per minute of one day and per entry
      *    path, how many runs arrived, how many admission control
      *    turned away (BUSY from 000010-REJECT-BUSY-RUN, WNDW
      *    from 000003-REJECT-WINDOWED-RUN in QQ1C0021, DRNG and
      *    BRKR), how many completed and the most in flight at
      *    once, with the region's peak set against the QQ1RGCT
      *    CONCURR limit - the evidence for sizing that limit.
      *    CC 4 when any run was refused BUSY, CC 8 when the audit
      *    trail cannot be read.
           PERFORM 000010-INITIALIZE.
           IF NOT WS-PROBLEM
               SORT QQ1SORT-FILE
                   ON ASCENDING KEY SRT-EVENT-MS
                                    SRT-EVENT-KIND
                   INPUT PROCEDURE IS 000020-RELEASE-RUN-EVENTS
                   OUTPUT PROCEDURE IS 000040-SWEEP-RUN-EVENTS
               IF SORT-RETURN NOT = ZERO
                   MOVE 'SORT FAILED - CONCURRENCY INCOMPLETE'
                       TO PBL-TEXT
                   PERFORM 000080-WRITE-PROBLEM
               END-IF
               PERFORM VARYING WS-PATH-IDX FROM 1 BY 1
                       UNTIL WS-PATH-IDX > 5
                   PERFORM 000050-WRITE-PATH-SECTION
               END-PERFORM
               PERFORM 000060-WRITE-SIZING-SUMMARY
           END-IF.
           PERFORM 000090-TERMINATE.
           IF WS-PROBLEM
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-BUSY-TOTAL > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       000010-INITIALIZE.

           OPEN OUTPUT QQ1RPT052-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-TODAY.
           STRING WS-CURR-YYYY '-' WS-CURR-MM '-' WS-CURR-DD
               DELIMITED SIZE INTO WS-TODAY
           END-STRING.
           PERFORM 000011-DERIVE-YESTERDAY.
           IF WS-PARM-LEN > 18
               MOVE 18 TO WS-PARM-LEN
           END-IF.
           IF WS-PARM-LEN > 0
               MOVE WS-PARM-TEXT(1:WS-PARM-LEN) TO WS-PARM-WORK
               MOVE WS-PARM-WORK(1:10) TO WS-REPORT-DATE
               MOVE WS-PARM-WORK(11:8) TO WS-REGION-FILTER
           END-IF.
           EVALUATE WS-REPORT-DATE
               WHEN SPACES
                   MOVE WS-YESTERDAY TO WS-REPORT-DATE
               WHEN 'TODAY     '
                   MOVE WS-TODAY TO WS-REPORT-DATE
           END-EVALUATE.
           MOVE WS-REPORT-DATE TO RH-REPORT-DATE.
           IF WS-REGION-FILTER = SPACES
               MOVE 'ALL' TO RH-REGION
           ELSE
               MOVE WS-REGION-FILTER TO RH-REGION
           END-IF.
           PERFORM 000012-READ-CONCURR-LIMIT.
           WRITE RPT052-LINE FROM WS-REPORT-HEADING.
           WRITE RPT052-LINE FROM WS-NOTE-LINE-1.
           WRITE RPT052-LINE FROM WS-NOTE-LINE-2.
           IF WS-REGION-FILTER = SPACES
               WRITE RPT052-LINE FROM WS-REGION-NOTE-LINE
           END-IF.
           IF WS-REPORT-DATE(1:4) NOT NUMERIC
                   OR WS-REPORT-DATE(5:1) NOT = '-'
                   OR WS-REPORT-DATE(6:2) NOT NUMERIC
                   OR WS-REPORT-DATE(8:1) NOT = '-'
                   OR WS-REPORT-DATE(9:2) NOT NUMERIC
               MOVE 'PARM DATE MUST BE YYYY-MM-DD, TODAY OR BLANK'
                   TO PBL-TEXT
               PERFORM 000080-WRITE-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           STRING WS-REPORT-DATE(1:4) WS-REPORT-DATE(6:2)
                  WS-REPORT-DATE(9:2)
               DELIMITED SIZE INTO WS-REPORT-KEY-DATE
           END-STRING.
           PERFORM VARYING WS-MINUTE-IDX FROM 1 BY 1
                   UNTIL WS-MINUTE-IDX > 1440
               PERFORM VARYING WS-PATH-IDX FROM 1 BY 1
                       UNTIL WS-PATH-IDX > 5
                   MOVE ZERO TO WS-MIN-ARRIVED(WS-MINUTE-IDX
                                               WS-PATH-IDX)
                   MOVE ZERO TO WS-MIN-BUSY(WS-MINUTE-IDX
                                            WS-PATH-IDX)
                   MOVE ZERO TO WS-MIN-WINDOWED(WS-MINUTE-IDX
                                                WS-PATH-IDX)
                   MOVE ZERO TO WS-MIN-OTHER-REFUSED(WS-MINUTE-IDX
                                                     WS-PATH-IDX)
                   MOVE ZERO TO WS-MIN-COMPLETED(WS-MINUTE-IDX
                                                 WS-PATH-IDX)
                   MOVE ZERO TO WS-MIN-PEAK(WS-MINUTE-IDX
                                            WS-PATH-IDX)
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-LEVEL-IDX FROM 1 BY 1
                   UNTIL WS-LEVEL-IDX > 1000
               MOVE ZERO TO WS-PEAK-LEVEL-COUNT(WS-LEVEL-IDX)
           END-PERFORM.
           OPEN INPUT QQ1AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               MOVE SPACES TO PBL-TEXT
               STRING 'QQ1AUDIT CANNOT BE OPENED, STATUS '
                          DELIMITED SIZE
                      WS-AUDIT-FILE-STATUS DELIMITED SIZE
                      INTO PBL-TEXT
               END-STRING
               PERFORM 000080-WRITE-PROBLEM
               EXIT PARAGRAPH
           END-IF.
      *    No metrics file only costs the timings: every admitted
      *    run then counts as ending the moment it started.
           OPEN INPUT QQ1METR-FILE.

       000011-DERIVE-YESTERDAY.

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
           MOVE SPACES TO WS-YESTERDAY.
           STRING WS-CURR-YYYY DELIMITED SIZE
                  '-'          DELIMITED SIZE
                  WS-CURR-MM   DELIMITED SIZE
                  '-'          DELIMITED SIZE
                  WS-CURR-DD   DELIMITED SIZE
                  INTO WS-YESTERDAY
           END-STRING.

       000012-READ-CONCURR-LIMIT.

      *    The limit as it stands when the report runs; no row, or
      *    a zero value, means admission is not policing the region
      *    (see QQ1RGCT).
           MOVE 'NONE' TO RH-LIMIT.
           OPEN INPUT QQ1RGCT-FILE.
           IF WS-RGCT-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'CONCURR ' TO RGC-KEY.
           READ QQ1RGCT-FILE
               INVALID KEY
                   MOVE ZERO TO RGC-VALUE
           END-READ.
           MOVE RGC-VALUE TO WS-CONCURR-LIMIT.
           IF WS-CONCURR-LIMIT > ZERO
               MOVE WS-CONCURR-LIMIT TO WS-LIMIT-EDIT
               MOVE WS-LIMIT-EDIT    TO RH-LIMIT
           END-IF.
           CLOSE QQ1RGCT-FILE.

       000020-RELEASE-RUN-EVENTS.

      *    The reference_id starts with the run date (QQ1SRVD), so
      *    the day's audit records are one key range.
           MOVE LOW-VALUES         TO AUD-KEY.
           MOVE WS-REPORT-KEY-DATE TO AUD-REFERENCE-ID(1:8).
           MOVE 'N' TO WS-EOF-FLAG.
           START QQ1AUDIT-FILE KEY >= AUD-KEY
           END-START.
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM 000021-READ-ONE-AUDIT UNTIL WS-EOF.

       000021-READ-ONE-AUDIT.

           READ QQ1AUDIT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
           IF WS-EOF
               EXIT PARAGRAPH
           END-IF.
           IF AUD-REFERENCE-ID(1:8) NOT = WS-REPORT-KEY-DATE
               MOVE 'Y' TO WS-EOF-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-AUDIT-READ-TOTAL.
           IF WS-REGION-FILTER NOT = SPACES
                   AND AUD-REGION-ID NOT = WS-REGION-FILTER
               ADD 1 TO WS-OTHER-REGION-TOTAL
               EXIT PARAGRAPH
           END-IF.
      *    Audit timestamp YYYY-MM-DDTHH:MM:SS.ffffff - the moment
      *    the chain started, or the refusal was issued.
           IF AUD-TIMESTAMP(12:2) NOT NUMERIC
                   OR AUD-TIMESTAMP(15:2) NOT NUMERIC
                   OR AUD-TIMESTAMP(18:2) NOT NUMERIC
               ADD 1 TO WS-BAD-TIME-TOTAL
               EXIT PARAGRAPH
           END-IF.
           MOVE AUD-TIMESTAMP(12:2) TO WS-AUD-HH.
           MOVE AUD-TIMESTAMP(15:2) TO WS-AUD-MI.
           MOVE AUD-TIMESTAMP(18:2) TO WS-AUD-SS.
           IF WS-AUD-HH > 23 OR WS-AUD-MI > 59 OR WS-AUD-SS > 59
               ADD 1 TO WS-BAD-TIME-TOTAL
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MINUTE-IDX = (WS-AUD-HH * 60) + WS-AUD-MI + 1.
           COMPUTE WS-RUN-START-MS =
               ((WS-AUD-HH * 3600) + (WS-AUD-MI * 60) + WS-AUD-SS)
               * 1000.
           MOVE WS-REGION-PATH TO WS-EVENT-PATH.
           PERFORM VARYING WS-PATH-IDX FROM 1 BY 1
                   UNTIL WS-PATH-IDX > 4
               IF AUD-ENTRY-PATH = WS-PATH-CODE(WS-PATH-IDX)
                   MOVE WS-PATH-IDX TO WS-EVENT-PATH
               END-IF
           END-PERFORM.
           MOVE WS-EVENT-PATH TO WS-PATH-IDX.
           PERFORM 000022-COUNT-ARRIVAL.
           IF WS-EVENT-PATH NOT = WS-REGION-PATH
               MOVE WS-REGION-PATH TO WS-PATH-IDX
               PERFORM 000022-COUNT-ARRIVAL
           END-IF.
           EVALUATE AUD-ABCODE
               WHEN 'BUSY'
               WHEN 'WNDW'
               WHEN 'DRNG'
               WHEN 'BRKR'
                   ADD 1 TO WS-REFUSED-TOTAL
                   IF AUD-ABCODE = 'BUSY'
                       ADD 1 TO WS-BUSY-TOTAL
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-ADMITTED-TOTAL
                   PERFORM 000023-RELEASE-ADMITTED-RUN
           END-EVALUATE.

       000022-COUNT-ARRIVAL.

           ADD 1 TO WS-MIN-ARRIVED(WS-MINUTE-IDX WS-PATH-IDX).
           EVALUATE AUD-ABCODE
               WHEN 'BUSY'
                   ADD 1 TO WS-MIN-BUSY(WS-MINUTE-IDX WS-PATH-IDX)
               WHEN 'WNDW'
                   ADD 1 TO WS-MIN-WINDOWED(WS-MINUTE-IDX
                                            WS-PATH-IDX)
               WHEN 'DRNG'
               WHEN 'BRKR'
                   ADD 1 TO WS-MIN-OTHER-REFUSED(WS-MINUTE-IDX
                                                 WS-PATH-IDX)
           END-EVALUATE.

       000023-RELEASE-ADMITTED-RUN.

      *    The CQQ1A121 hop's elapsed ticks (ASKTIME milliseconds)
      *    span the whole chain, so they give when the run left.
      *    A run still going at midnight is taken as ending in the
      *    day's last minute.
           MOVE WS-RUN-START-MS TO WS-RUN-END-MS.
           MOVE AUD-REFERENCE-ID TO MET-RUN-REFERENCE-ID.
           MOVE 'CQQ1A121'       TO MET-PROGRAM-ID.
           READ QQ1METR-FILE
               INVALID KEY
                   ADD 1 TO WS-UNTIMED-TOTAL
               NOT INVALID KEY
                   IF MET-ELAPSED-TICKS > ZERO
                       ADD MET-ELAPSED-TICKS TO WS-RUN-END-MS
                   END-IF
           END-READ.
           IF WS-METR-FILE-STATUS NOT = '00'
                   AND WS-METR-FILE-STATUS NOT = '23'
               ADD 1 TO WS-UNTIMED-TOTAL
           END-IF.
           IF WS-RUN-END-MS > WS-LAST-MS-OF-DAY
               MOVE WS-LAST-MS-OF-DAY TO WS-RUN-END-MS
           END-IF.
           MOVE WS-RUN-START-MS TO SRT-EVENT-MS.
           MOVE 'S'             TO SRT-EVENT-KIND.
           MOVE WS-EVENT-PATH   TO SRT-PATH-IDX.
           RELEASE SRT-EVENT-RECORD.
           MOVE WS-RUN-END-MS   TO SRT-EVENT-MS.
           MOVE 'E'             TO SRT-EVENT-KIND.
           MOVE WS-EVENT-PATH   TO SRT-PATH-IDX.
           RELEASE SRT-EVENT-RECORD.

       000040-SWEEP-RUN-EVENTS.

      *    Walk the day's enters and leaves in time order keeping a
      *    running in-flight count per path and for the region; a
      *    minute's peak is the highest count seen in it, and never
      *    less than what was already in flight when it began.
           MOVE ZERO TO WS-LAST-MINUTE.
           PERFORM VARYING WS-PATH-IDX FROM 1 BY 1
                   UNTIL WS-PATH-IDX > 5
               MOVE ZERO TO WS-INFLIGHT(WS-PATH-IDX)
           END-PERFORM.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 000041-APPLY-ONE-EVENT UNTIL WS-EOF.
           MOVE 1440 TO WS-EVENT-MINUTE.
           PERFORM 000042-CARRY-INTO-MINUTES.

       000041-APPLY-ONE-EVENT.

           RETURN QQ1SORT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-RETURN.
           IF WS-EOF
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-EVENT-MINUTE = (SRT-EVENT-MS / 60000) + 1.
           PERFORM 000042-CARRY-INTO-MINUTES.
           MOVE SRT-PATH-IDX TO WS-EVENT-PATH.
           MOVE WS-EVENT-PATH TO WS-PATH-IDX.
           PERFORM 000043-APPLY-TO-PATH.
           IF WS-EVENT-PATH NOT = WS-REGION-PATH
               MOVE WS-REGION-PATH TO WS-PATH-IDX
               PERFORM 000043-APPLY-TO-PATH
           END-IF.

       000042-CARRY-INTO-MINUTES.

           PERFORM UNTIL WS-LAST-MINUTE >= WS-EVENT-MINUTE
               ADD 1 TO WS-LAST-MINUTE
               PERFORM VARYING WS-PATH-IDX FROM 1 BY 1
                       UNTIL WS-PATH-IDX > 5
                   MOVE WS-INFLIGHT(WS-PATH-IDX)
                       TO WS-MIN-PEAK(WS-LAST-MINUTE WS-PATH-IDX)
               END-PERFORM
           END-PERFORM.

       000043-APPLY-TO-PATH.

           IF SRT-EVENT-ENTER
               ADD 1 TO WS-INFLIGHT(WS-PATH-IDX)
               IF WS-INFLIGHT(WS-PATH-IDX) >
                       WS-MIN-PEAK(WS-EVENT-MINUTE WS-PATH-IDX)
                   MOVE WS-INFLIGHT(WS-PATH-IDX)
                       TO WS-MIN-PEAK(WS-EVENT-MINUTE WS-PATH-IDX)
               END-IF
           ELSE
               IF WS-INFLIGHT(WS-PATH-IDX) > ZERO
                   SUBTRACT 1 FROM WS-INFLIGHT(WS-PATH-IDX)
               END-IF
               ADD 1 TO WS-MIN-COMPLETED(WS-EVENT-MINUTE WS-PATH-IDX)
           END-IF.

       000050-WRITE-PATH-SECTION.

           MOVE SPACES TO RPT052-LINE.
           WRITE RPT052-LINE.
           MOVE WS-PATH-NAME(WS-PATH-IDX) TO PHL-PATH-NAME.
           WRITE RPT052-LINE FROM WS-PATH-HEADING.
           INITIALIZE WS-PATH-TOTALS.
           PERFORM VARYING WS-MINUTE-IDX FROM 1 BY 1
                   UNTIL WS-MINUTE-IDX > 1440
               ADD WS-MIN-ARRIVED(WS-MINUTE-IDX WS-PATH-IDX)
                   TO WS-TOT-ARRIVED
               ADD WS-MIN-COMPLETED(WS-MINUTE-IDX WS-PATH-IDX)
                   TO WS-TOT-COMPLETED
           END-PERFORM.
           IF WS-TOT-ARRIVED = ZERO AND WS-TOT-COMPLETED = ZERO
               WRITE RPT052-LINE FROM WS-NO-RUNS-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-TOT-ARRIVED WS-TOT-COMPLETED.
           WRITE RPT052-LINE FROM WS-COLUMN-HEADING.
           PERFORM VARYING WS-MINUTE-IDX FROM 1 BY 1
                   UNTIL WS-MINUTE-IDX > 1440
               IF WS-MIN-ARRIVED(WS-MINUTE-IDX WS-PATH-IDX) > ZERO
                   OR WS-MIN-COMPLETED(WS-MINUTE-IDX WS-PATH-IDX)
                      > ZERO
                   OR WS-MIN-PEAK(WS-MINUTE-IDX WS-PATH-IDX) > ZERO
                   PERFORM 000051-WRITE-MINUTE
               END-IF
           END-PERFORM.
           COMPUTE PTL-ADMITTED = WS-TOT-ARRIVED - WS-TOT-BUSY
               - WS-TOT-WINDOWED - WS-TOT-OTHER-REFUSED.
           MOVE WS-TOT-ARRIVED       TO PTL-ARRIVED.
           MOVE WS-TOT-BUSY          TO PTL-BUSY.
           MOVE WS-TOT-WINDOWED      TO PTL-WINDOWED.
           MOVE WS-TOT-OTHER-REFUSED TO PTL-OTHER.
           MOVE WS-TOT-PEAK          TO PTL-PEAK.
           MOVE WS-TOT-PEAK-MINUTE   TO WS-TIME-WORK.
           PERFORM 000055-FORMAT-MINUTE.
           MOVE MNL-TIME             TO PTL-PEAK-TIME.
           WRITE RPT052-LINE FROM WS-PATH-TOTAL-LINE.

       000051-WRITE-MINUTE.

           MOVE WS-MINUTE-IDX TO WS-TIME-WORK.
           PERFORM 000055-FORMAT-MINUTE.
           MOVE WS-MIN-ARRIVED(WS-MINUTE-IDX WS-PATH-IDX)
               TO MNL-ARRIVED.
           COMPUTE MNL-ADMITTED =
               WS-MIN-ARRIVED(WS-MINUTE-IDX WS-PATH-IDX)
               - WS-MIN-BUSY(WS-MINUTE-IDX WS-PATH-IDX)
               - WS-MIN-WINDOWED(WS-MINUTE-IDX WS-PATH-IDX)
               - WS-MIN-OTHER-REFUSED(WS-MINUTE-IDX WS-PATH-IDX).
           MOVE WS-MIN-BUSY(WS-MINUTE-IDX WS-PATH-IDX) TO MNL-BUSY.
           MOVE WS-MIN-WINDOWED(WS-MINUTE-IDX WS-PATH-IDX)
               TO MNL-WINDOWED.
           MOVE WS-MIN-OTHER-REFUSED(WS-MINUTE-IDX WS-PATH-IDX)
               TO MNL-OTHER.
           MOVE WS-MIN-COMPLETED(WS-MINUTE-IDX WS-PATH-IDX)
               TO MNL-COMPLETED.
           MOVE WS-MIN-PEAK(WS-MINUTE-IDX WS-PATH-IDX) TO MNL-PEAK.
           MOVE SPACES TO MNL-PERCENT MNL-FLAG.
      *    The limit is region-wide, so only the region's own peak
      *    is measured against it.
           IF WS-PATH-IDX = WS-REGION-PATH
               PERFORM 000052-MEASURE-AGAINST-LIMIT
           END-IF.
           WRITE RPT052-LINE FROM WS-MINUTE-LINE.
           ADD WS-MIN-ARRIVED(WS-MINUTE-IDX WS-PATH-IDX)
               TO WS-TOT-ARRIVED.
           ADD WS-MIN-BUSY(WS-MINUTE-IDX WS-PATH-IDX)
               TO WS-TOT-BUSY.
           ADD WS-MIN-WINDOWED(WS-MINUTE-IDX WS-PATH-IDX)
               TO WS-TOT-WINDOWED.
           ADD WS-MIN-OTHER-REFUSED(WS-MINUTE-IDX WS-PATH-IDX)
               TO WS-TOT-OTHER-REFUSED.
           ADD WS-MIN-COMPLETED(WS-MINUTE-IDX WS-PATH-IDX)
               TO WS-TOT-COMPLETED.
           IF WS-MIN-PEAK(WS-MINUTE-IDX WS-PATH-IDX) > WS-TOT-PEAK
               MOVE WS-MIN-PEAK(WS-MINUTE-IDX WS-PATH-IDX)
                   TO WS-TOT-PEAK
               MOVE WS-MINUTE-IDX TO WS-TOT-PEAK-MINUTE
           END-IF.

       000052-MEASURE-AGAINST-LIMIT.

           ADD 1 TO WS-ACTIVE-MINUTES.
           IF WS-MIN-PEAK(WS-MINUTE-IDX WS-PATH-IDX) >= 999
               MOVE 1000 TO WS-LEVEL-IDX
           ELSE
               COMPUTE WS-LEVEL-IDX =
                   WS-MIN-PEAK(WS-MINUTE-IDX WS-PATH-IDX) + 1
           END-IF.
           ADD 1 TO WS-PEAK-LEVEL-COUNT(WS-LEVEL-IDX).
           IF WS-CONCURR-LIMIT = ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PERCENT-WORK =
               (WS-MIN-PEAK(WS-MINUTE-IDX WS-PATH-IDX) * 100)
               / WS-CONCURR-LIMIT.
           MOVE WS-PERCENT-WORK TO WS-PERCENT-EDIT.
           MOVE WS-PERCENT-EDIT TO MNL-PERCENT.
           IF WS-MIN-PEAK(WS-MINUTE-IDX WS-PATH-IDX)
                   >= WS-CONCURR-LIMIT
               MOVE 'AT LIMIT' TO MNL-FLAG
               ADD 1 TO WS-AT-LIMIT-MINUTES
           END-IF.

       000055-FORMAT-MINUTE.

      *    WS-TIME-WORK (1 = 00:00) in, HH:MM in MNL-TIME out.
           IF WS-TIME-WORK < 1
               MOVE SPACES TO MNL-TIME
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM WS-TIME-WORK.
           DIVIDE WS-TIME-WORK BY 60 GIVING WS-TIME-HH
               REMAINDER WS-TIME-MI
           END-DIVIDE.
           MOVE SPACES TO MNL-TIME.
           STRING WS-TIME-HH ':' WS-TIME-MI
               DELIMITED SIZE INTO MNL-TIME
           END-STRING.

       000060-WRITE-SIZING-SUMMARY.

      *    The region section left its peak in WS-PATH-TOTALS. The
      *    95% level is read off the minute peaks by nearest rank,
      *    the way QQ1B0013 reads a latency percentile.
           MOVE SPACES TO RPT052-LINE.
           WRITE RPT052-LINE.
           MOVE WS-TOT-PEAK TO SZL-PEAK.
           MOVE WS-TOT-PEAK-MINUTE TO WS-TIME-WORK.
           PERFORM 000055-FORMAT-MINUTE.
           MOVE MNL-TIME TO SZL-PEAK-TIME.
           WRITE RPT052-LINE FROM WS-SIZING-LINE-1.
           IF WS-ACTIVE-MINUTES > ZERO
               COMPUTE WS-LEVEL-RANK =
                   ((WS-ACTIVE-MINUTES * 95) + 99) / 100
               MOVE ZERO TO WS-LEVEL-SEEN
               MOVE 1    TO WS-LEVEL-IDX
               PERFORM UNTIL WS-LEVEL-IDX >= 1000
                       OR WS-LEVEL-SEEN
                          + WS-PEAK-LEVEL-COUNT(WS-LEVEL-IDX)
                          >= WS-LEVEL-RANK
                   ADD WS-PEAK-LEVEL-COUNT(WS-LEVEL-IDX)
                       TO WS-LEVEL-SEEN
                   ADD 1 TO WS-LEVEL-IDX
               END-PERFORM
               COMPUTE WS-P95-MINUTE-PEAK = WS-LEVEL-IDX - 1
           END-IF.
           MOVE WS-P95-MINUTE-PEAK TO SZL-P95.
           MOVE WS-ACTIVE-MINUTES  TO SZL-ACTIVE.
           WRITE RPT052-LINE FROM WS-SIZING-LINE-2.
           MOVE WS-AT-LIMIT-MINUTES TO SZL-AT-LIMIT.
           MOVE WS-BUSY-TOTAL       TO SZL-BUSY.
           WRITE RPT052-LINE FROM WS-SIZING-LINE-3.
           MOVE WS-UNTIMED-TOTAL    TO SZL-UNTIMED.
           WRITE RPT052-LINE FROM WS-SIZING-LINE-4.

       000080-WRITE-PROBLEM.

           MOVE 'Y' TO WS-PROBLEM-FLAG.
           DISPLAY WS-PROBLEM-LINE.
           WRITE RPT052-LINE FROM WS-PROBLEM-LINE.

       000090-TERMINATE.

           MOVE WS-AUDIT-READ-TOTAL   TO SUM-READ.
           MOVE WS-ADMITTED-TOTAL     TO SUM-ADMITTED.
           MOVE WS-REFUSED-TOTAL      TO SUM-REFUSED.
           MOVE WS-OTHER-REGION-TOTAL TO SUM-OTHER-REGION.
           MOVE WS-BAD-TIME-TOTAL     TO SUM-BAD-TIME.
           DISPLAY WS-SUMMARY-LINE.
           CLOSE QQ1AUDIT-FILE.
           CLOSE QQ1METR-FILE.
           CLOSE QQ1RPT052-FILE.
      *
      *   +->   QQ1B0052_THROUGHPUT_CONCURRENCY     10/15/2026  00:00
      *   !       Batch report. For one PARM day (and optionally one
      *   !       region) rebuilds from QQ1AUDIT run timestamps and
      *   !       the QQ1METR CQQ1A121 elapsed times, per minute and
      *   !       per entry path, the runs that arrived, the BUSY,
      *   !       WNDW and DRNG/BRKR refusals, the completions and
      *   !       the peak number in flight, and sets the region's
      *   !       peak against the QQ1RGCT CONCURR limit with a
      *   !       sizing summary (day peak, 95% minute peak, minutes
      *   !       at the limit). CC 4 when runs were refused BUSY.
      *   +---
