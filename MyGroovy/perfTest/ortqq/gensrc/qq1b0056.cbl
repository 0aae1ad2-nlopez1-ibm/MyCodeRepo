      *COMPILE1: LANG(COBOL) CMP(DEFAULT) CICS(N) DB2()
      *COMPILE2: MQS(N) DLL(N) IP(N) LDAP(N) EXCI(N) RENT(N)
      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
      ** Verification of the day's fault-injected runs
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  QQ1B0056.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QQ1FLOG-FILE ASSIGN TO QQ1FLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FLG-KEY
               FILE STATUS IS WS-FLOG-FILE-STATUS.
           SELECT QQ1FLTI-FILE ASSIGN TO QQ1FLTI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FLT-KEY
               FILE STATUS IS WS-FLTI-FILE-STATUS.
           SELECT QQ1ERRL-FILE ASSIGN TO QQ1ERRL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ERRL-KEY
               FILE STATUS IS WS-ERRL-FILE-STATUS.
           SELECT QQ1RPT056-FILE ASSIGN TO QQ1RP056
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT QQ1STPS-FILE ASSIGN TO QQ1STPS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STPS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QQ1FLOG-FILE.
       COPY QQ1FLOG.
       FD  QQ1FLTI-FILE.
       COPY QQ1FLTI.
       FD  QQ1ERRL-FILE.
       COPY QQ1ERRL.
       FD  QQ1RPT056-FILE.
       01  RPT056-LINE                     PIC X(132).
       FD  QQ1STPS-FILE.
       COPY QQ1STPS.
       WORKING-STORAGE SECTION.
       01  WS-FLOG-FILE-STATUS             PIC X(2).
       01  WS-FLTI-FILE-STATUS             PIC X(2).
       01  WS-ERRL-FILE-STATUS             PIC X(2).
       01  WS-RPT-FILE-STATUS              PIC X(2).
       01  WS-STPS-FILE-STATUS             PIC X(2).
       01  WS-EOF-FLAG                     PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.
       01  WS-PROBLEM-FLAG                 PIC X(1)    VALUE 'N'.
           88  WS-PROBLEM                              VALUE 'Y'.
       01  WS-WARNING-FLAG                 PIC X(1)    VALUE 'N'.
           88  WS-WARNING                              VALUE 'Y'.
       01  WS-FLOG-OPEN-FLAG               PIC X(1)    VALUE 'N'.
           88  WS-FLOG-OPEN                            VALUE 'Y'.
       01  WS-FLTI-OPEN-FLAG               PIC X(1)    VALUE 'N'.
           88  WS-FLTI-OPEN                            VALUE 'Y'.
       01  WS-ERRL-OPEN-FLAG               PIC X(1)    VALUE 'N'.
           88  WS-ERRL-OPEN                            VALUE 'Y'.
       01  WS-ERRL-EOF-FLAG                PIC X(1).
           88  WS-ERRL-EOF                             VALUE 'Y'.
       01  WS-ERRL-FOUND-FLAG              PIC X(1).
           88  WS-ERRL-FOUND                           VALUE 'Y'.
       01  WS-PARM-WORK                    PIC X(10)   VALUE SPACES.
       01  WS-BUSINESS-DATE                PIC X(10)   VALUE SPACES.
       01  WS-REF-DATE                     PIC X(8).
       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYY                PIC 9(4).
           05  WS-CURR-MM                  PIC 9(2).
           05  WS-CURR-DD                  PIC 9(2).
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
      *    The verdict on one injected run: handled as designed, or
      *    the first thing about it that was not.
       01  WS-HANDLED-FLAG                 PIC X(1).
           88  WS-HANDLED                              VALUE 'Y'.
       01  WS-VERDICT-REASON               PIC X(44).
       01  WS-DELAY-TICKS                  PIC S9(15)  COMP-3.
      *    The faults seen on the day, in first-seen order, with how
      *    their runs fared.
       01  WS-FAULT-MAX                    PIC S9(4)   COMP VALUE 100.
       01  WS-FAULT-COUNT                  PIC S9(4)   COMP VALUE 0.
       01  WS-FAULT-TABLE.
           05  WS-FAULT-ENTRY OCCURS 100 TIMES.
               10  FT-FAULT-NO             PIC 9(4).
               10  FT-TARGET-HOP           PIC X(8).
               10  FT-FAULT-TYPE           PIC X(1).
               10  FT-RUNS                 PIC S9(7)   COMP.
               10  FT-HANDLED              PIC S9(7)   COMP.
               10  FT-NOT-HANDLED          PIC S9(7)   COMP.
       01  WS-FAULT-IDX                    PIC S9(4)   COMP.
       01  WS-FOUND-IDX                    PIC S9(4)   COMP.
       01  WS-INJECTED-TOTAL               PIC 9(7)    VALUE ZERO.
       01  WS-HANDLED-TOTAL                PIC 9(7)    VALUE ZERO.
       01  WS-NOT-HANDLED-TOTAL            PIC 9(7)    VALUE ZERO.
       01  WS-REPORT-HEADING.
           05  FILLER                      PIC X(42)   VALUE
               'QQ1B0056 - FAULT-INJECTION VERIFICATION   '.
           05  RH-BUSINESS-DATE            PIC X(10).
       01  WS-RUN-HEADING                  PIC X(132)  VALUE
               'INJECTED RUNS (TYPE F=BAD RETURN FLAG S=SEVERE+ROLLBACK
      -        'C=CATALOG MISS D=DB2 M=MQ W=DELAY)'.
       01  WS-RUN-COLUMNS.
           05  FILLER                      PIC X(31)   VALUE
               'REFERENCE_ID'.
           05  FILLER                      PIC X(6)    VALUE
               'FAULT'.
           05  FILLER                      PIC X(10)   VALUE
               'HOP'.
           05  FILLER                      PIC X(3)    VALUE
               'T'.
           05  FILLER                      PIC X(10)   VALUE
               'CAMPAIGN'.
           05  FILLER                      PIC X(6)    VALUE
               'ABCD'.
           05  FILLER                      PIC X(7)    VALUE
               'CHAIN'.
           05  FILLER                      PIC X(13)   VALUE
               'VERDICT'.
           05  FILLER                      PIC X(6)    VALUE
               'REASON'.
       01  WS-RUN-LINE.
           05  RNL-REFERENCE-ID            PIC X(29).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RNL-FAULT-NO                PIC 9(4).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RNL-TARGET-HOP              PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RNL-FAULT-TYPE              PIC X(1).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RNL-CAMPAIGN-ID             PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RNL-ABCODE                  PIC X(4).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RNL-CHAIN-TRACE             PIC X(5).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RNL-VERDICT                 PIC X(11).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RNL-REASON                  PIC X(44).
       01  WS-NO-RUNS-LINE                 PIC X(132)  VALUE
               'NO FAULT-INJECTED RUNS ON QQ1FLOG FOR THE DATE.'.
       01  WS-FAULT-HEADING                PIC X(132)  VALUE
               'BY FAULT'.
       01  WS-FAULT-COLUMNS.
           05  FILLER                      PIC X(7)    VALUE
               'FAULT'.
           05  FILLER                      PIC X(10)   VALUE
               'HOP'.
           05  FILLER                      PIC X(3)    VALUE
               'T'.
           05  FILLER                      PIC X(9)    VALUE
               '   RUNS'.
           05  FILLER                      PIC X(9)    VALUE
               'HANDLED'.
           05  FILLER                      PIC X(13)   VALUE
               'NOT HANDLED'.
           05  FILLER                      PIC X(5)    VALUE
               'TITLE'.
       01  WS-FAULT-LINE.
           05  FTL-FAULT-NO                PIC 9(4).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FTL-TARGET-HOP              PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FTL-FAULT-TYPE              PIC X(1).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FTL-RUNS                    PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FTL-HANDLED                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(6)    VALUE SPACES.
           05  FTL-NOT-HANDLED             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FTL-TITLE                   PIC X(40).
       01  WS-TOTAL-LINE.
           05  FILLER                      PIC X(15)   VALUE
               'INJECTED RUNS: '.
           05  TOT-INJECTED                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(11)   VALUE
               '  HANDLED: '.
           05  TOT-HANDLED                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(15)   VALUE
               '  NOT HANDLED: '.
           05  TOT-NOT-HANDLED             PIC ZZZ,ZZ9.
       01  WS-EMPTY-LINE                   PIC X(132)  VALUE SPACES.
       01  WS-PROBLEM-LINE.
           05  FILLER                      PIC X(20)   VALUE
               'QQ1B0056 - PROBLEM: '.
           05  PBL-TEXT                    PIC X(80).
       LINKAGE SECTION.
      *    JCL PARM layout (fixed-position, no keywords):
      *      positions 1-10  business date YYYY-MM-DD whose injected
      *                      runs are verified (spaces = the previous
      *                      calendar day - the nightly stream's
      *                      business date)
       01  WS-JCL-PARM.
           05  WS-PARM-LEN                 PIC S9(4)   COMP.
           05  WS-PARM-TEXT.
               10  WS-PARM-DATE            PIC X(10).
       PROCEDURE DIVISION USING WS-JCL-PARM.
       000000-CONTROL.

           PERFORM 000010-INITIALIZE.
           IF NOT WS-PROBLEM
               WRITE RPT056-LINE FROM WS-EMPTY-LINE
               WRITE RPT056-LINE FROM WS-RUN-HEADING
               WRITE RPT056-LINE FROM WS-RUN-COLUMNS
               PERFORM 000020-VERIFY-INJECTED-RUNS
               IF WS-INJECTED-TOTAL = ZERO
                   WRITE RPT056-LINE FROM WS-NO-RUNS-LINE
               ELSE
                   PERFORM 000060-WRITE-FAULT-SUMMARY
               END-IF
           END-IF.
           PERFORM 000090-TERMINATE.
           IF WS-PROBLEM
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNING OR WS-NOT-HANDLED-TOTAL > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 000085-LOG-STEP-STATISTICS.
           STOP RUN.

       000010-INITIALIZE.

           OPEN OUTPUT QQ1RPT056-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM 000011-DERIVE-YESTERDAY.
           IF WS-PARM-LEN > 10
               MOVE 10 TO WS-PARM-LEN
           END-IF.
           IF WS-PARM-LEN > 0
               MOVE WS-PARM-TEXT(1:WS-PARM-LEN) TO WS-PARM-WORK
               MOVE WS-PARM-WORK TO WS-BUSINESS-DATE
           END-IF.
           IF WS-BUSINESS-DATE = SPACES
               MOVE WS-YESTERDAY TO WS-BUSINESS-DATE
           END-IF.
           MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE.
           WRITE RPT056-LINE FROM WS-REPORT-HEADING.
           IF WS-BUSINESS-DATE(1:4) NOT NUMERIC
                   OR WS-BUSINESS-DATE(6:2) NOT NUMERIC
                   OR WS-BUSINESS-DATE(9:2) NOT NUMERIC
               MOVE 'PARM DATE MUST BE YYYY-MM-DD OR SPACES'
                   TO PBL-TEXT
               PERFORM 000080-WRITE-PROBLEM
               EXIT PARAGRAPH
           END-IF.
      *    A run's reference_id starts with its YYYYMMDD date, so
      *    the day's injected runs sit together on QQ1FLOG's key.
           STRING WS-BUSINESS-DATE(1:4) DELIMITED SIZE
                  WS-BUSINESS-DATE(6:2) DELIMITED SIZE
                  WS-BUSINESS-DATE(9:2) DELIMITED SIZE
                  INTO WS-REF-DATE
           END-STRING.
      *    A region that never injected a fault leaves QQ1FLOG (and
      *    possibly QQ1FLTI and QQ1ERRL) empty - not a problem.
           OPEN INPUT QQ1FLOG-FILE.
           IF WS-FLOG-FILE-STATUS = '00'
               MOVE 'Y' TO WS-FLOG-OPEN-FLAG
           ELSE
               IF WS-FLOG-FILE-STATUS NOT = '35'
                   MOVE SPACES TO PBL-TEXT
                   STRING 'QQ1FLOG CANNOT BE OPENED, STATUS '
                              DELIMITED SIZE
                          WS-FLOG-FILE-STATUS DELIMITED SIZE
                          INTO PBL-TEXT
                   END-STRING
                   PERFORM 000080-WRITE-PROBLEM
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           OPEN INPUT QQ1FLTI-FILE.
           IF WS-FLTI-FILE-STATUS = '00'
               MOVE 'Y' TO WS-FLTI-OPEN-FLAG
           ELSE
               IF WS-FLTI-FILE-STATUS NOT = '35'
                   MOVE SPACES TO PBL-TEXT
                   STRING 'QQ1FLTI CANNOT BE OPENED, STATUS '
                              DELIMITED SIZE
                          WS-FLTI-FILE-STATUS DELIMITED SIZE
                          INTO PBL-TEXT
                   END-STRING
                   PERFORM 000080-WRITE-PROBLEM
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           OPEN INPUT QQ1ERRL-FILE.
           IF WS-ERRL-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ERRL-OPEN-FLAG
           ELSE
               IF WS-ERRL-FILE-STATUS NOT = '35'
                   MOVE SPACES TO PBL-TEXT
                   STRING 'QQ1ERRL CANNOT BE OPENED, STATUS '
                              DELIMITED SIZE
                          WS-ERRL-FILE-STATUS DELIMITED SIZE
                          INTO PBL-TEXT
                   END-STRING
                   PERFORM 000080-WRITE-PROBLEM
                   EXIT PARAGRAPH
               END-IF
           END-IF.

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

       000020-VERIFY-INJECTED-RUNS.

           IF NOT WS-FLOG-OPEN
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES  TO FLG-KEY.
           MOVE WS-REF-DATE TO FLG-REFERENCE-ID(1:8).
           START QQ1FLOG-FILE KEY >= FLG-KEY
           END-START.
           IF WS-FLOG-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 000021-VERIFY-ONE-RUN UNTIL WS-EOF.

       000021-VERIFY-ONE-RUN.

           READ QQ1FLOG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
           IF WS-FLOG-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           IF WS-EOF
               EXIT PARAGRAPH
           END-IF.
           IF FLG-REFERENCE-ID(1:8) NOT = WS-REF-DATE
               MOVE 'Y' TO WS-EOF-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-INJECTED-TOTAL.
           PERFORM 000030-JUDGE-HANDLING.
           PERFORM 000040-COUNT-BY-FAULT.
           MOVE FLG-REFERENCE-ID  TO RNL-REFERENCE-ID.
           MOVE FLG-FAULT-NO      TO RNL-FAULT-NO.
           MOVE FLG-TARGET-HOP    TO RNL-TARGET-HOP.
           MOVE FLG-FAULT-TYPE    TO RNL-FAULT-TYPE.
           MOVE FLG-CAMPAIGN-ID   TO RNL-CAMPAIGN-ID.
           MOVE FLG-ABCODE        TO RNL-ABCODE.
           MOVE FLG-CHAIN-TRACE   TO RNL-CHAIN-TRACE.
           MOVE WS-VERDICT-REASON TO RNL-REASON.
           IF WS-HANDLED
               ADD 1 TO WS-HANDLED-TOTAL
               MOVE 'HANDLED'     TO RNL-VERDICT
           ELSE
               ADD 1 TO WS-NOT-HANDLED-TOTAL
               MOVE 'NOT HANDLED' TO RNL-VERDICT
           END-IF.
           WRITE RPT056-LINE FROM WS-RUN-LINE.

       000030-JUDGE-HANDLING.

      *    Each fault type has one designed path through the chain;
      *    the run is HANDLED when every mark of that path is on its
      *    QQ1FLOG record, and the reason names the first one that
      *    is missing. A run in test mode is not ABENDed, so it has
      *    no snapshot to show.
           MOVE 'N'    TO WS-HANDLED-FLAG.
           MOVE SPACES TO WS-VERDICT-REASON.
           EVALUATE FLG-FAULT-TYPE
               WHEN 'F'
                   PERFORM 000031-JUDGE-BAD-RETURN-FLAG
               WHEN 'S'
                   PERFORM 000032-JUDGE-SEVERE-ROLLBACK
               WHEN 'C'
                   PERFORM 000033-JUDGE-CATALOG-MISS
               WHEN 'D'
                   IF FLG-DB2-PARKED-FLAG = 'Y'
                       MOVE 'Y' TO WS-HANDLED-FLAG
                       MOVE 'RESULT ROW PARKED ON QQ1OUTB'
                           TO WS-VERDICT-REASON
                   ELSE
                       MOVE 'FAILED INSERT NOT PARKED ON QQ1OUTB'
                           TO WS-VERDICT-REASON
                   END-IF
               WHEN 'M'
                   IF FLG-MQ-PARKED-FLAG = 'Y'
                       MOVE 'Y' TO WS-HANDLED-FLAG
                       MOVE 'COMPLETION EVENT PARKED ON QQ1OUTB'
                           TO WS-VERDICT-REASON
                   ELSE
                       MOVE 'FAILED PUT NOT PARKED ON QQ1OUTB'
                           TO WS-VERDICT-REASON
                   END-IF
               WHEN 'W'
                   PERFORM 000034-JUDGE-DELAY
               WHEN OTHER
                   MOVE 'UNKNOWN FAULT TYPE ON QQ1FLOG'
                       TO WS-VERDICT-REASON
           END-EVALUATE.

       000031-JUDGE-BAD-RETURN-FLAG.

      *    CQQ1A121 must see the failed server init, skip IQQ1A031
      *    and report the failure: the run ends abnormal with the
      *    outcome ABCODE and, outside test mode, its snapshot.
           IF FLG-FLAG-CQQ1A131 NOT = 'E'
               MOVE 'CQQ1A131 FLAG NOT E' TO WS-VERDICT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF FLG-FLAG-IQQ1A031 NOT = SPACE
               MOVE 'IQQ1A031 RAN AFTER A FAILED SERVER INIT'
                   TO WS-VERDICT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF FLG-FLAG-CQQ1A121 NOT = 'E'
                   OR FLG-ERR-ORIGIN-SERVID NOT = 'CQQ1A131'
               MOVE 'CQQ1A121 DID NOT REPORT THE INIT FAILURE'
                   TO WS-VERDICT-REASON
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000035-JUDGE-ABNORMAL-END.
           IF WS-HANDLED
               MOVE 'INIT FAILURE CAUGHT, RUN ENDED ABNORMAL'
                   TO WS-VERDICT-REASON
           END-IF.

       000032-JUDGE-SEVERE-ROLLBACK.

      *    IQQ1A031 must log the severe error and return 'R';
      *    PARA-HANDLE-ROLLBACK must keep 'R' for the run.
           IF FLG-FLAG-IQQ1A031 NOT = 'R'
               MOVE 'IQQ1A031 FLAG NOT R' TO WS-VERDICT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF FLG-FLAG-CQQ1A121 NOT = 'R'
               MOVE 'CQQ1A121 DID NOT KEEP THE ROLLBACK'
                   TO WS-VERDICT-REASON
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000036-FIND-ERROR-EVENT.
           IF NOT WS-ERRL-FOUND
               MOVE 'NO SEVERE QQ1ERRL EVENT FOR THE RUN'
                   TO WS-VERDICT-REASON
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000035-JUDGE-ABNORMAL-END.
           IF WS-HANDLED
               MOVE 'ERROR LOGGED, ROLLED BACK, ENDED ABNORMAL'
                   TO WS-VERDICT-REASON
           END-IF.

       000033-JUDGE-CATALOG-MISS.

      *    The miss must go through the dialect fallback and still
      *    find the message, so the run completes normally.
           IF FLG-FALLBACK-USED-FLAG NOT = 'Y'
               MOVE 'DIALECT FALLBACK NOT USED' TO WS-VERDICT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF FLG-RESULT-FOUND-FLAG NOT = 'Y'
               MOVE 'MESSAGE NOT FOUND AFTER FALLBACK'
                   TO WS-VERDICT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF FLG-FLAG-CQQ1A121 NOT = 'X'
               MOVE 'RUN DID NOT COMPLETE NORMALLY AFTER FALLBACK'
                   TO WS-VERDICT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-HANDLED-FLAG.
           MOVE 'FELL BACK TO THE DEFAULT DIALECT'
               TO WS-VERDICT-REASON.

       000034-JUDGE-DELAY.

      *    The hop must really have been held for the delay, and
      *    the SLA check must have flagged the run as a breach.
      *    ABSTIME ticks are milliseconds.
           COMPUTE WS-DELAY-TICKS = FLG-DELAY-SECONDS * 1000.
           IF FLG-HOP-ELAPSED-TICKS < WS-DELAY-TICKS
               MOVE 'HOP ELAPSED SHORTER THAN THE DELAY'
                   TO WS-VERDICT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF FLG-SLA-BREACH-FLAG NOT = 'Y'
               MOVE 'DELAY NOT FLAGGED AS AN SLA BREACH'
                   TO WS-VERDICT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-HANDLED-FLAG.
           MOVE 'DELAY SEEN AND FLAGGED AS AN SLA BREACH'
               TO WS-VERDICT-REASON.

       000035-JUDGE-ABNORMAL-END.

           IF FLG-ABCODE = SPACES
               MOVE 'RUN ENDED WITHOUT AN OUTCOME ABCODE'
                   TO WS-VERDICT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF FLG-TEST-MODE-FLAG NOT = 'Y'
                   AND NOT FLG-SNAPSHOT-TAKEN
               MOVE 'NO QQ1DIAG ABEND SNAPSHOT TAKEN'
                   TO WS-VERDICT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-HANDLED-FLAG.

       000036-FIND-ERROR-EVENT.

      *    The injected error carries origin QQ1FAULT, so it cannot
      *    be mistaken for a real severe error of the same run.
           MOVE 'N' TO WS-ERRL-FOUND-FLAG.
           IF NOT WS-ERRL-OPEN
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES       TO ERRL-KEY.
           MOVE FLG-REFERENCE-ID TO ERRL-REFERENCE-ID.
           START QQ1ERRL-FILE KEY >= ERRL-KEY
           END-START.
           IF WS-ERRL-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-ERRL-EOF-FLAG.
           PERFORM 000037-READ-ONE-ERROR-EVENT
               UNTIL WS-ERRL-EOF OR WS-ERRL-FOUND.

       000037-READ-ONE-ERROR-EVENT.

           READ QQ1ERRL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ERRL-EOF-FLAG
           END-READ.
           IF WS-ERRL-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-ERRL-EOF-FLAG
           END-IF.
           IF WS-ERRL-EOF
               EXIT PARAGRAPH
           END-IF.
           IF ERRL-REFERENCE-ID NOT = FLG-REFERENCE-ID
               MOVE 'Y' TO WS-ERRL-EOF-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF ERRL-SEVERITY-CODE = '3'
                   AND ERRL-ROLLBACK-INDICATOR = 'Y'
                   AND ERRL-ORIGIN-SERVID = 'QQ1FAULT'
               MOVE 'Y' TO WS-ERRL-FOUND-FLAG
           END-IF.

       000040-COUNT-BY-FAULT.

           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING WS-FAULT-IDX FROM 1 BY 1
                   UNTIL WS-FAULT-IDX > WS-FAULT-COUNT
                      OR WS-FOUND-IDX > ZERO
               IF FT-FAULT-NO(WS-FAULT-IDX) = FLG-FAULT-NO
                       AND FT-TARGET-HOP(WS-FAULT-IDX) = FLG-TARGET-HOP
                       AND FT-FAULT-TYPE(WS-FAULT-IDX) = FLG-FAULT-TYPE
                   MOVE WS-FAULT-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = ZERO
               IF WS-FAULT-COUNT NOT < WS-FAULT-MAX
                   IF NOT WS-WARNING
                       MOVE 'Y' TO WS-WARNING-FLAG
                       MOVE 'MORE THAN 100 FAULTS ON THE DATE - SUMMARY 
      -                     'IS INCOMPLETE' TO PBL-TEXT
                       DISPLAY WS-PROBLEM-LINE
                       WRITE RPT056-LINE FROM WS-PROBLEM-LINE
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FAULT-COUNT
               MOVE WS-FAULT-COUNT TO WS-FOUND-IDX
               MOVE FLG-FAULT-NO   TO FT-FAULT-NO(WS-FOUND-IDX)
               MOVE FLG-TARGET-HOP TO FT-TARGET-HOP(WS-FOUND-IDX)
               MOVE FLG-FAULT-TYPE TO FT-FAULT-TYPE(WS-FOUND-IDX)
               MOVE ZERO TO FT-RUNS(WS-FOUND-IDX)
               MOVE ZERO TO FT-HANDLED(WS-FOUND-IDX)
               MOVE ZERO TO FT-NOT-HANDLED(WS-FOUND-IDX)
           END-IF.
           ADD 1 TO FT-RUNS(WS-FOUND-IDX).
           IF WS-HANDLED
               ADD 1 TO FT-HANDLED(WS-FOUND-IDX)
           ELSE
               ADD 1 TO FT-NOT-HANDLED(WS-FOUND-IDX)
           END-IF.

       000060-WRITE-FAULT-SUMMARY.

           WRITE RPT056-LINE FROM WS-EMPTY-LINE.
           WRITE RPT056-LINE FROM WS-FAULT-HEADING.
           WRITE RPT056-LINE FROM WS-FAULT-COLUMNS.
           PERFORM 000061-WRITE-ONE-FAULT
               VARYING WS-FAULT-IDX FROM 1 BY 1
               UNTIL WS-FAULT-IDX > WS-FAULT-COUNT.

       000061-WRITE-ONE-FAULT.

      *    The title is the fault's as it stands on QQ1FLTI now; a
      *    fault redefined since the runs still shows the hop and
      *    type it was injected with.
           MOVE FT-FAULT-NO(WS-FAULT-IDX)    TO FTL-FAULT-NO.
           MOVE FT-TARGET-HOP(WS-FAULT-IDX)  TO FTL-TARGET-HOP.
           MOVE FT-FAULT-TYPE(WS-FAULT-IDX)  TO FTL-FAULT-TYPE.
           MOVE FT-RUNS(WS-FAULT-IDX)        TO FTL-RUNS.
           MOVE FT-HANDLED(WS-FAULT-IDX)     TO FTL-HANDLED.
           MOVE FT-NOT-HANDLED(WS-FAULT-IDX) TO FTL-NOT-HANDLED.
           MOVE SPACES                       TO FTL-TITLE.
           IF WS-FLTI-OPEN
               MOVE FT-FAULT-NO(WS-FAULT-IDX) TO FLT-FAULT-NO
               READ QQ1FLTI-FILE
                   INVALID KEY
                       MOVE '(NO LONGER ON QQ1FLTI)' TO FTL-TITLE
                   NOT INVALID KEY
                       MOVE FLT-TITLE TO FTL-TITLE
               END-READ
           END-IF.
           WRITE RPT056-LINE FROM WS-FAULT-LINE.

       000080-WRITE-PROBLEM.

           MOVE 'Y' TO WS-PROBLEM-FLAG.
           DISPLAY WS-PROBLEM-LINE.
           WRITE RPT056-LINE FROM WS-PROBLEM-LINE.

       000085-LOG-STEP-STATISTICS.

      *    Append this run's QQ1STPS record for the nightly stream's
      *    run control (QQ1B0050). A run without the DD logs nothing.
           OPEN EXTEND QQ1STPS-FILE.
           IF WS-STPS-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO QQ1STPS-RECORD.
           MOVE 'QQ1B0056' TO STP-PROGRAM-ID.
           MOVE RETURN-CODE TO STP-COMPLETION-CODE.
           MOVE 'INJECTED' TO STP-COUNT-LABEL(1).
           MOVE WS-INJECTED-TOTAL TO STP-COUNT-VALUE(1).
           MOVE 'HANDLED ' TO STP-COUNT-LABEL(2).
           MOVE WS-HANDLED-TOTAL TO STP-COUNT-VALUE(2).
           MOVE 'NOTHNDLD' TO STP-COUNT-LABEL(3).
           MOVE WS-NOT-HANDLED-TOTAL TO STP-COUNT-VALUE(3).
           WRITE QQ1STPS-RECORD.
           CLOSE QQ1STPS-FILE.

       000090-TERMINATE.

           IF WS-FLOG-OPEN
               CLOSE QQ1FLOG-FILE
           END-IF.
           IF WS-FLTI-OPEN
               CLOSE QQ1FLTI-FILE
           END-IF.
           IF WS-ERRL-OPEN
               CLOSE QQ1ERRL-FILE
           END-IF.
           WRITE RPT056-LINE FROM WS-EMPTY-LINE.
           MOVE WS-INJECTED-TOTAL    TO TOT-INJECTED.
           MOVE WS-HANDLED-TOTAL     TO TOT-HANDLED.
           MOVE WS-NOT-HANDLED-TOTAL TO TOT-NOT-HANDLED.
           WRITE RPT056-LINE FROM WS-TOTAL-LINE.
           DISPLAY WS-TOTAL-LINE.
           CLOSE QQ1RPT056-FILE.
      *
      *   +->   QQ1B0056_FAULT_INJECTION_VERIFY     10/15/2026  00:00
      *   !       Verifies the business date's fault-injected runs
      *   !       on QQ1FLOG against the designed handling of each
      *   !       QQ1FLTI fault type: a bad CQQ1A131 return flag
      *   !       caught by CQQ1A121 and ended abnormal with a
      *   !       snapshot; a severe IQQ1A031 error logged on
      *   !       QQ1ERRL, rolled back and ended abnormal with a
      *   !       snapshot; a catalog miss recovered by the dialect
      *   !       fallback; a DB2 or MQ failure parked on QQ1OUTB; a
      *   !       delay seen on the hop and flagged as an SLA breach.
      *   !       QQ1RP056 lists each run's verdict and the first
      *   !       missing mark, then the runs per fault. CC 4 when a
      *   !       run was not handled as designed; CC 8 when a file
      *   !       cannot be used.
      *   +---
