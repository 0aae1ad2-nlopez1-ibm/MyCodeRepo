      *COMPILE1: LANG(COBOL) CMP(DEFAULT) CICS(N) DB2()
      *COMPILE2: MQS(N) DLL(N) IP(N) LDAP(N) EXCI(N) RENT(N)
      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
      ** Known-issue triage of the day's snapshots and error events
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  QQ1B0055.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QQ1KNOW-FILE ASSIGN TO QQ1KNOW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KNW-KEY
               FILE STATUS IS WS-KNOW-FILE-STATUS.
           SELECT QQ1DIAG-FILE ASSIGN TO QQ1DIAG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIA-KEY
               FILE STATUS IS WS-DIAG-FILE-STATUS.
           SELECT QQ1ERRL-FILE ASSIGN TO QQ1ERRL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ERRL-KEY
               FILE STATUS IS WS-ERRL-FILE-STATUS.
           SELECT QQ1NOTE-FILE ASSIGN TO QQ1NOTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTE-KEY
               FILE STATUS IS WS-NOTE-FILE-STATUS.
           SELECT QQ1FLOG-FILE ASSIGN TO QQ1FLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FLG-KEY
               FILE STATUS IS WS-FLOG-FILE-STATUS.
           SELECT QQ1RPT055-FILE ASSIGN TO QQ1RP055
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT QQ1STPS-FILE ASSIGN TO QQ1STPS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STPS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QQ1KNOW-FILE.
       COPY QQ1KNOW.
       FD  QQ1DIAG-FILE.
       COPY QQ1DIAG.
       FD  QQ1ERRL-FILE.
       COPY QQ1ERRL.
       FD  QQ1NOTE-FILE.
       COPY QQ1NOTE.
       FD  QQ1FLOG-FILE.
       COPY QQ1FLOG.
       FD  QQ1RPT055-FILE.
       01  RPT055-LINE                     PIC X(132).
       FD  QQ1STPS-FILE.
       COPY QQ1STPS.
       WORKING-STORAGE SECTION.
       01  WS-KNOW-FILE-STATUS             PIC X(2).
       01  WS-DIAG-FILE-STATUS             PIC X(2).
       01  WS-ERRL-FILE-STATUS             PIC X(2).
       01  WS-NOTE-FILE-STATUS             PIC X(2).
       01  WS-FLOG-FILE-STATUS             PIC X(2).
       01  WS-RPT-FILE-STATUS              PIC X(2).
       01  WS-STPS-FILE-STATUS             PIC X(2).
       01  WS-EOF-FLAG                     PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.
       01  WS-PROBLEM-FLAG                 PIC X(1)    VALUE 'N'.
           88  WS-PROBLEM                              VALUE 'Y'.
       01  WS-WARNING-FLAG                 PIC X(1)    VALUE 'N'.
           88  WS-WARNING                              VALUE 'Y'.
       01  WS-KNOW-OPEN-FLAG               PIC X(1)    VALUE 'N'.
           88  WS-KNOW-OPEN                            VALUE 'Y'.
       01  WS-NOTE-OPEN-FLAG               PIC X(1)    VALUE 'N'.
           88  WS-NOTE-OPEN                            VALUE 'Y'.
       01  WS-FLOG-OPEN-FLAG               PIC X(1)    VALUE 'N'.
           88  WS-FLOG-OPEN                            VALUE 'Y'.
       01  WS-INJECTED-FLAG                PIC X(1).
           88  WS-INJECTED-RUN                         VALUE 'Y'.
       01  WS-PARM-WORK                    PIC X(10)   VALUE SPACES.
       01  WS-BUSINESS-DATE                PIC X(10)   VALUE SPACES.
       01  WS-REF-DATE                     PIC X(8).
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
      *    The active catalog rules in key order, with what this run
      *    matched under each; the match rule is the QQ1KNOW layout.
       01  WS-RULE-MAX                     PIC S9(4)   COMP VALUE 300.
       01  WS-RULE-COUNT                   PIC S9(4)   COMP VALUE 0.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 300 TIMES.
               10  RT-RULE-ID              PIC X(8).
               10  RT-TITLE                PIC X(40).
               10  RT-MATCH-RULE.
                   15  RT-ABCODE           PIC X(4).
                   15  RT-CHAIN-TRACE      PIC X(5).
                   15  RT-ORIGIN-SERVID    PIC X(8).
                   15  RT-RC-TEST          PIC X(1).
                       88  RT-RC-EQUAL             VALUE '='.
                   15  RT-RETURN-CODE      PIC S9(4).
                   15  RT-CONTEXT          PIC X(30).
               10  RT-CONTEXT-LEN          PIC S9(4)   COMP.
               10  RT-TICKET               PIC X(12).
               10  RT-RESPONSE             PIC X(60).
               10  RT-EVENTS-MATCHED       PIC S9(7)   COMP.
               10  RT-RUNS-ANNOTATED       PIC S9(7)   COMP.
       01  WS-RULE-IDX                     PIC S9(4)   COMP.
       01  WS-MATCH-IDX                    PIC S9(4)   COMP.
       01  WS-FLAG-IDX                     PIC S9(4)   COMP.
       01  WS-RULE-FAIL-FLAG               PIC X(1).
           88  WS-RULE-FAILS                           VALUE 'Y'.
       01  WS-CONTEXT-TALLY                PIC S9(4)   COMP.
      *    The snapshot or event being triaged, in one shape. An
      *    error event has no ABCODE and no chain trace.
       01  WS-EVENT.
           05  EVT-SOURCE                  PIC X(8).
           05  EVT-TIMESTAMP               PIC X(26).
           05  EVT-REFERENCE-ID            PIC X(29).
           05  EVT-ABCODE                  PIC X(4).
           05  EVT-TRACE-FLAG              PIC X(1).
               88  EVT-HAS-TRACE                       VALUE 'Y'.
           05  EVT-CHAIN-TRACE             PIC X(5).
           05  EVT-SEVERITY                PIC X(1).
           05  EVT-ORIGIN-SERVID           PIC X(8).
           05  EVT-RETURN-CODE             PIC S9(4).
           05  EVT-CONTEXT                 PIC X(60).
      *    The run's notes already on QQ1NOTE.
       01  WS-NOTE-EOF-FLAG                PIC X(1).
           88  WS-NOTE-EOF                             VALUE 'Y'.
       01  WS-TICKET-NOTED-FLAG            PIC X(1).
           88  WS-TICKET-NOTED                         VALUE 'Y'.
       01  WS-LAST-NOTE-SEQ                PIC 9(3).
       01  WS-SNAPSHOT-TOTAL               PIC 9(7)    VALUE ZERO.
       01  WS-EVENT-TOTAL                  PIC 9(7)    VALUE ZERO.
       01  WS-KNOWN-TOTAL                  PIC 9(7)    VALUE ZERO.
       01  WS-NEW-TOTAL                    PIC 9(7)    VALUE ZERO.
       01  WS-ANNOTATED-TOTAL              PIC 9(7)    VALUE ZERO.
       01  WS-INJECTED-TOTAL               PIC 9(7)    VALUE ZERO.
       01  WS-RULES-HIT-TOTAL              PIC 9(5)    VALUE ZERO.
       01  WS-REPORT-HEADING.
           05  FILLER                      PIC X(42)   VALUE
               'QQ1B0055 - KNOWN-ISSUE TRIAGE FOR         '.
           05  RH-BUSINESS-DATE            PIC X(10).
       01  WS-RULES-LINE.
           05  FILLER                      PIC X(22)   VALUE
               'ACTIVE CATALOG RULES: '.
           05  RUL-COUNT                   PIC ZZ9.
           05  FILLER                      PIC X(44)   VALUE
               ' - A SNAPSHOT OR EVENT NO RULE MATCHES IS A '.
           05  FILLER                      PIC X(12)   VALUE
               'NEW PROBLEM.'.
       01  WS-NEW-HEADING                  PIC X(132)  VALUE
               'NEW PROBLEMS (NO CATALOG RULE MATCHES)'.
       01  WS-NEW-COLUMNS.
           05  FILLER                      PIC X(10)   VALUE
               'SOURCE'.
           05  FILLER                      PIC X(28)   VALUE
               'TIMESTAMP'.
           05  FILLER                      PIC X(31)   VALUE
               'REFERENCE_ID'.
           05  FILLER                      PIC X(6)    VALUE
               'ABCD'.
           05  FILLER                      PIC X(7)    VALUE
               'CHAIN'.
           05  FILLER                      PIC X(4)    VALUE
               'SEV'.
           05  FILLER                      PIC X(10)   VALUE
               'ORIGIN'.
           05  FILLER                      PIC X(5)    VALUE
               '   RC'.
       01  WS-NEW-LINE.
           05  NPL-SOURCE                  PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  NPL-TIMESTAMP               PIC X(26).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  NPL-REFERENCE-ID            PIC X(29).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  NPL-ABCODE                  PIC X(4).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  NPL-CHAIN-TRACE             PIC X(5).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  NPL-SEVERITY                PIC X(1).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  NPL-ORIGIN-SERVID           PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  NPL-RETURN-CODE             PIC -(4)9.
       01  WS-NEW-CONTEXT-LINE.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(9)    VALUE
               'CONTEXT: '.
           05  NPC-CONTEXT                 PIC X(60).
       01  WS-NO-NEW-LINE                  PIC X(132)  VALUE
               'NO NEW PROBLEMS - EVERY SNAPSHOT AND EVENT MATCHED A KNO
      -        'WN ISSUE.'.
       01  WS-KNOWN-HEADING                PIC X(132)  VALUE
               'KNOWN ISSUES MATCHED (RUNS = RUNS GIVEN A QQ1NOTE ANNOTA
      -        'TION BY THIS RUN)'.
       01  WS-KNOWN-COLUMNS.
           05  FILLER                      PIC X(10)   VALUE
               'RULE ID'.
           05  FILLER                      PIC X(14)   VALUE
               'TICKET'.
           05  FILLER                      PIC X(9)    VALUE
               ' EVENTS'.
           05  FILLER                      PIC X(10)   VALUE
               '   RUNS'.
           05  FILLER                      PIC X(5)    VALUE
               'TITLE'.
       01  WS-KNOWN-LINE.
           05  KIL-RULE-ID                 PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  KIL-TICKET                  PIC X(12).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  KIL-EVENTS                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  KIL-RUNS                    PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  KIL-TITLE                   PIC X(40).
       01  WS-RESPONSE-LINE.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(10)   VALUE
               'RESPONSE: '.
           05  RSL-RESPONSE                PIC X(60).
       01  WS-NO-KNOWN-LINE                PIC X(132)  VALUE
               'NO SNAPSHOT OR EVENT MATCHED A CATALOG RULE.'.
       01  WS-TOTAL-LINE.
           05  FILLER                      PIC X(16)   VALUE
               'SNAPSHOTS READ: '.
           05  TOT-SNAPSHOTS               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(15)   VALUE
               '  EVENTS READ: '.
           05  TOT-EVENTS                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(9)    VALUE
               '  KNOWN: '.
           05  TOT-KNOWN                   PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(16)   VALUE
               '  NEW PROBLEMS: '.
           05  TOT-NEW                     PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(18)   VALUE
               '  RUNS ANNOTATED: '.
           05  TOT-ANNOTATED               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(12)   VALUE
               '  INJECTED: '.
           05  TOT-INJECTED                PIC ZZZ,ZZ9.
       01  WS-EMPTY-LINE                   PIC X(132)  VALUE SPACES.
       01  WS-PROBLEM-LINE.
           05  FILLER                      PIC X(20)   VALUE
               'QQ1B0055 - PROBLEM: '.
           05  PBL-TEXT                    PIC X(80).
       LINKAGE SECTION.
      *    JCL PARM layout (fixed-position, no keywords):
      *      positions 1-10  business date YYYY-MM-DD whose snapshots
      *                      and runs' error events are triaged
      *                      (spaces = the previous calendar day - the
      *                      nightly stream's business date)
       01  WS-JCL-PARM.
           05  WS-PARM-LEN                 PIC S9(4)   COMP.
           05  WS-PARM-TEXT.
               10  WS-PARM-DATE            PIC X(10).
       PROCEDURE DIVISION USING WS-JCL-PARM.
       000000-CONTROL.

           PERFORM 000010-INITIALIZE.
           IF NOT WS-PROBLEM
               WRITE RPT055-LINE FROM WS-EMPTY-LINE
               WRITE RPT055-LINE FROM WS-NEW-HEADING
               WRITE RPT055-LINE FROM WS-NEW-COLUMNS
               PERFORM 000020-TRIAGE-SNAPSHOTS
               PERFORM 000025-TRIAGE-ERROR-EVENTS
               IF WS-NEW-TOTAL = ZERO
                   WRITE RPT055-LINE FROM WS-NO-NEW-LINE
               END-IF
               PERFORM 000060-WRITE-KNOWN-ISSUES
           END-IF.
           PERFORM 000090-TERMINATE.
           IF WS-PROBLEM
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNING OR WS-NEW-TOTAL > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 000085-LOG-STEP-STATISTICS.
           STOP RUN.

       000010-INITIALIZE.

           OPEN OUTPUT QQ1RPT055-FILE.
           PERFORM 000070-FORMAT-TIMESTAMP-NOW.
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
           WRITE RPT055-LINE FROM WS-REPORT-HEADING.
           IF WS-BUSINESS-DATE(1:4) NOT NUMERIC
                   OR WS-BUSINESS-DATE(6:2) NOT NUMERIC
                   OR WS-BUSINESS-DATE(9:2) NOT NUMERIC
               MOVE 'PARM DATE MUST BE YYYY-MM-DD OR SPACES'
                   TO PBL-TEXT
               PERFORM 000080-WRITE-PROBLEM
               EXIT PARAGRAPH
           END-IF.
      *    A run's reference_id starts with its YYYYMMDD date, so
      *    the day's runs sit together at the front of QQ1ERRL's key.
           STRING WS-BUSINESS-DATE(1:4) DELIMITED SIZE
                  WS-BUSINESS-DATE(6:2) DELIMITED SIZE
                  WS-BUSINESS-DATE(9:2) DELIMITED SIZE
                  INTO WS-REF-DATE
           END-STRING.
      *    An empty just-defined cluster opens I-O with a non-zero
      *    status - prime it through a one-off OPEN OUTPUT/CLOSE.
           OPEN I-O QQ1KNOW-FILE.
           IF WS-KNOW-FILE-STATUS NOT = '00'
               OPEN OUTPUT QQ1KNOW-FILE
               IF WS-KNOW-FILE-STATUS = '00'
                   CLOSE QQ1KNOW-FILE
                   OPEN I-O QQ1KNOW-FILE
               END-IF
           END-IF.
           IF WS-KNOW-FILE-STATUS NOT = '00'
               MOVE SPACES TO PBL-TEXT
               STRING 'QQ1KNOW CANNOT BE OPENED, STATUS '
                          DELIMITED SIZE
                      WS-KNOW-FILE-STATUS DELIMITED SIZE
                      INTO PBL-TEXT
               END-STRING
               PERFORM 000080-WRITE-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-KNOW-OPEN-FLAG.
           OPEN I-O QQ1NOTE-FILE.
           IF WS-NOTE-FILE-STATUS NOT = '00'
               MOVE SPACES TO PBL-TEXT
               STRING 'QQ1NOTE CANNOT BE OPENED, STATUS '
                          DELIMITED SIZE
                      WS-NOTE-FILE-STATUS DELIMITED SIZE
                      INTO PBL-TEXT
               END-STRING
               PERFORM 000080-WRITE-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-NOTE-OPEN-FLAG.
      *    Snapshots and events of fault-injected runs are the
      *    injected fault at work - QQ1B0056 verifies them, so they
      *    are not triaged here. A region that never injected a
      *    fault leaves QQ1FLOG empty.
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
           PERFORM 000012-LOAD-RULES.
           MOVE WS-RULE-COUNT TO RUL-COUNT.
           WRITE RPT055-LINE FROM WS-RULES-LINE.

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

       000012-LOAD-RULES.

           MOVE 'N' TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO KNW-KEY.
           START QQ1KNOW-FILE KEY >= KNW-KEY
           END-START.
           IF WS-KNOW-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000013-READ-ONE-RULE UNTIL WS-EOF.
           MOVE 'N' TO WS-EOF-FLAG.

       000013-READ-ONE-RULE.

           READ QQ1KNOW-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
           IF WS-KNOW-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           IF WS-EOF
               EXIT PARAGRAPH
           END-IF.
           IF NOT KNW-ACTIVE
               EXIT PARAGRAPH
           END-IF.
           IF WS-RULE-COUNT NOT < WS-RULE-MAX
               MOVE 'Y' TO WS-WARNING-FLAG
               MOVE SPACES TO PBL-TEXT
               STRING 'MORE THAN 300 ACTIVE RULES - NOT USED FROM '
                          DELIMITED SIZE
                      KNW-RULE-ID DELIMITED SIZE
                      INTO PBL-TEXT
               END-STRING
               DISPLAY WS-PROBLEM-LINE
               WRITE RPT055-LINE FROM WS-PROBLEM-LINE
               MOVE 'Y' TO WS-EOF-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RULE-COUNT.
           MOVE KNW-RULE-ID    TO RT-RULE-ID(WS-RULE-COUNT).
           MOVE KNW-TITLE      TO RT-TITLE(WS-RULE-COUNT).
           MOVE KNW-MATCH-RULE TO RT-MATCH-RULE(WS-RULE-COUNT).
           MOVE KNW-TICKET     TO RT-TICKET(WS-RULE-COUNT).
           MOVE KNW-RESPONSE   TO RT-RESPONSE(WS-RULE-COUNT).
           MOVE ZERO TO RT-EVENTS-MATCHED(WS-RULE-COUNT).
           MOVE ZERO TO RT-RUNS-ANNOTATED(WS-RULE-COUNT).
      *    The context pattern is matched on its text up to the last
      *    non-blank, so embedded blanks stay significant.
           MOVE ZERO TO RT-CONTEXT-LEN(WS-RULE-COUNT).
           PERFORM VARYING WS-FLAG-IDX FROM 30 BY -1
                   UNTIL WS-FLAG-IDX < 1
                      OR RT-CONTEXT-LEN(WS-RULE-COUNT) > ZERO
               IF RT-CONTEXT(WS-RULE-COUNT)(WS-FLAG-IDX:1) NOT = SPACE
                   MOVE WS-FLAG-IDX TO RT-CONTEXT-LEN(WS-RULE-COUNT)
               END-IF
           END-PERFORM.

       000020-TRIAGE-SNAPSHOTS.

           OPEN INPUT QQ1DIAG-FILE.
           IF WS-DIAG-FILE-STATUS NOT = '00'
      *        No abend since the cluster was defined leaves it empty.
               IF WS-DIAG-FILE-STATUS NOT = '35'
                   MOVE SPACES TO PBL-TEXT
                   STRING 'QQ1DIAG CANNOT BE OPENED, STATUS '
                              DELIMITED SIZE
                          WS-DIAG-FILE-STATUS DELIMITED SIZE
                          INTO PBL-TEXT
                   END-STRING
                   PERFORM 000080-WRITE-PROBLEM
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE LOW-VALUES       TO DIA-KEY.
           MOVE WS-BUSINESS-DATE TO DIA-TIMESTAMP(1:10).
           START QQ1DIAG-FILE KEY >= DIA-KEY
           END-START.
           IF WS-DIAG-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM 000021-READ-ONE-SNAPSHOT UNTIL WS-EOF.
           CLOSE QQ1DIAG-FILE.

       000021-READ-ONE-SNAPSHOT.

           READ QQ1DIAG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
           IF WS-DIAG-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           IF WS-EOF
               EXIT PARAGRAPH
           END-IF.
           IF DIA-TIMESTAMP(1:10) NOT = WS-BUSINESS-DATE
               MOVE 'Y' TO WS-EOF-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SNAPSHOT-TOTAL.
           MOVE DIA-REFERENCE-ID TO FLG-REFERENCE-ID.
           PERFORM 000027-CHECK-INJECTED-RUN.
           IF WS-INJECTED-RUN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'QQ1DIAG '            TO EVT-SOURCE.
           MOVE DIA-TIMESTAMP         TO EVT-TIMESTAMP.
           MOVE DIA-REFERENCE-ID      TO EVT-REFERENCE-ID.
           MOVE DIA-ABCODE            TO EVT-ABCODE.
           MOVE 'Y'                   TO EVT-TRACE-FLAG.
           MOVE DIA-CHAIN-TRACE       TO EVT-CHAIN-TRACE.
           MOVE DIA-ERR-SEVERITY      TO EVT-SEVERITY.
           MOVE DIA-ERR-ORIGIN-SERVID TO EVT-ORIGIN-SERVID.
           MOVE DIA-ERR-RETURN-CODE   TO EVT-RETURN-CODE.
           MOVE DIA-ERR-CONTEXT       TO EVT-CONTEXT.
           PERFORM 000030-TRIAGE-ONE-EVENT.

       000025-TRIAGE-ERROR-EVENTS.

           IF WS-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT QQ1ERRL-FILE.
           IF WS-ERRL-FILE-STATUS NOT = '00'
               IF WS-ERRL-FILE-STATUS NOT = '35'
                   MOVE SPACES TO PBL-TEXT
                   STRING 'QQ1ERRL CANNOT BE OPENED, STATUS '
                              DELIMITED SIZE
                          WS-ERRL-FILE-STATUS DELIMITED SIZE
                          INTO PBL-TEXT
                   END-STRING
                   PERFORM 000080-WRITE-PROBLEM
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE LOW-VALUES  TO ERRL-KEY.
           MOVE WS-REF-DATE TO ERRL-REFERENCE-ID(1:8).
           START QQ1ERRL-FILE KEY >= ERRL-KEY
           END-START.
           IF WS-ERRL-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM 000026-READ-ONE-EVENT UNTIL WS-EOF.
           CLOSE QQ1ERRL-FILE.

       000026-READ-ONE-EVENT.

           READ QQ1ERRL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
           IF WS-ERRL-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           IF WS-EOF
               EXIT PARAGRAPH
           END-IF.
           IF ERRL-REFERENCE-ID(1:8) NOT = WS-REF-DATE
               MOVE 'Y' TO WS-EOF-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EVENT-TOTAL.
           MOVE ERRL-REFERENCE-ID TO FLG-REFERENCE-ID.
           PERFORM 000027-CHECK-INJECTED-RUN.
           IF WS-INJECTED-RUN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'QQ1ERRL '              TO EVT-SOURCE.
           MOVE ERRL-TIMESTAMP          TO EVT-TIMESTAMP.
           MOVE ERRL-REFERENCE-ID       TO EVT-REFERENCE-ID.
           MOVE SPACES                  TO EVT-ABCODE.
           MOVE 'N'                     TO EVT-TRACE-FLAG.
           MOVE SPACES                  TO EVT-CHAIN-TRACE.
           MOVE ERRL-SEVERITY-CODE      TO EVT-SEVERITY.
           MOVE ERRL-ORIGIN-SERVID      TO EVT-ORIGIN-SERVID.
           MOVE ERRL-RETURN-CODE        TO EVT-RETURN-CODE.
           MOVE ERRL-CONTEXT-STRING     TO EVT-CONTEXT.
           PERFORM 000030-TRIAGE-ONE-EVENT.

       000027-CHECK-INJECTED-RUN.

           MOVE 'N' TO WS-INJECTED-FLAG.
           IF NOT WS-FLOG-OPEN
               EXIT PARAGRAPH
           END-IF.
           READ QQ1FLOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-INJECTED-FLAG
                   ADD 1 TO WS-INJECTED-TOTAL
           END-READ.

       000030-TRIAGE-ONE-EVENT.

      *    First active rule in key order that matches wins.
           MOVE ZERO TO WS-MATCH-IDX.
           PERFORM 000031-TEST-ONE-RULE
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
                  OR WS-MATCH-IDX > ZERO.
           IF WS-MATCH-IDX = ZERO
               PERFORM 000050-WRITE-NEW-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-KNOWN-TOTAL.
           ADD 1 TO RT-EVENTS-MATCHED(WS-MATCH-IDX).
           IF RT-EVENTS-MATCHED(WS-MATCH-IDX) = 1
               ADD 1 TO WS-RULES-HIT-TOTAL
           END-IF.
      *    A snapshot taken before the run had its reference_id
      *    has no run to annotate; it still counts as known.
           IF EVT-REFERENCE-ID NOT = SPACES
               PERFORM 000040-ANNOTATE-RUN
           END-IF.

       000031-TEST-ONE-RULE.

           MOVE 'N' TO WS-RULE-FAIL-FLAG.
           IF RT-ABCODE(WS-RULE-IDX) NOT = SPACES
                   AND RT-ABCODE(WS-RULE-IDX) NOT = EVT-ABCODE
               MOVE 'Y' TO WS-RULE-FAIL-FLAG
           END-IF.
           PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1
                   UNTIL WS-FLAG-IDX > 5 OR WS-RULE-FAILS
               IF RT-CHAIN-TRACE(WS-RULE-IDX)(WS-FLAG-IDX:1)
                       NOT = SPACE
                   AND RT-CHAIN-TRACE(WS-RULE-IDX)(WS-FLAG-IDX:1)
                       NOT = '*'
                   IF NOT EVT-HAS-TRACE
                       MOVE 'Y' TO WS-RULE-FAIL-FLAG
                   ELSE
                       IF RT-CHAIN-TRACE(WS-RULE-IDX)(WS-FLAG-IDX:1)
                               NOT = EVT-CHAIN-TRACE(WS-FLAG-IDX:1)
                           MOVE 'Y' TO WS-RULE-FAIL-FLAG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF RT-ORIGIN-SERVID(WS-RULE-IDX) NOT = SPACES
                   AND RT-ORIGIN-SERVID(WS-RULE-IDX)
                       NOT = EVT-ORIGIN-SERVID
               MOVE 'Y' TO WS-RULE-FAIL-FLAG
           END-IF.
           IF RT-RC-EQUAL(WS-RULE-IDX)
                   AND RT-RETURN-CODE(WS-RULE-IDX)
                       NOT = EVT-RETURN-CODE
               MOVE 'Y' TO WS-RULE-FAIL-FLAG
           END-IF.
           IF RT-CONTEXT-LEN(WS-RULE-IDX) > ZERO
                   AND NOT WS-RULE-FAILS
               MOVE ZERO TO WS-CONTEXT-TALLY
               INSPECT EVT-CONTEXT TALLYING WS-CONTEXT-TALLY
                   FOR ALL RT-CONTEXT(WS-RULE-IDX)
                       (1:RT-CONTEXT-LEN(WS-RULE-IDX))
               IF WS-CONTEXT-TALLY = ZERO
                   MOVE 'Y' TO WS-RULE-FAIL-FLAG
               END-IF
           END-IF.
           IF NOT WS-RULE-FAILS
               MOVE WS-RULE-IDX TO WS-MATCH-IDX
           END-IF.

       000040-ANNOTATE-RUN.

      *    One note per run and ticket: a run already carrying the
      *    ticket (an earlier event, an earlier run of this job, or
      *    the analyst on QQAN) is left alone, so a rerun adds
      *    nothing. Otherwise the note goes after the run's last one.
           MOVE 'N'  TO WS-TICKET-NOTED-FLAG.
           MOVE ZERO TO WS-LAST-NOTE-SEQ.
           MOVE 'N'  TO WS-NOTE-EOF-FLAG.
           MOVE EVT-REFERENCE-ID TO NOTE-TARGET-ID.
           MOVE ZERO             TO NOTE-SEQ.
           START QQ1NOTE-FILE KEY > NOTE-KEY
           END-START.
           IF WS-NOTE-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-NOTE-EOF-FLAG
           END-IF.
           PERFORM 000041-READ-ONE-NOTE UNTIL WS-NOTE-EOF.
           IF WS-TICKET-NOTED
               EXIT PARAGRAPH
           END-IF.
           IF WS-LAST-NOTE-SEQ NOT < 999
               MOVE 'Y' TO WS-WARNING-FLAG
               MOVE SPACES TO PBL-TEXT
               STRING 'NO FREE QQ1NOTE SEQUENCE LEFT FOR '
                          DELIMITED SIZE
                      EVT-REFERENCE-ID DELIMITED SIZE
                      INTO PBL-TEXT
               END-STRING
               DISPLAY WS-PROBLEM-LINE
               WRITE RPT055-LINE FROM WS-PROBLEM-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES                       TO QQ1NOTE-RECORD.
           MOVE EVT-REFERENCE-ID             TO NOTE-TARGET-ID.
           COMPUTE NOTE-SEQ = WS-LAST-NOTE-SEQ + 1.
           MOVE RT-TICKET(WS-MATCH-IDX)      TO NOTE-TICKET.
           MOVE RT-RESPONSE(WS-MATCH-IDX)    TO NOTE-TEXT.
           MOVE 'QQ1B0055'                   TO NOTE-USERID.
           MOVE WS-TIMESTAMP-NOW             TO NOTE-TIMESTAMP.
           WRITE QQ1NOTE-RECORD
           END-WRITE.
           IF WS-NOTE-FILE-STATUS NOT = '00'
               MOVE SPACES TO PBL-TEXT
               STRING 'QQ1NOTE WRITE FAILED, STATUS ' DELIMITED SIZE
                      WS-NOTE-FILE-STATUS DELIMITED SIZE
                      ' FOR ' DELIMITED SIZE
                      EVT-REFERENCE-ID DELIMITED SIZE
                      INTO PBL-TEXT
               END-STRING
               PERFORM 000080-WRITE-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ANNOTATED-TOTAL.
           ADD 1 TO RT-RUNS-ANNOTATED(WS-MATCH-IDX).

       000041-READ-ONE-NOTE.

           READ QQ1NOTE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-NOTE-EOF-FLAG
           END-READ.
           IF WS-NOTE-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-NOTE-EOF-FLAG
           END-IF.
           IF WS-NOTE-EOF
               EXIT PARAGRAPH
           END-IF.
           IF NOTE-TARGET-ID NOT = EVT-REFERENCE-ID
               MOVE 'Y' TO WS-NOTE-EOF-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE NOTE-SEQ TO WS-LAST-NOTE-SEQ.
           IF NOTE-TICKET = RT-TICKET(WS-MATCH-IDX)
               MOVE 'Y' TO WS-TICKET-NOTED-FLAG
               MOVE 'Y' TO WS-NOTE-EOF-FLAG
           END-IF.

       000050-WRITE-NEW-PROBLEM.

           ADD 1 TO WS-NEW-TOTAL.
           MOVE EVT-SOURCE        TO NPL-SOURCE.
           MOVE EVT-TIMESTAMP     TO NPL-TIMESTAMP.
           MOVE EVT-REFERENCE-ID  TO NPL-REFERENCE-ID.
           MOVE EVT-ABCODE        TO NPL-ABCODE.
           MOVE EVT-CHAIN-TRACE   TO NPL-CHAIN-TRACE.
           MOVE EVT-SEVERITY      TO NPL-SEVERITY.
           MOVE EVT-ORIGIN-SERVID TO NPL-ORIGIN-SERVID.
           MOVE EVT-RETURN-CODE   TO NPL-RETURN-CODE.
           WRITE RPT055-LINE FROM WS-NEW-LINE.
           IF EVT-CONTEXT NOT = SPACES
               MOVE EVT-CONTEXT TO NPC-CONTEXT
               WRITE RPT055-LINE FROM WS-NEW-CONTEXT-LINE
           END-IF.

       000060-WRITE-KNOWN-ISSUES.

           WRITE RPT055-LINE FROM WS-EMPTY-LINE.
           WRITE RPT055-LINE FROM WS-KNOWN-HEADING.
           WRITE RPT055-LINE FROM WS-KNOWN-COLUMNS.
           IF WS-RULES-HIT-TOTAL = ZERO
               WRITE RPT055-LINE FROM WS-NO-KNOWN-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000061-WRITE-ONE-KNOWN-ISSUE
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT.

       000061-WRITE-ONE-KNOWN-ISSUE.

           IF RT-EVENTS-MATCHED(WS-RULE-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE RT-RULE-ID(WS-RULE-IDX)        TO KIL-RULE-ID.
           MOVE RT-TICKET(WS-RULE-IDX)         TO KIL-TICKET.
           MOVE RT-EVENTS-MATCHED(WS-RULE-IDX) TO KIL-EVENTS.
           MOVE RT-RUNS-ANNOTATED(WS-RULE-IDX) TO KIL-RUNS.
           MOVE RT-TITLE(WS-RULE-IDX)          TO KIL-TITLE.
           WRITE RPT055-LINE FROM WS-KNOWN-LINE.
           MOVE RT-RESPONSE(WS-RULE-IDX)       TO RSL-RESPONSE.
           WRITE RPT055-LINE FROM WS-RESPONSE-LINE.
           PERFORM 000062-UPDATE-RULE-HITS.

       000062-UPDATE-RULE-HITS.

      *    The catalog keeps the runs annotated under each rule and
      *    the latest day it matched, so the QQKI screen shows which
      *    rules still earn their keep.
           MOVE RT-RULE-ID(WS-RULE-IDX) TO KNW-RULE-ID.
           READ QQ1KNOW-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           ADD RT-RUNS-ANNOTATED(WS-RULE-IDX) TO KNW-MATCH-COUNT.
           IF KNW-LAST-MATCHED = SPACES
                   OR KNW-LAST-MATCHED < WS-BUSINESS-DATE
               MOVE WS-BUSINESS-DATE TO KNW-LAST-MATCHED
           END-IF.
           REWRITE QQ1KNOW-RECORD
           END-REWRITE.
           IF WS-KNOW-FILE-STATUS NOT = '00'
               MOVE SPACES TO PBL-TEXT
               STRING 'QQ1KNOW REWRITE FAILED, STATUS ' DELIMITED SIZE
                      WS-KNOW-FILE-STATUS DELIMITED SIZE
                      ' FOR ' DELIMITED SIZE
                      KNW-RULE-ID DELIMITED SIZE
                      INTO PBL-TEXT
               END-STRING
               PERFORM 000080-WRITE-PROBLEM
           END-IF.

       000070-FORMAT-TIMESTAMP-NOW.

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
           DISPLAY WS-PROBLEM-LINE.
           WRITE RPT055-LINE FROM WS-PROBLEM-LINE.

       000085-LOG-STEP-STATISTICS.

      *    Append this run's QQ1STPS record for the nightly stream's
      *    run control (QQ1B0050). A run without the DD logs nothing.
           OPEN EXTEND QQ1STPS-FILE.
           IF WS-STPS-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO QQ1STPS-RECORD.
           MOVE 'QQ1B0055' TO STP-PROGRAM-ID.
           MOVE RETURN-CODE TO STP-COMPLETION-CODE.
           MOVE 'KNOWN   ' TO STP-COUNT-LABEL(1).
           MOVE WS-KNOWN-TOTAL TO STP-COUNT-VALUE(1).
           MOVE 'NEWPROBS' TO STP-COUNT-LABEL(2).
           MOVE WS-NEW-TOTAL TO STP-COUNT-VALUE(2).
           MOVE 'ANNOTATD' TO STP-COUNT-LABEL(3).
           MOVE WS-ANNOTATED-TOTAL TO STP-COUNT-VALUE(3).
           WRITE QQ1STPS-RECORD.
           CLOSE QQ1STPS-FILE.

       000090-TERMINATE.

           IF WS-KNOW-OPEN
               CLOSE QQ1KNOW-FILE
           END-IF.
           IF WS-NOTE-OPEN
               CLOSE QQ1NOTE-FILE
           END-IF.
           IF WS-FLOG-OPEN
               CLOSE QQ1FLOG-FILE
           END-IF.
           WRITE RPT055-LINE FROM WS-EMPTY-LINE.
           MOVE WS-SNAPSHOT-TOTAL  TO TOT-SNAPSHOTS.
           MOVE WS-EVENT-TOTAL     TO TOT-EVENTS.
           MOVE WS-KNOWN-TOTAL     TO TOT-KNOWN.
           MOVE WS-NEW-TOTAL       TO TOT-NEW.
           MOVE WS-ANNOTATED-TOTAL TO TOT-ANNOTATED.
           MOVE WS-INJECTED-TOTAL  TO TOT-INJECTED.
           WRITE RPT055-LINE FROM WS-TOTAL-LINE.
           DISPLAY WS-TOTAL-LINE.
           CLOSE QQ1RPT055-FILE.
      *
      *   +->   QQ1B0055_KNOWN_ISSUE_TRIAGE         10/15/2026  00:00
      *   !       Matches the business date's QQ1DIAG abend
      *   !       snapshots and the QQ1ERRL error events of its runs
      *   !       against the active QQ1KNOW known-issue rules
      *   !       (ABCODE, chain-trace pattern, origin SERVID, return
      *   !       code, context text; first rule in key order wins).
      *   !       Each matched run gets one QQ1NOTE annotation per
      *   !       ticket carrying the rule's standard response, so
      *   !       the QQ1B0010/QQ1B0020 morning reports show it as
      *   !       explained; the rule's hit count and last-matched
      *   !       date are kept on the catalog. QQ1RP055 lists only
      *   !       the unmatched snapshots and events as new problems,
      *   !       then the known issues seen. CC 4 when there is a
      *   !       new problem; CC 8 when a file cannot be used.
      *   !
      *   !       10/15/2026 - snapshots and events of fault-
      *   !       injected runs on QQ1FLOG are counted as INJECTED and
      *   !       not triaged; QQ1B0056 verifies them.
      *   +---
