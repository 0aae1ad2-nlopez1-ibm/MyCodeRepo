      *COMPILE1: LANG(COBOL) CMP(DEFAULT) CICS(N) DB2()
      *COMPILE2: MQS(N) DLL(N) IP(N) LDAP(N) EXCI(N) RENT(N)
      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
      ** Operator activity timeline and segregation-of-duties flags
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  QQ1B0044.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QQ1CAMP-FILE ASSIGN TO QQ1CAMP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CMP-CAMPAIGN-ID
               FILE STATUS IS WS-CAMP-FILE-STATUS.
           SELECT QQ1CTLL-FILE ASSIGN TO QQ1CTLL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTLL-KEY
               FILE STATUS IS WS-CTLL-FILE-STATUS.
           SELECT QQ1MSGL-FILE ASSIGN TO QQ1MSGL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MSGL-KEY
               FILE STATUS IS WS-MSGL-FILE-STATUS.
           SELECT QQ1PNDC-FILE ASSIGN TO QQ1PNDC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PNDC-FILE-STATUS.
           SELECT QQ1QUAR-FILE ASSIGN TO QQ1QUAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QUA-KEY
               FILE STATUS IS WS-QUAR-FILE-STATUS.
           SELECT QQ1BRCH-FILE ASSIGN TO QQ1BRCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BRC-KEY
               FILE STATUS IS WS-BRCH-FILE-STATUS.
           SELECT QQ1NOTE-FILE ASSIGN TO QQ1NOTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOTE-KEY
               FILE STATUS IS WS-NOTE-FILE-STATUS.
           SELECT QQ1SORT-FILE ASSIGN TO SORTWK01.
           SELECT QQ1RPT044-FILE ASSIGN TO QQ1RPTV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QQ1CAMP-FILE.
       COPY QQ1CAMP.
       FD  QQ1CTLL-FILE.
       COPY QQ1CTLL.
       FD  QQ1MSGL-FILE.
       COPY QQ1MSGL.
       FD  QQ1PNDC-FILE.
       COPY QQ1PNDC.
       FD  QQ1QUAR-FILE.
       COPY QQ1QUAR.
       FD  QQ1BRCH-FILE.
       COPY QQ1BRCH.
       FD  QQ1NOTE-FILE.
       COPY QQ1NOTE.
      *    One operator action from any of the six journals, sorted
      *    into userid + time order for the timeline.
       SD  QQ1SORT-FILE.
       01  SRT-EVENT-RECORD.
           05  SRT-USERID                  PIC X(8).
           05  SRT-SORT-TIMESTAMP          PIC X(14).
           05  SRT-SOURCE                  PIC X(4).
           05  SRT-SHOW-TIMESTAMP          PIC X(19).
           05  SRT-ACTION                  PIC X(8).
           05  SRT-OBJECT                  PIC X(30).
           05  SRT-DETAIL                  PIC X(40).
           05  SRT-FLAGS                   PIC X(20).
       FD  QQ1RPT044-FILE.
       01  RPT044-LINE                     PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-CAMP-FILE-STATUS             PIC X(2).
       01  WS-CTLL-FILE-STATUS             PIC X(2).
       01  WS-MSGL-FILE-STATUS             PIC X(2).
       01  WS-PNDC-FILE-STATUS             PIC X(2).
       01  WS-QUAR-FILE-STATUS             PIC X(2).
       01  WS-BRCH-FILE-STATUS             PIC X(2).
       01  WS-NOTE-FILE-STATUS             PIC X(2).
       01  WS-RPT-FILE-STATUS              PIC X(2).
       01  WS-EOF-FLAG                     PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.
      *    A journal that cannot be read leaves the evidence pack
      *    incomplete: the report still runs, but ends CC 8.
       01  WS-COMPLETE-FLAG                PIC X(1)    VALUE 'Y'.
           88  WS-COMPLETE                             VALUE 'Y'.
       01  WS-TRUNCATED-FLAG               PIC X(1)    VALUE 'N'.
           88  WS-TRUNCATED                            VALUE 'Y'.
      *    Reporting period and thresholds, from the PARM.
       01  WS-FROM-DATE8                   PIC X(8)    VALUE '00000000'.
       01  WS-TO-DATE8                     PIC X(8)    VALUE '99999999'.
       01  WS-FROM-SHOW                    PIC X(10)   VALUE 'FIRST'.
       01  WS-TO-SHOW                      PIC X(10)   VALUE 'LAST'.
       01  WS-DAY-START-HOUR               PIC 9(2)    VALUE 07.
       01  WS-DAY-END-HOUR                 PIC 9(2)    VALUE 19.
       01  WS-LATE-MINUTES                 PIC 9(3)    VALUE 030.
       01  WS-LOOKBACK-HOURS               PIC 9(3)    VALUE 024.
       01  WS-FROM-MINUTE                  PIC S9(11)  COMP-3 VALUE 0.
       01  WS-LOOKBACK-FROM-MINUTE         PIC S9(11)  COMP-3.
       01  WS-PARM-DATE                    PIC X(10).
       01  WS-PARM-DATE8                   PIC X(8).
      *    Calendar arithmetic, as on the QQ1C0092 booking screen:
      *    days numbered from 0000-03-01 (a Wednesday, so remainder
      *    3 after dividing by 7 is a Saturday and 4 a Sunday),
      *    minutes from midnight of that day.
       01  WS-CAL-YEAR                     PIC S9(9)   COMP.
       01  WS-CAL-MONTH                    PIC S9(9)   COMP.
       01  WS-CAL-DAY                      PIC S9(9)   COMP.
       01  WS-DAY-NUMBER                   PIC S9(9)   COMP.
       01  WS-DN-YEAR                      PIC S9(9)   COMP.
       01  WS-DN-MONTH                     PIC S9(9)   COMP.
       01  WS-DN-DIV-4                     PIC S9(9)   COMP.
       01  WS-DN-DIV-100                   PIC S9(9)   COMP.
       01  WS-DN-DIV-400                   PIC S9(9)   COMP.
       01  WS-DN-MONTH-DAYS                PIC S9(9)   COMP.
       01  WS-DN-WORK                      PIC S9(15)  COMP-3.
       01  WS-DN-WEEKS                     PIC S9(9)   COMP.
      *    The timestamp being turned into an event. Journals hold
      *    either form - YYYY-MM-DDTHH:MM:SS.ffffff from CICS and
      *    batch, YYYY-MM-DD-HH.MM.SS.ffffff from DB2 - and the
      *    fields line up in both.
       01  WS-EVT-RAW                      PIC X(26).
       01  FILLER REDEFINES WS-EVT-RAW.
           05  WS-RAW-YYYY                 PIC 9(4).
           05  FILLER                      PIC X(1).
           05  WS-RAW-MM                   PIC 9(2).
           05  FILLER                      PIC X(1).
           05  WS-RAW-DD                   PIC 9(2).
           05  FILLER                      PIC X(1).
           05  WS-RAW-HH                   PIC 9(2).
           05  FILLER                      PIC X(1).
           05  WS-RAW-MI                   PIC 9(2).
           05  FILLER                      PIC X(1).
           05  WS-RAW-SS                   PIC 9(2).
           05  FILLER                      PIC X(7).
       01  WS-EVT-VALID-FLAG               PIC X(1).
           88  WS-EVT-VALID                            VALUE 'Y'.
       01  WS-EVT-SORT-TIMESTAMP           PIC X(14).
       01  WS-EVT-SHOW-TIMESTAMP           PIC X(19).
       01  WS-EVT-MINUTE                   PIC S9(11)  COMP-3.
       01  WS-EVT-WEEKDAY                  PIC S9(9)   COMP.
       01  WS-EVT-IN-PERIOD-FLAG           PIC X(1).
           88  WS-EVT-IN-PERIOD                        VALUE 'Y'.
       01  WS-EVT-FLAGS                    PIC X(20).
       01  WS-FLAG-POINTER                 PIC S9(4)   COMP.
       01  WS-FLAG-CODE                    PIC X(4).
       01  WS-PROPOSED-MINUTE              PIC S9(11)  COMP-3.
      *    Campaign starts, for approvals made just before one.
       01  WS-CMP-MAX                      PIC S9(8)   COMP VALUE 2000.
       01  WS-CMP-TOTAL                    PIC S9(8)   COMP VALUE ZERO.
       01  WS-CMP-IDX                      PIC S9(8)   COMP.
       01  WS-CMP-TABLE.
           05  WS-CMP-ENTRY OCCURS 2000 TIMES.
               10  WS-CMP-ID               PIC X(8).
               10  WS-CMP-START-MINUTE     PIC S9(11)  COMP-3.
       01  WS-LATE-CAMPAIGN                PIC X(8).
      *    Approved control-panel changes in the period, proposer
      *    and approver, for the reciprocal-approval pattern.
       01  WS-PAIR-MAX                     PIC S9(8)   COMP VALUE 2000.
       01  WS-PAIR-TOTAL                   PIC S9(8)   COMP VALUE ZERO.
       01  WS-PAIR-IDX                     PIC S9(8)   COMP.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY OCCURS 2000 TIMES.
               10  WS-PAIR-PROPOSER        PIC X(8).
               10  WS-PAIR-APPROVER        PIC X(8).
       01  WS-PAIR-FOUND-FLAG              PIC X(1).
           88  WS-PAIR-FOUND                           VALUE 'Y'.
      *    Every change that took effect from the lookback before
      *    the period on: control files, catalog and approved
      *    control-panel proposals (credited to the proposer).
       01  WS-CHG-MAX                      PIC S9(8)   COMP VALUE 10000.
       01  WS-CHG-TOTAL                    PIC S9(8)   COMP VALUE ZERO.
       01  WS-CHG-IDX                      PIC S9(8)   COMP.
       01  WS-CHG-TABLE.
           05  WS-CHG-ENTRY OCCURS 10000 TIMES.
               10  WS-CHG-USERID           PIC X(8).
               10  WS-CHG-MINUTE           PIC S9(11)  COMP-3.
       01  WS-CHG-USERID-HOLD              PIC X(8).
       01  WS-RUN-MINUTE                   PIC S9(11)  COMP-3.
       01  WS-OWN-CHANGE-FLAG              PIC X(1).
           88  WS-OWN-CHANGE                           VALUE 'Y'.
      *    Flagged events, repeated together after the timelines.
       01  WS-CON-MAX                      PIC S9(8)   COMP VALUE 2000.
       01  WS-CON-TOTAL                    PIC S9(8)   COMP VALUE ZERO.
       01  WS-CON-IDX                      PIC S9(8)   COMP.
       01  WS-CON-TABLE.
           05  WS-CON-LINE OCCURS 2000 TIMES PIC X(132).
       01  WS-CURRENT-USERID               PIC X(8)    VALUE SPACES.
       01  WS-FIRST-USER-FLAG              PIC X(1)    VALUE 'Y'.
           88  WS-FIRST-USER                           VALUE 'Y'.
       01  WS-USER-EVENTS                  PIC 9(7).
       01  WS-USER-FLAGGED                 PIC 9(7).
       01  WS-USER-TOTAL                   PIC 9(7)    VALUE ZERO.
       01  WS-EVENT-TOTAL                  PIC 9(7)    VALUE ZERO.
       01  WS-FLAGGED-TOTAL                PIC 9(7)    VALUE ZERO.
       01  WS-PRXY-TOTAL                   PIC 9(7)    VALUE ZERO.
       01  WS-SELF-TOTAL                   PIC 9(7)    VALUE ZERO.
       01  WS-LATE-TOTAL                   PIC 9(7)    VALUE ZERO.
       01  WS-SACK-TOTAL                   PIC 9(7)    VALUE ZERO.
       01  WS-OOH-TOTAL                    PIC 9(7)    VALUE ZERO.
       01  WS-PND-TYPE-NAME                PIC X(12).
       01  WS-RUN-DATE                     PIC 9(8).
       01  WS-REPORT-HEADING.
           05  FILLER                      PIC X(50)   VALUE
               'QQ1B0044 - OPERATOR ACTIVITY AND DUTIES REVIEW'.
           05  FILLER                      PIC X(9)    VALUE
               'RUN DATE '.
           05  HDG-RUN-DATE                PIC 9(8).
       01  WS-PERIOD-LINE.
           05  FILLER                      PIC X(8)    VALUE
               'PERIOD '.
           05  PDL-FROM                    PIC X(10).
           05  FILLER                      PIC X(4)    VALUE
               ' TO '.
           05  PDL-TO                      PIC X(10).
           05  FILLER                      PIC X(17)   VALUE
               '   OFFICE HOURS '.
           05  PDL-DAY-START               PIC 9(2).
           05  FILLER                      PIC X(4)    VALUE
               ':00-'.
           05  PDL-DAY-END                 PIC 9(2).
           05  FILLER                      PIC X(18)   VALUE
               ':00 MON-FRI'.
       01  WS-SOURCES-LINE                 PIC X(132)  VALUE
               'SOURCES: QQ1CTLL CONTROL FILES, QQ1MSGL CATALOG, QQ1PNDC
      -        ' PROPOSALS, QQ1QUAR QUARANTINE, QQ1BRCH ACKS, QQ1NOTE NO
      -        'TES'.
       01  WS-USER-HEADING.
           05  FILLER                      PIC X(8)    VALUE
               'USERID '.
           05  UHL-USERID                  PIC X(8).
       01  WS-COLUMN-HEADING.
           05  FILLER                      PIC X(20)   VALUE
               'TIMESTAMP'.
           05  FILLER                      PIC X(5)    VALUE
               'FROM'.
           05  FILLER                      PIC X(9)    VALUE
               'ACTION'.
           05  FILLER                      PIC X(31)   VALUE
               'OBJECT'.
           05  FILLER                      PIC X(41)   VALUE
               'DETAIL'.
           05  FILLER                      PIC X(5)    VALUE
               'FLAGS'.
       01  WS-TIMELINE-LINE.
           05  TLL-TIMESTAMP               PIC X(19).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  TLL-SOURCE                  PIC X(4).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  TLL-ACTION                  PIC X(8).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  TLL-OBJECT                  PIC X(30).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  TLL-DETAIL                  PIC X(40).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  TLL-FLAGS                   PIC X(20).
       01  WS-USER-TOTAL-LINE.
           05  FILLER                      PIC X(20)   VALUE
               '  ACTIONS:'.
           05  UTL-EVENTS                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(12)   VALUE
               '   FLAGGED:'.
           05  UTL-FLAGGED                 PIC ZZZ,ZZ9.
       01  WS-CONCERN-HEADING              PIC X(132)  VALUE
               'SEGREGATION-OF-DUTIES CONCERNS'.
       01  WS-CONCERN-LINE.
           05  CNL-USERID                  PIC X(8).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  CNL-TIMESTAMP               PIC X(19).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  CNL-SOURCE                  PIC X(4).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  CNL-ACTION                  PIC X(8).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  CNL-OBJECT                  PIC X(30).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  CNL-FLAGS                   PIC X(20).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  CNL-DETAIL                  PIC X(36).
       01  WS-NO-CONCERN-LINE              PIC X(132)  VALUE
               'NO SEGREGATION-OF-DUTIES CONCERNS IN THE PERIOD'.
       01  WS-CONCERN-FULL-LINE            PIC X(132)  VALUE
               'MORE THAN 2000 FLAGGED ACTIONS - SEE THE TIMELINES FOR T
      -        'HE REST'.
       01  WS-LEGEND-LINE.
           05  LGL-CODE                    PIC X(6).
           05  LGL-TEXT                    PIC X(60).
           05  LGL-COUNT                   PIC ZZZ,ZZ9.
       01  WS-LEGEND-THRESHOLD             PIC ZZ9.
       01  WS-PROBLEM-LINE.
           05  FILLER                      PIC X(10)   VALUE
               'QQ1B0044  '.
           05  PBL-FILE-ID                 PIC X(8).
           05  PBL-TEXT                    PIC X(60).
       01  WS-SUMMARY-LINE.
           05  FILLER                      PIC X(8)    VALUE
               'USERS: '.
           05  SML-USERS                   PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(12)   VALUE
               '  ACTIONS: '.
           05  SML-EVENTS                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(12)   VALUE
               '  FLAGGED: '.
           05  SML-FLAGGED                 PIC ZZZ,ZZ9.
       LINKAGE SECTION.
      *    JCL PARM layout (fixed-position, no keywords; any part
      *    left blank takes its default):
      *      positions  1-10  FROM date YYYY-MM-DD (default: all)
      *      positions 11-20  TO date YYYY-MM-DD (default: all)
      *      positions 21-22  office hours start, HH (default 07)
      *      positions 23-24  office hours end, HH (default 19)
      *      positions 25-27  minutes before a campaign start that
      *                       make an approval late (default 030)
      *      positions 28-30  hours before a breached run in which
      *                       the acknowledger's own change counts
      *                       (default 024)
       01  WS-JCL-PARM.
           05  WS-PARM-LEN                 PIC S9(4)   COMP.
           05  WS-PARM-TEXT.
               10  WS-PARM-FROM-DATE       PIC X(10).
               10  WS-PARM-TO-DATE         PIC X(10).
               10  WS-PARM-DAY-START       PIC X(2).
               10  WS-PARM-DAY-END         PIC X(2).
               10  WS-PARM-LATE-MINUTES    PIC X(3).
               10  WS-PARM-LOOKBACK-HOURS  PIC X(3).
       PROCEDURE DIVISION USING WS-JCL-PARM.
       000000-CONTROL.

      *    The quarterly access review's evidence pack: every
      *    operator action in the six journals as one timeline per
      *    userid, with segregation-of-duties concerns flagged
      *    and repeated together at the end. CC 4 when anything is
      *    flagged (or a table overflows), CC 8 when a journal
      *    cannot be read and the pack is therefore incomplete.
           PERFORM 000010-INITIALIZE.
           PERFORM 000015-LOAD-CAMPAIGN-STARTS.
           PERFORM 000016-LOAD-APPROVED-PAIRS.
           SORT QQ1SORT-FILE
               ON ASCENDING KEY SRT-USERID
                                SRT-SORT-TIMESTAMP
                                SRT-SOURCE
               INPUT PROCEDURE IS 000020-RELEASE-EVENTS
               OUTPUT PROCEDURE IS 000050-WRITE-TIMELINES.
           IF SORT-RETURN NOT = ZERO
               MOVE 'SORT   ' TO PBL-FILE-ID
               MOVE 'SORT FAILED - TIMELINE INCOMPLETE' TO PBL-TEXT
               PERFORM 000019-REPORT-PROBLEM
           END-IF.
           PERFORM 000060-WRITE-CONCERNS.
           PERFORM 000065-WRITE-SUMMARY.
           CLOSE QQ1RPT044-FILE.
           IF NOT WS-COMPLETE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-FLAGGED-TOTAL > ZERO OR WS-TRUNCATED
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       000010-INITIALIZE.

           OPEN OUTPUT QQ1RPT044-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           IF WS-PARM-LEN >= 10 AND WS-PARM-FROM-DATE NOT = SPACES
               MOVE WS-PARM-FROM-DATE TO WS-PARM-DATE
               PERFORM 000011-CHECK-PARM-DATE
               MOVE WS-PARM-DATE8 TO WS-FROM-DATE8
               MOVE WS-PARM-DATE  TO WS-FROM-SHOW
           END-IF.
           IF WS-PARM-LEN >= 20 AND WS-PARM-TO-DATE NOT = SPACES
               MOVE WS-PARM-TO-DATE TO WS-PARM-DATE
               PERFORM 000011-CHECK-PARM-DATE
               MOVE WS-PARM-DATE8 TO WS-TO-DATE8
               MOVE WS-PARM-DATE  TO WS-TO-SHOW
           END-IF.
           IF WS-PARM-LEN >= 24
               IF WS-PARM-DAY-START IS NUMERIC
                   MOVE WS-PARM-DAY-START TO WS-DAY-START-HOUR
               END-IF
               IF WS-PARM-DAY-END IS NUMERIC
                   MOVE WS-PARM-DAY-END TO WS-DAY-END-HOUR
               END-IF
           END-IF.
           IF WS-PARM-LEN >= 27
                   AND WS-PARM-LATE-MINUTES IS NUMERIC
               MOVE WS-PARM-LATE-MINUTES TO WS-LATE-MINUTES
           END-IF.
           IF WS-PARM-LEN >= 30
                   AND WS-PARM-LOOKBACK-HOURS IS NUMERIC
               MOVE WS-PARM-LOOKBACK-HOURS TO WS-LOOKBACK-HOURS
           END-IF.
      *    The breach check looks back from runs early in the
      *    period to changes made before it.
           IF WS-FROM-DATE8 NOT = '00000000'
               MOVE SPACES TO WS-EVT-RAW
               MOVE WS-FROM-SHOW TO WS-EVT-RAW(1:10)
               MOVE '00:00:00'   TO WS-EVT-RAW(12:8)
               PERFORM 000070-NORMALIZE-TIMESTAMP
               MOVE WS-EVT-MINUTE TO WS-FROM-MINUTE
           END-IF.
           COMPUTE WS-LOOKBACK-FROM-MINUTE =
               WS-FROM-MINUTE - (WS-LOOKBACK-HOURS * 60).
           WRITE RPT044-LINE FROM WS-REPORT-HEADING.
           MOVE WS-FROM-SHOW      TO PDL-FROM.
           MOVE WS-TO-SHOW        TO PDL-TO.
           MOVE WS-DAY-START-HOUR TO PDL-DAY-START.
           MOVE WS-DAY-END-HOUR   TO PDL-DAY-END.
           WRITE RPT044-LINE FROM WS-PERIOD-LINE.
           WRITE RPT044-LINE FROM WS-SOURCES-LINE.
           MOVE SPACES TO RPT044-LINE.
           WRITE RPT044-LINE.

       000011-CHECK-PARM-DATE.

      *    YYYY-MM-DD in WS-PARM-DATE; a date that is not one is
      *    reported and the whole period is taken instead, rather
      *    than quietly reporting the wrong quarter.
           MOVE SPACES TO WS-EVT-RAW.
           MOVE WS-PARM-DATE TO WS-EVT-RAW(1:10).
           IF WS-RAW-YYYY IS NUMERIC AND WS-RAW-MM IS NUMERIC
                   AND WS-RAW-DD IS NUMERIC
                   AND WS-EVT-RAW(5:1) = '-'
                   AND WS-EVT-RAW(8:1) = '-'
               MOVE WS-EVT-RAW(1:4) TO WS-PARM-DATE8(1:4)
               MOVE WS-EVT-RAW(6:2) TO WS-PARM-DATE8(5:2)
               MOVE WS-EVT-RAW(9:2) TO WS-PARM-DATE8(7:2)
           ELSE
               MOVE 'PARM   ' TO PBL-FILE-ID
               MOVE 'PERIOD DATE NOT YYYY-MM-DD - WHOLE JOURNALS USED'
                   TO PBL-TEXT
               PERFORM 000019-REPORT-PROBLEM
               IF WS-PARM-DATE = WS-PARM-FROM-DATE
                   MOVE '00000000' TO WS-PARM-DATE8
                   MOVE 'FIRST'    TO WS-PARM-DATE
               ELSE
                   MOVE '99999999' TO WS-PARM-DATE8
                   MOVE 'LAST'     TO WS-PARM-DATE
               END-IF
           END-IF.

       000015-LOAD-CAMPAIGN-STARTS.

           OPEN INPUT QQ1CAMP-FILE.
           IF WS-CAMP-FILE-STATUS NOT = '00'
               MOVE 'QQ1CAMP ' TO PBL-FILE-ID
               MOVE 'CANNOT BE OPENED - LATE APPROVALS NOT CHECKED'
                   TO PBL-TEXT
               PERFORM 000019-REPORT-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ QQ1CAMP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
               END-READ
               IF NOT WS-EOF AND CMP-START-TIMESTAMP NOT = SPACES
                   MOVE CMP-START-TIMESTAMP TO WS-EVT-RAW
                   PERFORM 000070-NORMALIZE-TIMESTAMP
                   IF WS-EVT-VALID AND WS-CMP-TOTAL < WS-CMP-MAX
                       ADD 1 TO WS-CMP-TOTAL
                       MOVE CMP-CAMPAIGN-ID
                           TO WS-CMP-ID(WS-CMP-TOTAL)
                       MOVE WS-EVT-MINUTE
                           TO WS-CMP-START-MINUTE(WS-CMP-TOTAL)
                   ELSE
                       IF WS-EVT-VALID
                           MOVE 'Y' TO WS-TRUNCATED-FLAG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE QQ1CAMP-FILE.

       000016-LOAD-APPROVED-PAIRS.

      *    First pass over the proposals: who approved whose
      *    change in the period, and when each approved change
      *    took effect on behalf of its proposer. The second pass,
      *    in 000023, turns them into timeline events.
           OPEN INPUT QQ1PNDC-FILE.
           IF WS-PNDC-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ QQ1PNDC-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
               END-READ
               IF NOT WS-EOF AND PND-APPROVED
                   MOVE PND-DECIDED-TIMESTAMP TO WS-EVT-RAW
                   PERFORM 000070-NORMALIZE-TIMESTAMP
                   MOVE PND-PROPOSED-BY TO WS-CHG-USERID-HOLD
                   PERFORM 000017-HOLD-CHANGE
                   IF WS-EVT-IN-PERIOD
                       IF WS-PAIR-TOTAL < WS-PAIR-MAX
                           ADD 1 TO WS-PAIR-TOTAL
                           MOVE PND-PROPOSED-BY
                               TO WS-PAIR-PROPOSER(WS-PAIR-TOTAL)
                           MOVE PND-DECIDED-BY
                               TO WS-PAIR-APPROVER(WS-PAIR-TOTAL)
                       ELSE
                           MOVE 'Y' TO WS-TRUNCATED-FLAG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE QQ1PNDC-FILE.

       000017-HOLD-CHANGE.

      *    WS-CHG-USERID-HOLD made a change at WS-EVT-MINUTE; kept
      *    when it can matter to a breach acknowledged in the
      *    period.
           IF NOT WS-EVT-VALID
                   OR WS-EVT-MINUTE < WS-LOOKBACK-FROM-MINUTE
                   OR WS-EVT-SORT-TIMESTAMP(1:8) > WS-TO-DATE8
               EXIT PARAGRAPH
           END-IF.
           IF WS-CHG-TOTAL >= WS-CHG-MAX
               MOVE 'Y' TO WS-TRUNCATED-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CHG-TOTAL.
           MOVE WS-CHG-USERID-HOLD TO WS-CHG-USERID(WS-CHG-TOTAL).
           MOVE WS-EVT-MINUTE      TO WS-CHG-MINUTE(WS-CHG-TOTAL).

       000019-REPORT-PROBLEM.

           WRITE RPT044-LINE FROM WS-PROBLEM-LINE.

       000020-RELEASE-EVENTS.

      *    Change journals first, so every change is in the change
      *    table before the breach acknowledgements are read.
           PERFORM 000021-RELEASE-CONTROL-CHANGES.
           PERFORM 000022-RELEASE-CATALOG-CHANGES.
           PERFORM 000023-RELEASE-PROPOSALS.
           PERFORM 000024-RELEASE-QUARANTINE.
           PERFORM 000025-RELEASE-BREACH-ACKS.
           PERFORM 000026-RELEASE-NOTES.

       000021-RELEASE-CONTROL-CHANGES.

           OPEN INPUT QQ1CTLL-FILE.
           IF WS-CTLL-FILE-STATUS NOT = '00'
               MOVE 'QQ1CTLL ' TO PBL-FILE-ID
               PERFORM 000029-JOURNAL-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ QQ1CTLL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
               END-READ
               IF NOT WS-EOF
                   MOVE CTLL-TIMESTAMP TO WS-EVT-RAW
                   PERFORM 000070-NORMALIZE-TIMESTAMP
                   MOVE CTLL-USERID TO WS-CHG-USERID-HOLD
                   PERFORM 000017-HOLD-CHANGE
                   IF WS-EVT-IN-PERIOD
                       MOVE SPACES TO SRT-EVENT-RECORD
                       MOVE CTLL-USERID TO SRT-USERID
                       MOVE 'CTLL'      TO SRT-SOURCE
                       EVALUATE TRUE
                           WHEN CTLL-ACTION-ADD
                               MOVE 'ADD'    TO SRT-ACTION
                           WHEN CTLL-ACTION-UPDATE
                               MOVE 'UPDATE' TO SRT-ACTION
                           WHEN CTLL-ACTION-DELETE
                               MOVE 'DELETE' TO SRT-ACTION
                           WHEN OTHER
                               MOVE CTLL-ACTION TO SRT-ACTION
                       END-EVALUATE
                       STRING CTLL-FILE-ID    DELIMITED SIZE
                              ' '             DELIMITED SIZE
                              CTLL-RECORD-KEY DELIMITED SIZE
                              INTO SRT-OBJECT
                       END-STRING
                       MOVE CTLL-IMAGE TO SRT-DETAIL
                       MOVE SPACES TO WS-EVT-FLAGS
                       MOVE 1 TO WS-FLAG-POINTER
                       PERFORM 000076-CHECK-OUT-OF-HOURS
                       PERFORM 000028-RELEASE-EVENT
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE QQ1CTLL-FILE.

       000022-RELEASE-CATALOG-CHANGES.

           OPEN INPUT QQ1MSGL-FILE.
           IF WS-MSGL-FILE-STATUS NOT = '00'
               MOVE 'QQ1MSGL ' TO PBL-FILE-ID
               PERFORM 000029-JOURNAL-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ QQ1MSGL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
               END-READ
               IF NOT WS-EOF
                   MOVE MSGL-TIMESTAMP TO WS-EVT-RAW
                   PERFORM 000070-NORMALIZE-TIMESTAMP
                   MOVE MSGL-USERID TO WS-CHG-USERID-HOLD
                   PERFORM 000017-HOLD-CHANGE
                   IF WS-EVT-IN-PERIOD
                       MOVE SPACES TO SRT-EVENT-RECORD
                       MOVE MSGL-USERID TO SRT-USERID
                       MOVE 'MSGL'      TO SRT-SOURCE
                       EVALUATE TRUE
                           WHEN MSGL-ACTION-ADD
                               MOVE 'ADD'    TO SRT-ACTION
                           WHEN MSGL-ACTION-UPDATE
                               MOVE 'UPDATE' TO SRT-ACTION
                           WHEN MSGL-ACTION-DELETE
                               MOVE 'DELETE' TO SRT-ACTION
                           WHEN OTHER
                               MOVE MSGL-ACTION TO SRT-ACTION
                       END-EVALUATE
                       STRING 'QQ1MSGT '         DELIMITED SIZE
                              MSGL-RESOURCE-NAME DELIMITED SIZE
                              ' '                DELIMITED SIZE
                              MSGL-DIALECT-CODE  DELIMITED SIZE
                              ' '                DELIMITED SIZE
                              MSGL-SEQUENCE-NUM  DELIMITED SIZE
                              INTO SRT-OBJECT
                       END-STRING
                       MOVE MSGL-TEXT TO SRT-DETAIL
                       MOVE SPACES TO WS-EVT-FLAGS
                       MOVE 1 TO WS-FLAG-POINTER
                       PERFORM 000076-CHECK-OUT-OF-HOURS
                       PERFORM 000028-RELEASE-EVENT
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE QQ1MSGL-FILE.

       000023-RELEASE-PROPOSALS.

      *    Each proposal is two events: the proposal itself, and
      *    the decision once there is one.
           OPEN INPUT QQ1PNDC-FILE.
           IF WS-PNDC-FILE-STATUS NOT = '00'
               MOVE 'QQ1PNDC ' TO PBL-FILE-ID
               PERFORM 000029-JOURNAL-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ QQ1PNDC-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
               END-READ
               IF NOT WS-EOF
                   EVALUATE TRUE
                       WHEN PND-TYPE-TEST-MODE
                           MOVE 'TEST MODE'    TO WS-PND-TYPE-NAME
                       WHEN PND-TYPE-ABEND-CODE
                           MOVE 'ABEND CODE'   TO WS-PND-TYPE-NAME
                       WHEN PND-TYPE-DIALECT
                           MOVE 'DIALECT'      TO WS-PND-TYPE-NAME
                       WHEN PND-TYPE-RESTORE
                           MOVE 'RESTORE PLAN' TO WS-PND-TYPE-NAME
                       WHEN PND-TYPE-FAULT-ARM
                           MOVE 'FAULT ARM'    TO WS-PND-TYPE-NAME
                       WHEN OTHER
                           MOVE PND-CHANGE-TYPE TO WS-PND-TYPE-NAME
                   END-EVALUATE
                   PERFORM 000031-RELEASE-PROPOSAL
                   IF NOT PND-PENDING
                       PERFORM 000032-RELEASE-DECISION
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE QQ1PNDC-FILE.

       000024-RELEASE-QUARANTINE.

           OPEN INPUT QQ1QUAR-FILE.
           IF WS-QUAR-FILE-STATUS NOT = '00'
               MOVE 'QQ1QUAR ' TO PBL-FILE-ID
               PERFORM 000029-JOURNAL-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ QQ1QUAR-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
               END-READ
               IF NOT WS-EOF AND NOT QUA-QUARANTINED
                   MOVE QUA-DECIDED-TIMESTAMP TO WS-EVT-RAW
                   PERFORM 000070-NORMALIZE-TIMESTAMP
                   IF WS-EVT-IN-PERIOD
                       MOVE SPACES TO SRT-EVENT-RECORD
                       MOVE QUA-DECIDED-BY TO SRT-USERID
                       MOVE 'QUAR'         TO SRT-SOURCE
                       IF QUA-RESUBMITTED
                           MOVE 'RESUBMIT' TO SRT-ACTION
                       ELSE
                           MOVE 'REJECT'   TO SRT-ACTION
                       END-IF
                       STRING 'QUARANTINE '     DELIMITED SIZE
                              QUA-REASON-CODE   DELIMITED SIZE
                              ' CAMPAIGN '      DELIMITED SIZE
                              QUA-CAMPAIGN-ID   DELIMITED SIZE
                              INTO SRT-OBJECT
                       END-STRING
                       STRING 'CORRELATION '     DELIMITED SIZE
                              QUA-CORRELATION-ID DELIMITED SIZE
                              INTO SRT-DETAIL
                       END-STRING
                       MOVE SPACES TO WS-EVT-FLAGS
                       MOVE 1 TO WS-FLAG-POINTER
                       PERFORM 000076-CHECK-OUT-OF-HOURS
                       PERFORM 000028-RELEASE-EVENT
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE QQ1QUAR-FILE.

       000025-RELEASE-BREACH-ACKS.

           OPEN INPUT QQ1BRCH-FILE.
           IF WS-BRCH-FILE-STATUS NOT = '00'
               MOVE 'QQ1BRCH ' TO PBL-FILE-ID
               PERFORM 000029-JOURNAL-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ QQ1BRCH-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
               END-READ
               IF NOT WS-EOF AND BRC-ACKED
                   PERFORM 000033-RELEASE-BREACH-ACK
               END-IF
           END-PERFORM.
           CLOSE QQ1BRCH-FILE.

       000026-RELEASE-NOTES.

           OPEN INPUT QQ1NOTE-FILE.
           IF WS-NOTE-FILE-STATUS NOT = '00'
               MOVE 'QQ1NOTE ' TO PBL-FILE-ID
               PERFORM 000029-JOURNAL-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ QQ1NOTE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
               END-READ
               IF NOT WS-EOF
                   MOVE NOTE-TIMESTAMP TO WS-EVT-RAW
                   PERFORM 000070-NORMALIZE-TIMESTAMP
                   IF WS-EVT-IN-PERIOD
                       MOVE SPACES TO SRT-EVENT-RECORD
                       MOVE NOTE-USERID    TO SRT-USERID
                       MOVE 'NOTE'         TO SRT-SOURCE
                       MOVE 'ANNOTATE'     TO SRT-ACTION
                       MOVE NOTE-TARGET-ID TO SRT-OBJECT
                       STRING NOTE-TICKET DELIMITED SIZE
                              ' '         DELIMITED SIZE
                              NOTE-TEXT   DELIMITED SIZE
                              INTO SRT-DETAIL
                       END-STRING
      *                Annotations change nothing; no hours check.
                       MOVE SPACES TO WS-EVT-FLAGS
                       PERFORM 000028-RELEASE-EVENT
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE QQ1NOTE-FILE.

       000028-RELEASE-EVENT.

           MOVE WS-EVT-SORT-TIMESTAMP TO SRT-SORT-TIMESTAMP.
           MOVE WS-EVT-SHOW-TIMESTAMP TO SRT-SHOW-TIMESTAMP.
           MOVE WS-EVT-FLAGS          TO SRT-FLAGS.
           RELEASE SRT-EVENT-RECORD.

       000029-JOURNAL-MISSING.

           MOVE 'N' TO WS-COMPLETE-FLAG.
           MOVE 'CANNOT BE OPENED - ITS ACTIONS ARE NOT IN THIS REPORT'
               TO PBL-TEXT.
           PERFORM 000019-REPORT-PROBLEM.

       000031-RELEASE-PROPOSAL.

           MOVE PND-TIMESTAMP TO WS-EVT-RAW.
           PERFORM 000070-NORMALIZE-TIMESTAMP.
           IF NOT WS-EVT-IN-PERIOD
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SRT-EVENT-RECORD.
           MOVE PND-PROPOSED-BY  TO SRT-USERID.
           MOVE 'PNDC'           TO SRT-SOURCE.
           MOVE 'PROPOSE'        TO SRT-ACTION.
           MOVE WS-PND-TYPE-NAME TO SRT-OBJECT.
           STRING 'NEW VALUE '    DELIMITED SIZE
                  PND-NEW-VALUE   DELIMITED SIZE
                  INTO SRT-DETAIL
           END-STRING.
           MOVE SPACES TO WS-EVT-FLAGS.
           MOVE 1 TO WS-FLAG-POINTER.
           PERFORM 000076-CHECK-OUT-OF-HOURS.
           PERFORM 000028-RELEASE-EVENT.

       000032-RELEASE-DECISION.

           MOVE PND-DECIDED-TIMESTAMP TO WS-EVT-RAW.
           PERFORM 000070-NORMALIZE-TIMESTAMP.
           IF NOT WS-EVT-IN-PERIOD
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SRT-EVENT-RECORD.
           MOVE PND-DECIDED-BY   TO SRT-USERID.
           MOVE 'PNDC'           TO SRT-SOURCE.
           IF PND-APPROVED
               MOVE 'APPROVE'    TO SRT-ACTION
           ELSE
               MOVE 'REJECT'     TO SRT-ACTION
           END-IF.
           MOVE WS-PND-TYPE-NAME TO SRT-OBJECT.
           STRING 'VALUE '        DELIMITED SIZE
                  PND-NEW-VALUE   DELIMITED SIZE
                  ' PROPOSED BY ' DELIMITED SIZE
                  PND-PROPOSED-BY DELIMITED SIZE
                  INTO SRT-DETAIL
           END-STRING.
           MOVE SPACES TO WS-EVT-FLAGS.
           MOVE 1 TO WS-FLAG-POINTER.
      *    The screens refuse a self-decision; one on file means
      *    the journal was written some other way.
           IF PND-DECIDED-BY = PND-PROPOSED-BY
               MOVE 'SELF' TO WS-FLAG-CODE
               PERFORM 000075-ADD-FLAG
               ADD 1 TO WS-SELF-TOTAL
           END-IF.
           IF PND-APPROVED
               PERFORM 000034-CHECK-RECIPROCAL
               PERFORM 000035-CHECK-LATE-APPROVAL
           END-IF.
           PERFORM 000076-CHECK-OUT-OF-HOURS.
           PERFORM 000028-RELEASE-EVENT.

       000033-RELEASE-BREACH-ACK.

      *    The acknowledger is flagged when they made a change of
      *    their own in the lookback hours before the breached run
      *    - the person whose change may have caused the breach
      *    closing it themselves.
           MOVE BRC-RUN-TIMESTAMP TO WS-EVT-RAW.
           PERFORM 000070-NORMALIZE-TIMESTAMP.
           MOVE WS-EVT-MINUTE TO WS-RUN-MINUTE.
           MOVE 'N' TO WS-OWN-CHANGE-FLAG.
           IF WS-EVT-VALID
               PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                       UNTIL WS-CHG-IDX > WS-CHG-TOTAL
                          OR WS-OWN-CHANGE
                   IF WS-CHG-USERID(WS-CHG-IDX) = BRC-ACK-USERID
                           AND WS-CHG-MINUTE(WS-CHG-IDX)
                               <= WS-RUN-MINUTE
                           AND WS-CHG-MINUTE(WS-CHG-IDX)
                               >= WS-RUN-MINUTE
                                  - (WS-LOOKBACK-HOURS * 60)
                       MOVE 'Y' TO WS-OWN-CHANGE-FLAG
                   END-IF
               END-PERFORM
           END-IF.
           MOVE BRC-ACK-TIMESTAMP TO WS-EVT-RAW.
           PERFORM 000070-NORMALIZE-TIMESTAMP.
           IF NOT WS-EVT-IN-PERIOD
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SRT-EVENT-RECORD.
           MOVE BRC-ACK-USERID   TO SRT-USERID.
           MOVE 'BRCH'           TO SRT-SOURCE.
           MOVE 'ACK'            TO SRT-ACTION.
           MOVE BRC-REFERENCE-ID TO SRT-OBJECT.
           STRING BRC-PROGRAM-ID          DELIMITED SIZE
                  ' BREACH, RUN '         DELIMITED SIZE
                  BRC-RUN-TIMESTAMP(1:19) DELIMITED SIZE
                  INTO SRT-DETAIL
           END-STRING.
           MOVE SPACES TO WS-EVT-FLAGS.
           MOVE 1 TO WS-FLAG-POINTER.
           IF WS-OWN-CHANGE
               MOVE 'SACK' TO WS-FLAG-CODE
               PERFORM 000075-ADD-FLAG
               ADD 1 TO WS-SACK-TOTAL
           END-IF.
           PERFORM 000028-RELEASE-EVENT.

       000034-CHECK-RECIPROCAL.

      *    Proxy pattern: A approves B's change and B approves A's
      *    in the same period - each has a friend to wave their
      *    own changes through.
           MOVE 'N' TO WS-PAIR-FOUND-FLAG.
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-TOTAL
                      OR WS-PAIR-FOUND
               IF WS-PAIR-PROPOSER(WS-PAIR-IDX) = PND-DECIDED-BY
                       AND WS-PAIR-APPROVER(WS-PAIR-IDX)
                           = PND-PROPOSED-BY
                   MOVE 'Y' TO WS-PAIR-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-PAIR-FOUND
               MOVE 'PRXY' TO WS-FLAG-CODE
               PERFORM 000075-ADD-FLAG
               ADD 1 TO WS-PRXY-TOTAL
           END-IF.

       000035-CHECK-LATE-APPROVAL.

      *    Approved within the late minutes before a campaign
      *    started - too close for anyone to have looked at it.
           MOVE SPACES TO WS-LATE-CAMPAIGN.
           IF NOT WS-EVT-VALID
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-CMP-TOTAL
                      OR WS-LATE-CAMPAIGN NOT = SPACES
               IF WS-CMP-START-MINUTE(WS-CMP-IDX) >= WS-EVT-MINUTE
                       AND WS-CMP-START-MINUTE(WS-CMP-IDX)
                           <= WS-EVT-MINUTE + WS-LATE-MINUTES
                   MOVE WS-CMP-ID(WS-CMP-IDX) TO WS-LATE-CAMPAIGN
               END-IF
           END-PERFORM.
           IF WS-LATE-CAMPAIGN NOT = SPACES
               MOVE 'LATE' TO WS-FLAG-CODE
               PERFORM 000075-ADD-FLAG
               ADD 1 TO WS-LATE-TOTAL
               MOVE SPACES TO SRT-DETAIL
               STRING 'VALUE '            DELIMITED SIZE
                      PND-NEW-VALUE       DELIMITED SIZE
                      ' BEFORE CAMPAIGN ' DELIMITED SIZE
                      WS-LATE-CAMPAIGN    DELIMITED SIZE
                      INTO SRT-DETAIL
               END-STRING
           END-IF.

       000050-WRITE-TIMELINES.

           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               RETURN QQ1SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
               END-RETURN
               IF NOT WS-EOF
                   IF WS-FIRST-USER
                           OR SRT-USERID NOT = WS-CURRENT-USERID
                       PERFORM 000051-START-USER
                   END-IF
                   PERFORM 000052-WRITE-EVENT
               END-IF
           END-PERFORM.
           IF NOT WS-FIRST-USER
               PERFORM 000053-END-USER
           END-IF.

       000051-START-USER.

           IF NOT WS-FIRST-USER
               PERFORM 000053-END-USER
           END-IF.
           MOVE 'N' TO WS-FIRST-USER-FLAG.
           MOVE SRT-USERID TO WS-CURRENT-USERID.
           MOVE ZERO TO WS-USER-EVENTS WS-USER-FLAGGED.
           ADD 1 TO WS-USER-TOTAL.
           MOVE SRT-USERID TO UHL-USERID.
           WRITE RPT044-LINE FROM WS-USER-HEADING.
           WRITE RPT044-LINE FROM WS-COLUMN-HEADING.

       000052-WRITE-EVENT.

           MOVE SRT-SHOW-TIMESTAMP TO TLL-TIMESTAMP.
           MOVE SRT-SOURCE         TO TLL-SOURCE.
           MOVE SRT-ACTION         TO TLL-ACTION.
           MOVE SRT-OBJECT         TO TLL-OBJECT.
           MOVE SRT-DETAIL         TO TLL-DETAIL.
           MOVE SRT-FLAGS          TO TLL-FLAGS.
           WRITE RPT044-LINE FROM WS-TIMELINE-LINE.
           ADD 1 TO WS-USER-EVENTS WS-EVENT-TOTAL.
           IF SRT-FLAGS = SPACES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-USER-FLAGGED WS-FLAGGED-TOTAL.
           IF WS-CON-TOTAL >= WS-CON-MAX
               EXIT PARAGRAPH
           END-IF.
           MOVE SRT-USERID         TO CNL-USERID.
           MOVE SRT-SHOW-TIMESTAMP TO CNL-TIMESTAMP.
           MOVE SRT-SOURCE         TO CNL-SOURCE.
           MOVE SRT-ACTION         TO CNL-ACTION.
           MOVE SRT-OBJECT         TO CNL-OBJECT.
           MOVE SRT-FLAGS          TO CNL-FLAGS.
           MOVE SRT-DETAIL         TO CNL-DETAIL.
           ADD 1 TO WS-CON-TOTAL.
           MOVE WS-CONCERN-LINE TO WS-CON-LINE(WS-CON-TOTAL).

       000053-END-USER.

           MOVE WS-USER-EVENTS  TO UTL-EVENTS.
           MOVE WS-USER-FLAGGED TO UTL-FLAGGED.
           WRITE RPT044-LINE FROM WS-USER-TOTAL-LINE.
           MOVE SPACES TO RPT044-LINE.
           WRITE RPT044-LINE.

       000060-WRITE-CONCERNS.

           WRITE RPT044-LINE FROM WS-CONCERN-HEADING.
           MOVE SPACES TO RPT044-LINE.
           WRITE RPT044-LINE.
           IF WS-FLAGGED-TOTAL = ZERO
               WRITE RPT044-LINE FROM WS-NO-CONCERN-LINE
           END-IF.
           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
                   UNTIL WS-CON-IDX > WS-CON-TOTAL
               WRITE RPT044-LINE FROM WS-CON-LINE(WS-CON-IDX)
           END-PERFORM.
           IF WS-FLAGGED-TOTAL > WS-CON-TOTAL
               WRITE RPT044-LINE FROM WS-CONCERN-FULL-LINE
           END-IF.
           MOVE SPACES TO RPT044-LINE.
           WRITE RPT044-LINE.
           MOVE 'PRXY'  TO LGL-CODE.
           MOVE 'APPROVED A CHANGE BY SOMEONE WHO APPROVES THEIRS'
               TO LGL-TEXT.
           MOVE WS-PRXY-TOTAL TO LGL-COUNT.
           WRITE RPT044-LINE FROM WS-LEGEND-LINE.
           MOVE 'SELF'  TO LGL-CODE.
           MOVE 'DECIDED THEIR OWN PROPOSAL' TO LGL-TEXT.
           MOVE WS-SELF-TOTAL TO LGL-COUNT.
           WRITE RPT044-LINE FROM WS-LEGEND-LINE.
           MOVE 'LATE'  TO LGL-CODE.
           MOVE WS-LATE-MINUTES TO WS-LEGEND-THRESHOLD.
           MOVE SPACES TO LGL-TEXT.
           STRING 'APPROVED WITHIN'        DELIMITED SIZE
                  WS-LEGEND-THRESHOLD      DELIMITED SIZE
                  ' MINUTES BEFORE A CAMPAIGN START'
                                           DELIMITED SIZE
                  INTO LGL-TEXT
           END-STRING.
           MOVE WS-LATE-TOTAL TO LGL-COUNT.
           WRITE RPT044-LINE FROM WS-LEGEND-LINE.
           MOVE 'SACK'  TO LGL-CODE.
           MOVE WS-LOOKBACK-HOURS TO WS-LEGEND-THRESHOLD.
           MOVE SPACES TO LGL-TEXT.
           STRING 'ACKED A BREACH, OWN CHANGE IN THE'  DELIMITED SIZE
                  WS-LEGEND-THRESHOLD      DELIMITED SIZE
                  ' HOURS BEFORE THE RUN'  DELIMITED SIZE
                  INTO LGL-TEXT
           END-STRING.
           MOVE WS-SACK-TOTAL TO LGL-COUNT.
           WRITE RPT044-LINE FROM WS-LEGEND-LINE.
           MOVE 'OOH'   TO LGL-CODE.
           MOVE 'CHANGE OUTSIDE OFFICE HOURS OR AT A WEEKEND'
               TO LGL-TEXT.
           MOVE WS-OOH-TOTAL TO LGL-COUNT.
           WRITE RPT044-LINE FROM WS-LEGEND-LINE.
           IF WS-TRUNCATED
               MOVE 'TABLES ' TO PBL-FILE-ID
               MOVE 'TABLE FULL - SOME CHECKS SAW ONLY PART OF THE DATA'
                   TO PBL-TEXT
               PERFORM 000019-REPORT-PROBLEM
           END-IF.

       000065-WRITE-SUMMARY.

           MOVE SPACES TO RPT044-LINE.
           WRITE RPT044-LINE.
           MOVE WS-USER-TOTAL    TO SML-USERS.
           MOVE WS-EVENT-TOTAL   TO SML-EVENTS.
           MOVE WS-FLAGGED-TOTAL TO SML-FLAGGED.
           WRITE RPT044-LINE FROM WS-SUMMARY-LINE.

       000070-NORMALIZE-TIMESTAMP.

      *    WS-EVT-RAW in; sortable and printable forms, the minute
      *    number, the weekday and whether it is in the period out.
           MOVE 'N' TO WS-EVT-VALID-FLAG WS-EVT-IN-PERIOD-FLAG.
           MOVE ZERO TO WS-EVT-MINUTE WS-EVT-WEEKDAY.
           MOVE SPACES TO WS-EVT-SORT-TIMESTAMP.
           MOVE WS-EVT-RAW(1:19) TO WS-EVT-SHOW-TIMESTAMP.
           IF WS-RAW-YYYY NOT NUMERIC OR WS-RAW-MM NOT NUMERIC
                   OR WS-RAW-DD NOT NUMERIC OR WS-RAW-HH NOT NUMERIC
                   OR WS-RAW-MI NOT NUMERIC OR WS-RAW-SS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-EVT-VALID-FLAG.
           STRING WS-RAW-YYYY WS-RAW-MM WS-RAW-DD
                  WS-RAW-HH   WS-RAW-MI WS-RAW-SS
                  DELIMITED SIZE INTO WS-EVT-SORT-TIMESTAMP
           END-STRING.
           STRING WS-EVT-RAW(1:10) ' '
                  WS-RAW-HH ':' WS-RAW-MI ':' WS-RAW-SS
                  DELIMITED SIZE INTO WS-EVT-SHOW-TIMESTAMP
           END-STRING.
           MOVE WS-RAW-YYYY TO WS-CAL-YEAR.
           MOVE WS-RAW-MM   TO WS-CAL-MONTH.
           MOVE WS-RAW-DD   TO WS-CAL-DAY.
           PERFORM 000071-DAY-NUMBER-FROM-DATE.
           COMPUTE WS-EVT-MINUTE = (WS-DAY-NUMBER * 1440)
               + (WS-RAW-HH * 60) + WS-RAW-MI.
           DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-DN-WEEKS
               REMAINDER WS-EVT-WEEKDAY.
           IF WS-EVT-SORT-TIMESTAMP(1:8) >= WS-FROM-DATE8
                   AND WS-EVT-SORT-TIMESTAMP(1:8) <= WS-TO-DATE8
               MOVE 'Y' TO WS-EVT-IN-PERIOD-FLAG
           END-IF.

       000071-DAY-NUMBER-FROM-DATE.

      *    WS-CAL-YEAR/MONTH/DAY in, WS-DAY-NUMBER out. January and
      *    February count as months 10 and 11 of the year before.
           IF WS-CAL-MONTH <= 2
               COMPUTE WS-DN-YEAR  = WS-CAL-YEAR - 1
               COMPUTE WS-DN-MONTH = WS-CAL-MONTH + 9
           ELSE
               MOVE WS-CAL-YEAR TO WS-DN-YEAR
               COMPUTE WS-DN-MONTH = WS-CAL-MONTH - 3
           END-IF.
           DIVIDE WS-DN-YEAR BY 4   GIVING WS-DN-DIV-4.
           DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-DIV-100.
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-DIV-400.
           COMPUTE WS-DN-WORK = (153 * WS-DN-MONTH) + 2.
           DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-MONTH-DAYS.
           COMPUTE WS-DAY-NUMBER = (365 * WS-DN-YEAR)
               + WS-DN-DIV-4 - WS-DN-DIV-100 + WS-DN-DIV-400
               + WS-DN-MONTH-DAYS + WS-CAL-DAY - 1.

       000075-ADD-FLAG.

           STRING WS-FLAG-CODE DELIMITED SPACE
                  ' '          DELIMITED SIZE
                  INTO WS-EVT-FLAGS
                  WITH POINTER WS-FLAG-POINTER
           END-STRING.

       000076-CHECK-OUT-OF-HOURS.

           IF NOT WS-EVT-VALID
               EXIT PARAGRAPH
           END-IF.
           IF WS-RAW-HH < WS-DAY-START-HOUR
                   OR WS-RAW-HH >= WS-DAY-END-HOUR
                   OR WS-EVT-WEEKDAY = 3 OR WS-EVT-WEEKDAY = 4
               MOVE 'OOH' TO WS-FLAG-CODE
               PERFORM 000075-ADD-FLAG
               ADD 1 TO WS-OOH-TOTAL
           END-IF.
      *
      *   +->   QQ1B0044_OPERATOR_ACTIVITY          10/15/2026  00:00
      *   !       Batch report. Merges QQ1CTLL, QQ1MSGL, QQ1PNDC,
      *   !       QQ1QUAR, QQ1BRCH and QQ1NOTE into one timeline per
      *   !       userid for a PARM period and flags reciprocal
      *   !       approvals, self-decisions, approvals just before a
      *   !       campaign start, breach acks by a user who changed
      *   !       something shortly before the breached run, and
      *   !       changes outside office hours, with the flagged
      *   !       actions repeated together for the access review.
      *   !
      *   !       10/15/2026 - pending fault armings (type F)
      *   !       are listed as FAULT ARM.
      *   +---
