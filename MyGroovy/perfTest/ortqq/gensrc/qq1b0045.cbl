      *COMPILE1: LANG(COBOL) CMP(DEFAULT) CICS(N) DB2()
      *COMPILE2: MQS(N) DLL(N) IP(N) LDAP(N) EXCI(N) RENT(N)
      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
      ** Intake-to-outcome reconciliation across every front door
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  QQ1B0045.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QQ1AUDIT-FILE ASSIGN TO QQ1AUDT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT QQ1INTK-FILE ASSIGN TO QQ1INTK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INK-KEY
               FILE STATUS IS WS-INTK-FILE-STATUS.
           SELECT QQ1ASYS-FILE ASSIGN TO QQ1ASYS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ASYS-TOKEN
               FILE STATUS IS WS-ASYS-FILE-STATUS.
           SELECT QQ1RSLT-FILE ASSIGN TO QQ1RSLT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSLT-FILE-STATUS.
           SELECT QQ1SORT-FILE ASSIGN TO SORTWK01.
           SELECT QQ1RPT045-FILE ASSIGN TO QQ1RPTW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QQ1AUDIT-FILE.
       COPY QQ1AUDIT.
       FD  QQ1INTK-FILE.
       COPY QQ1INTK.
       FD  QQ1ASYS-FILE.
       COPY QQ1ASYN.
       FD  QQ1RSLT-FILE.
       COPY QQ1RSLT.
      *    One accepted request, or one answer to a request, from
      *    any front door, sorted so everything said about the same
      *    request arrives together: front door, then the request's
      *    own identity, then time.
       SD  QQ1SORT-FILE.
       01  SRT-REQUEST-RECORD.
           05  SRT-DOOR                    PIC X(1).
           05  SRT-REQUEST-ID              PIC X(36).
           05  SRT-TIMESTAMP               PIC X(26).
      *        'R' a batch iteration as QQ1RSLT saw it (no answer
      *        in it), 'A' a record carrying the request's answer.
           05  SRT-KIND                    PIC X(1).
           05  SRT-STATUS                  PIC X(1).
           05  SRT-REFERENCE-ID            PIC X(29).
           05  SRT-ABCODE                  PIC X(4).
           05  SRT-LINK-RC                 PIC S9(8).
           05  SRT-CAMPAIGN-ID             PIC X(8).
       FD  QQ1RPT045-FILE.
       01  RPT045-LINE                     PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS            PIC X(2).
       01  WS-INTK-FILE-STATUS             PIC X(2).
       01  WS-ASYS-FILE-STATUS             PIC X(2).
       01  WS-RSLT-FILE-STATUS             PIC X(2).
       01  WS-RPT-FILE-STATUS              PIC X(2).
       01  WS-EOF-FLAG                     PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.
      *    A source that cannot be read leaves the reconciliation
      *    incomplete: the report still runs, but ends CC 8.
       01  WS-COMPLETE-FLAG                PIC X(1)    VALUE 'Y'.
           88  WS-COMPLETE                             VALUE 'Y'.
       01  WS-TRUNCATED-FLAG               PIC X(1)    VALUE 'N'.
           88  WS-TRUNCATED                            VALUE 'Y'.
      *    Only requests and runs on or after this date are
      *    reported; everything is still matched, so a run just
      *    after the date still finds its request from just before.
       01  WS-SINCE-DATE                   PIC X(10)   VALUE SPACES.
       01  WS-SINCE-SHOW                   PIC X(10)   VALUE 'FIRST'.
      *    Every audit reference_id, loaded in key order (so the
      *    table is ascending and binary-searchable, as in
      *    QQ1B0017), with how many requests claimed the run.
       01  WS-RUN-LIMIT                    PIC S9(8)   COMP
                                                        VALUE 50000.
       01  WS-RUN-TOTAL                    PIC S9(8)   COMP VALUE ZERO.
       01  WS-RUN-OVERFLOW                 PIC S9(8)   COMP VALUE ZERO.
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 50000 TIMES.
               10  WS-RUN-ID               PIC X(29).
               10  WS-RUN-PATH             PIC X(1).
               10  WS-RUN-CAMPAIGN-ID      PIC X(8).
               10  WS-RUN-TIMESTAMP        PIC X(26).
               10  WS-RUN-ABCODE           PIC X(4).
               10  WS-RUN-CLAIMS           PIC S9(4)   COMP.
       01  WS-SEARCH-LO                    PIC S9(8)   COMP.
       01  WS-SEARCH-HI                    PIC S9(8)   COMP.
       01  WS-SEARCH-MID                   PIC S9(8)   COMP.
       01  WS-SEARCH-FOUND-IDX             PIC S9(8)   COMP.
       01  WS-SEARCH-KEY                   PIC X(29).
       01  WS-IDX                          PIC S9(8)   COMP.
      *    Runs of the dialect certification driver (QQ1C0054) go
      *    through the web channel with no front door in front of
      *    them; they are theirs, not orphans.
       01  WS-CERT-CAMPAIGN                PIC X(8)    VALUE
               'DIALCERT'.
      *    Nor are the QQCN canary's (QQ1C0096), which drives the
      *    chain over the web channel on its own timer.
       01  WS-CANARY-CAMPAIGN              PIC X(8)    VALUE
               'CANARY'.
      *    Earliest request each entry path has registered. A run
      *    on that path from before it predates request tracking
      *    and cannot be expected to have a request.
       01  WS-TRACK-EXCI-FROM              PIC X(26)   VALUE
               HIGH-VALUES.
       01  WS-TRACK-WEB-FROM               PIC X(26)   VALUE
               HIGH-VALUES.
       01  WS-TRACK-MQ-FROM                PIC X(26)   VALUE
               HIGH-VALUES.
       01  WS-TRACK-FROM                   PIC X(26).
      *    The request being gathered in the output procedure.
       01  WS-GROUP-DOOR                   PIC X(1)    VALUE SPACES.
       01  WS-GROUP-REQUEST-ID             PIC X(36)   VALUE SPACES.
       01  WS-GROUP-STARTED-FLAG           PIC X(1)    VALUE 'N'.
           88  WS-GROUP-STARTED                        VALUE 'Y'.
       01  WS-GROUP-TIMESTAMP              PIC X(26).
       01  WS-GROUP-CAMPAIGN-ID            PIC X(8).
       01  WS-GROUP-ITERATIONS             PIC S9(4)   COMP.
       01  WS-GROUP-ANSWERS                PIC S9(4)   COMP.
       01  WS-GROUP-LAST-RC                PIC S9(8).
       01  WS-GROUP-STATUS                 PIC X(1).
       01  WS-GROUP-REF-MAX                PIC S9(4)   COMP VALUE 20.
       01  WS-GROUP-REF-TOTAL              PIC S9(4)   COMP.
       01  WS-GROUP-REF-IDX                PIC S9(4)   COMP.
       01  WS-GROUP-REFS.
           05  WS-GROUP-REF OCCURS 20 TIMES PIC X(29).
       01  WS-REF-KNOWN-FLAG               PIC X(1).
           88  WS-REF-KNOWN                            VALUE 'Y'.
       01  WS-SORT-EOF-FLAG                PIC X(1)    VALUE 'N'.
           88  WS-SORT-EOF                             VALUE 'Y'.
       01  WS-LINK-RC-SHOW                 PIC -(8)9.
      *    Counts for the summary.
       01  WS-REQUEST-TOTAL                PIC 9(7)    VALUE ZERO.
       01  WS-NO-RUN-TOTAL                 PIC 9(7)    VALUE ZERO.
       01  WS-LOST-RUN-TOTAL               PIC 9(7)    VALUE ZERO.
       01  WS-DUPLICATE-TOTAL              PIC 9(7)    VALUE ZERO.
       01  WS-PENDING-TOTAL                PIC 9(7)    VALUE ZERO.
       01  WS-INTERRUPTED-TOTAL            PIC 9(7)    VALUE ZERO.
       01  WS-ORPHAN-TOTAL                 PIC 9(7)    VALUE ZERO.
       01  WS-SHARED-TOTAL                 PIC 9(7)    VALUE ZERO.
       01  WS-UNTRACKED-TOTAL              PIC 9(7)    VALUE ZERO.
       01  WS-TERMINAL-TOTAL               PIC 9(7)    VALUE ZERO.
       01  WS-CERT-TOTAL                   PIC 9(7)    VALUE ZERO.
       01  WS-CANARY-TOTAL                 PIC 9(7)    VALUE ZERO.
       01  WS-MISMATCH-TOTAL               PIC 9(7)    VALUE ZERO.
       01  WS-RUN-DATE                     PIC 9(8).
       01  WS-REPORT-HEADING.
           05  FILLER                      PIC X(50)   VALUE
               'QQ1B0045 - INTAKE-TO-OUTCOME RECONCILIATION'.
           05  FILLER                      PIC X(9)    VALUE
               'RUN DATE '.
           05  HDG-RUN-DATE                PIC 9(8).
       01  WS-SINCE-LINE.
           05  FILLER                      PIC X(25)   VALUE
               'REQUESTS AND RUNS SINCE '.
           05  SNL-SINCE                   PIC X(10).
       01  WS-SOURCES-LINE.
           05  FILLER                      PIC X(42)   VALUE
               'SOURCES: QQ1INTK (W WEB, M MQ, Q RESUBMIT,'.
           05  FILLER                      PIC X(40)   VALUE
               ' X BATCH RUN), QQ1ASYS (A ASYNC TOKEN),'.
           05  FILLER                      PIC X(40)   VALUE
               ' QQ1RSLT (X BATCH ITERATION), QQ1AUDIT'.
       01  WS-COLUMN-HEADING.
           05  FILLER                      PIC X(25)   VALUE
               'FINDING'.
           05  FILLER                      PIC X(2)    VALUE
               'DR'.
           05  FILLER                      PIC X(37)   VALUE
               'REQUEST'.
           05  FILLER                      PIC X(20)   VALUE
               'TIMESTAMP'.
           05  FILLER                      PIC X(30)   VALUE
               'REFERENCE_ID'.
           05  FILLER                      PIC X(16)   VALUE
               'DETAIL'.
       01  WS-DETAIL-LINE.
           05  DTL-FINDING                 PIC X(24).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  DTL-DOOR                    PIC X(1).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  DTL-REQUEST                 PIC X(36).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  DTL-TIMESTAMP               PIC X(19).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  DTL-REFERENCE-ID            PIC X(29).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  DTL-DETAIL                  PIC X(16).
       01  WS-RUNS-HEADING                 PIC X(132)  VALUE
               'RUNS ON QQ1AUDIT (DR = ENTRY PATH, REQUEST = CAMPAIGN)'.
       01  WS-LEGEND-LINE.
           05  LGL-TEXT                    PIC X(40).
           05  LGL-COUNT                   PIC ZZZ,ZZ9.
       01  WS-PROBLEM-LINE.
           05  FILLER                      PIC X(10)   VALUE
               'QQ1B0045  '.
           05  PBL-FILE-ID                 PIC X(8).
           05  PBL-TEXT                    PIC X(60).
       01  WS-OVERFLOW-NOTE.
           05  FILLER                      PIC X(42)   VALUE
               'NOTE: AUDIT IDS BEYOND TABLE CAP SKIPPED: '.
           05  OVN-SKIPPED                 PIC ZZZ,ZZZ,ZZ9.
       LINKAGE SECTION.
      *    JCL PARM layout (fixed-position, no keywords):
      *      positions  1-10  report requests and runs from this
      *                       date on, YYYY-MM-DD (default: all)
       01  WS-JCL-PARM.
           05  WS-PARM-LEN                 PIC S9(4)   COMP.
           05  WS-PARM-TEXT.
               10  WS-PARM-SINCE-DATE      PIC X(10).
       PROCEDURE DIVISION USING WS-JCL-PARM.
       000000-CONTROL.

      *    Nightly. Every request a front door accepted must end in
      *    exactly one QQ1AUDIT run, and every run from a front
      *    door must go back to a request. Requests come from the
      *    QQ1INTK intake register (web, MQ and resubmitted
      *    requests, and the runs answering batch iterations), the
      *    QQ1ASYS async tokens and the QQ1RSLT batch iterations;
      *    runs from QQ1AUDIT. CC 8 when a request has no run, a
      *    request ran more than once, or a run has no request (as
      *    QQ1B0017 does for its mismatches) or a source cannot be
      *    read; CC 4 when only async tokens are still pending or
      *    were interrupted, or a table overflowed.
           PERFORM 000010-INITIALIZE.
           PERFORM 000015-LOAD-AUDIT-RUNS.
           SORT QQ1SORT-FILE
               ON ASCENDING KEY SRT-DOOR
                                SRT-REQUEST-ID
                                SRT-TIMESTAMP
               INPUT PROCEDURE IS 000020-RELEASE-REQUESTS
               OUTPUT PROCEDURE IS 000040-MATCH-REQUESTS.
           IF SORT-RETURN NOT = ZERO
               MOVE 'SORT   ' TO PBL-FILE-ID
               MOVE 'SORT FAILED - REQUESTS NOT ALL MATCHED'
                   TO PBL-TEXT
               PERFORM 000019-REPORT-PROBLEM
           END-IF.
           PERFORM 000050-MATCH-RUNS.
           PERFORM 000060-WRITE-SUMMARY.
           CLOSE QQ1RPT045-FILE.
           IF NOT WS-COMPLETE OR WS-MISMATCH-TOTAL > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-PENDING-TOTAL > ZERO
                       OR WS-INTERRUPTED-TOTAL > ZERO
                       OR WS-TRUNCATED
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       000010-INITIALIZE.

           OPEN OUTPUT QQ1RPT045-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           WRITE RPT045-LINE FROM WS-REPORT-HEADING.
           IF WS-PARM-LEN >= 10 AND WS-PARM-SINCE-DATE NOT = SPACES
               IF WS-PARM-SINCE-DATE(1:4) IS NUMERIC
                       AND WS-PARM-SINCE-DATE(6:2) IS NUMERIC
                       AND WS-PARM-SINCE-DATE(9:2) IS NUMERIC
                       AND WS-PARM-SINCE-DATE(5:1) = '-'
                       AND WS-PARM-SINCE-DATE(8:1) = '-'
                   MOVE WS-PARM-SINCE-DATE TO WS-SINCE-DATE
                   MOVE WS-PARM-SINCE-DATE TO WS-SINCE-SHOW
               ELSE
                   MOVE 'PARM   ' TO PBL-FILE-ID
                   MOVE 'SINCE DATE NOT YYYY-MM-DD - ALL DATES REPORTED'
                       TO PBL-TEXT
                   PERFORM 000019-REPORT-PROBLEM
               END-IF
           END-IF.
           MOVE WS-SINCE-SHOW TO SNL-SINCE.
           WRITE RPT045-LINE FROM WS-SINCE-LINE.
           WRITE RPT045-LINE FROM WS-SOURCES-LINE.
           MOVE SPACES TO RPT045-LINE.
           WRITE RPT045-LINE.
           WRITE RPT045-LINE FROM WS-COLUMN-HEADING.

       000015-LOAD-AUDIT-RUNS.

           OPEN INPUT QQ1AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               MOVE 'QQ1AUDIT' TO PBL-FILE-ID
               PERFORM 000029-SOURCE-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 000016-LOAD-ONE-AUDIT-RUN UNTIL WS-EOF.
           CLOSE QQ1AUDIT-FILE.

       000016-LOAD-ONE-AUDIT-RUN.

           READ QQ1AUDIT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
           IF WS-EOF
               EXIT PARAGRAPH
           END-IF.
      *    One table entry per distinct id, as in QQ1B0017.
           IF WS-RUN-TOTAL > ZERO
                   AND AUD-REFERENCE-ID = WS-RUN-ID(WS-RUN-TOTAL)
               EXIT PARAGRAPH
           END-IF.
           IF WS-RUN-TOTAL >= WS-RUN-LIMIT
               ADD 1 TO WS-RUN-OVERFLOW
               MOVE 'Y' TO WS-TRUNCATED-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RUN-TOTAL.
           MOVE AUD-REFERENCE-ID TO WS-RUN-ID(WS-RUN-TOTAL).
           MOVE AUD-ENTRY-PATH   TO WS-RUN-PATH(WS-RUN-TOTAL).
           MOVE AUD-CAMPAIGN-ID  TO WS-RUN-CAMPAIGN-ID(WS-RUN-TOTAL).
           MOVE AUD-TIMESTAMP    TO WS-RUN-TIMESTAMP(WS-RUN-TOTAL).
           MOVE AUD-ABCODE       TO WS-RUN-ABCODE(WS-RUN-TOTAL).
           MOVE ZERO             TO WS-RUN-CLAIMS(WS-RUN-TOTAL).

       000019-REPORT-PROBLEM.

           WRITE RPT045-LINE FROM WS-PROBLEM-LINE.

       000020-RELEASE-REQUESTS.

           PERFORM 000021-RELEASE-INTAKE.
           PERFORM 000022-RELEASE-ASYNC-TOKENS.
           PERFORM 000023-RELEASE-ITERATIONS.

       000021-RELEASE-INTAKE.

           OPEN INPUT QQ1INTK-FILE.
           IF WS-INTK-FILE-STATUS NOT = '00'
               MOVE 'QQ1INTK ' TO PBL-FILE-ID
               PERFORM 000029-SOURCE-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ QQ1INTK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
               END-READ
               IF NOT WS-EOF
                   MOVE SPACES           TO SRT-REQUEST-RECORD
                   MOVE INK-FRONT-DOOR   TO SRT-DOOR
                   MOVE INK-REQUEST-ID   TO SRT-REQUEST-ID
      *            A web call has no identity of its own - its
      *            register key stands in, one request per call.
                   IF INK-DOOR-WEB
                       MOVE INK-KEY      TO SRT-REQUEST-ID
                   END-IF
                   MOVE INK-TIMESTAMP    TO SRT-TIMESTAMP
                   MOVE 'A'              TO SRT-KIND
                   MOVE INK-STATUS       TO SRT-STATUS
                   MOVE INK-REFERENCE-ID TO SRT-REFERENCE-ID
                   MOVE INK-ABCODE       TO SRT-ABCODE
                   MOVE ZERO             TO SRT-LINK-RC
                   MOVE INK-CAMPAIGN-ID  TO SRT-CAMPAIGN-ID
                   RELEASE SRT-REQUEST-RECORD
                   PERFORM 000024-NOTE-TRACKING-START
               END-IF
           END-PERFORM.
           CLOSE QQ1INTK-FILE.

       000022-RELEASE-ASYNC-TOKENS.

           OPEN INPUT QQ1ASYS-FILE.
           IF WS-ASYS-FILE-STATUS NOT = '00'
               MOVE 'QQ1ASYS ' TO PBL-FILE-ID
               PERFORM 000029-SOURCE-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ QQ1ASYS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
               END-READ
               IF NOT WS-EOF
                   MOVE SPACES               TO SRT-REQUEST-RECORD
                   MOVE 'A'                  TO SRT-DOOR
                   MOVE ASYS-TOKEN           TO SRT-REQUEST-ID
                   MOVE ASYS-START-TIMESTAMP TO SRT-TIMESTAMP
                   MOVE 'A'                  TO SRT-KIND
                   MOVE ASYS-STATUS          TO SRT-STATUS
                   MOVE ASYS-REFERENCE-ID    TO SRT-REFERENCE-ID
                   MOVE ASYS-ABCODE          TO SRT-ABCODE
                   MOVE ZERO                 TO SRT-LINK-RC
                   RELEASE SRT-REQUEST-RECORD
               END-IF
           END-PERFORM.
           CLOSE QQ1ASYS-FILE.

       000023-RELEASE-ITERATIONS.

      *    The driver's own record of each iteration it LINKed,
      *    failed LINKs included. The run's answer, if there was
      *    one, is the batch entry QQ1C0021 put on the register.
           OPEN INPUT QQ1RSLT-FILE.
           IF WS-RSLT-FILE-STATUS NOT = '00'
               MOVE 'QQ1RSLT ' TO PBL-FILE-ID
               PERFORM 000029-SOURCE-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ QQ1RSLT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
               END-READ
               IF NOT WS-EOF
                   MOVE SPACES              TO SRT-REQUEST-RECORD
                   MOVE 'X'                 TO SRT-DOOR
                   MOVE RSL-CAMPAIGN-ID     TO SRT-REQUEST-ID(1:8)
                   MOVE RSL-ITERATION       TO SRT-REQUEST-ID(9:5)
                   MOVE RSL-START-TIMESTAMP TO SRT-TIMESTAMP
                   MOVE 'R'                 TO SRT-KIND
                   MOVE RSL-LINK-RC         TO SRT-LINK-RC
                   MOVE RSL-CAMPAIGN-ID     TO SRT-CAMPAIGN-ID
                   RELEASE SRT-REQUEST-RECORD
               END-IF
           END-PERFORM.
           CLOSE QQ1RSLT-FILE.

       000024-NOTE-TRACKING-START.

      *    The register starts the day the front doors started
      *    writing to it; remember that day per entry path. A
      *    resubmission runs on the MQ path like the intake does.
           EVALUATE TRUE
               WHEN INK-DOOR-BATCH
                   IF INK-TIMESTAMP < WS-TRACK-EXCI-FROM
                       MOVE INK-TIMESTAMP TO WS-TRACK-EXCI-FROM
                   END-IF
               WHEN INK-DOOR-WEB
                   IF INK-TIMESTAMP < WS-TRACK-WEB-FROM
                       MOVE INK-TIMESTAMP TO WS-TRACK-WEB-FROM
                   END-IF
               WHEN INK-DOOR-MQ
               WHEN INK-DOOR-RESUBMIT
                   IF INK-TIMESTAMP < WS-TRACK-MQ-FROM
                       MOVE INK-TIMESTAMP TO WS-TRACK-MQ-FROM
                   END-IF
           END-EVALUATE.

       000029-SOURCE-MISSING.

           MOVE 'CANNOT BE OPENED - RECONCILIATION INCOMPLETE'
               TO PBL-TEXT.
           PERFORM 000019-REPORT-PROBLEM.
           MOVE 'N' TO WS-COMPLETE-FLAG.

       000040-MATCH-REQUESTS.

           MOVE 'N' TO WS-SORT-EOF-FLAG.
           MOVE 'N' TO WS-GROUP-STARTED-FLAG.
           PERFORM 000041-RETURN-ONE-RECORD UNTIL WS-SORT-EOF.
           IF WS-GROUP-STARTED
               PERFORM 000043-CLOSE-GROUP
           END-IF.

       000041-RETURN-ONE-RECORD.

           RETURN QQ1SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-FLAG
           END-RETURN.
           IF WS-SORT-EOF
               EXIT PARAGRAPH
           END-IF.
           IF WS-GROUP-STARTED
                   AND (SRT-DOOR NOT = WS-GROUP-DOOR
                   OR SRT-REQUEST-ID NOT = WS-GROUP-REQUEST-ID)
               PERFORM 000043-CLOSE-GROUP
           END-IF.
           IF NOT WS-GROUP-STARTED
               PERFORM 000042-OPEN-GROUP
           END-IF.
           IF SRT-KIND = 'R'
               ADD 1 TO WS-GROUP-ITERATIONS
               MOVE SRT-LINK-RC TO WS-GROUP-LAST-RC
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-GROUP-ANSWERS.
           MOVE SRT-STATUS TO WS-GROUP-STATUS.
           IF SRT-CAMPAIGN-ID NOT = SPACES
               MOVE SRT-CAMPAIGN-ID TO WS-GROUP-CAMPAIGN-ID
           END-IF.
           IF SRT-REFERENCE-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
      *    Keep each distinct run the request was answered with.
           MOVE 'N' TO WS-REF-KNOWN-FLAG.
           PERFORM VARYING WS-GROUP-REF-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-REF-IDX > WS-GROUP-REF-TOTAL
               IF WS-GROUP-REF(WS-GROUP-REF-IDX) = SRT-REFERENCE-ID
                   MOVE 'Y' TO WS-REF-KNOWN-FLAG
               END-IF
           END-PERFORM.
           IF WS-REF-KNOWN
               EXIT PARAGRAPH
           END-IF.
           IF WS-GROUP-REF-TOTAL >= WS-GROUP-REF-MAX
               MOVE 'Y' TO WS-TRUNCATED-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-GROUP-REF-TOTAL.
           MOVE SRT-REFERENCE-ID TO WS-GROUP-REF(WS-GROUP-REF-TOTAL).

       000042-OPEN-GROUP.

           MOVE 'Y'             TO WS-GROUP-STARTED-FLAG.
           MOVE SRT-DOOR        TO WS-GROUP-DOOR.
           MOVE SRT-REQUEST-ID  TO WS-GROUP-REQUEST-ID.
           MOVE SRT-TIMESTAMP   TO WS-GROUP-TIMESTAMP.
           MOVE SRT-CAMPAIGN-ID TO WS-GROUP-CAMPAIGN-ID.
           MOVE SPACES          TO WS-GROUP-STATUS.
           MOVE ZERO            TO WS-GROUP-ITERATIONS
                                   WS-GROUP-ANSWERS
                                   WS-GROUP-LAST-RC
                                   WS-GROUP-REF-TOTAL.

       000043-CLOSE-GROUP.

      *    Everything known about one request is in: claim each
      *    run it was answered with, then judge the request.
           MOVE 'N' TO WS-GROUP-STARTED-FLAG.
           ADD 1 TO WS-REQUEST-TOTAL.
           PERFORM VARYING WS-GROUP-REF-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-REF-IDX > WS-GROUP-REF-TOTAL
               MOVE WS-GROUP-REF(WS-GROUP-REF-IDX) TO WS-SEARCH-KEY
               PERFORM 000070-BINARY-SEARCH-RUN-TABLE
               IF WS-SEARCH-FOUND-IDX > ZERO
                   ADD 1 TO WS-RUN-CLAIMS(WS-SEARCH-FOUND-IDX)
               ELSE
                   IF WS-GROUP-TIMESTAMP(1:10) >= WS-SINCE-DATE
                       ADD 1 TO WS-LOST-RUN-TOTAL
                       ADD 1 TO WS-MISMATCH-TOTAL
                       MOVE 'RUN NOT ON QQ1AUDIT' TO DTL-FINDING
                       MOVE WS-GROUP-REF(WS-GROUP-REF-IDX)
                           TO DTL-REFERENCE-ID
                       MOVE 'ANSWERED WITH IT' TO DTL-DETAIL
                       PERFORM 000045-WRITE-REQUEST-LINE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-GROUP-TIMESTAMP(1:10) < WS-SINCE-DATE
               EXIT PARAGRAPH
           END-IF.
      *    Async tokens still waiting, or cut off by a recycle, are
      *    reported as such rather than as missing runs.
           IF WS-GROUP-DOOR = 'A' AND WS-GROUP-REF-TOTAL = ZERO
               EVALUATE WS-GROUP-STATUS
                   WHEN 'P'
                       ADD 1 TO WS-PENDING-TOTAL
                       MOVE 'ASYNC TOKEN PENDING' TO DTL-FINDING
                       MOVE SPACES TO DTL-REFERENCE-ID DTL-DETAIL
                       PERFORM 000045-WRITE-REQUEST-LINE
                       EXIT PARAGRAPH
                   WHEN 'I'
                       ADD 1 TO WS-INTERRUPTED-TOTAL
                       MOVE 'ASYNC TOKEN INTERRUPTED' TO DTL-FINDING
                       MOVE SPACES TO DTL-REFERENCE-ID DTL-DETAIL
                       PERFORM 000045-WRITE-REQUEST-LINE
                       EXIT PARAGRAPH
               END-EVALUATE
           END-IF.
           IF WS-GROUP-REF-TOTAL = ZERO
               PERFORM 000044-REPORT-NO-RUN
               EXIT PARAGRAPH
           END-IF.
           IF WS-GROUP-REF-TOTAL > 1
               ADD 1 TO WS-DUPLICATE-TOTAL
               ADD 1 TO WS-MISMATCH-TOTAL
               PERFORM VARYING WS-GROUP-REF-IDX FROM 1 BY 1
                       UNTIL WS-GROUP-REF-IDX > WS-GROUP-REF-TOTAL
                   MOVE 'DUPLICATE RUN' TO DTL-FINDING
                   MOVE WS-GROUP-REF(WS-GROUP-REF-IDX)
                       TO DTL-REFERENCE-ID
                   MOVE SPACES TO DTL-DETAIL
                   PERFORM 000045-WRITE-REQUEST-LINE
               END-PERFORM
           END-IF.

       000044-REPORT-NO-RUN.

      *    A batch iteration with no answer from before the batch
      *    path registered anything cannot be judged.
           IF WS-GROUP-DOOR = 'X' AND WS-GROUP-ANSWERS = ZERO
                   AND WS-GROUP-TIMESTAMP < WS-TRACK-EXCI-FROM
               ADD 1 TO WS-UNTRACKED-TOTAL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NO-RUN-TOTAL.
           ADD 1 TO WS-MISMATCH-TOTAL.
           MOVE 'REQUEST WITH NO RUN' TO DTL-FINDING.
           MOVE SPACES TO DTL-REFERENCE-ID DTL-DETAIL.
           EVALUATE TRUE
               WHEN WS-GROUP-ANSWERS = ZERO
                   MOVE WS-GROUP-LAST-RC TO WS-LINK-RC-SHOW
                   STRING 'LINK RC ' DELIMITED SIZE
                          WS-LINK-RC-SHOW DELIMITED SIZE
                          INTO DTL-DETAIL
                   END-STRING
               WHEN WS-GROUP-STATUS = 'P'
                   MOVE 'NEVER ANSWERED' TO DTL-DETAIL
               WHEN OTHER
                   MOVE 'NO REFERENCE_ID' TO DTL-DETAIL
           END-EVALUATE.
           PERFORM 000045-WRITE-REQUEST-LINE.

       000045-WRITE-REQUEST-LINE.

           MOVE WS-GROUP-DOOR            TO DTL-DOOR.
           MOVE WS-GROUP-REQUEST-ID      TO DTL-REQUEST.
      *    Campaign + iteration reads better spaced out.
           IF WS-GROUP-DOOR = 'X'
               MOVE SPACES TO DTL-REQUEST
               STRING WS-GROUP-REQUEST-ID(1:8) DELIMITED SIZE
                      ' ITERATION '            DELIMITED SIZE
                      WS-GROUP-REQUEST-ID(9:5) DELIMITED SIZE
                      INTO DTL-REQUEST
               END-STRING
           END-IF.
           MOVE WS-GROUP-TIMESTAMP(1:19) TO DTL-TIMESTAMP.
           WRITE RPT045-LINE FROM WS-DETAIL-LINE.

       000050-MATCH-RUNS.

      *    Every run from a front door's entry path must have been
      *    claimed by exactly one request. Terminal runs have no
      *    front door and certification runs are QQ1C0054's own.
           MOVE SPACES TO RPT045-LINE.
           WRITE RPT045-LINE.
           WRITE RPT045-LINE FROM WS-RUNS-HEADING.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RUN-TOTAL
               PERFORM 000051-MATCH-ONE-RUN
           END-PERFORM.

       000051-MATCH-ONE-RUN.

           EVALUATE WS-RUN-PATH(WS-IDX)
               WHEN 'X'
                   MOVE WS-TRACK-EXCI-FROM TO WS-TRACK-FROM
               WHEN 'W'
                   MOVE WS-TRACK-WEB-FROM  TO WS-TRACK-FROM
               WHEN 'M'
                   MOVE WS-TRACK-MQ-FROM   TO WS-TRACK-FROM
               WHEN OTHER
                   ADD 1 TO WS-TERMINAL-TOTAL
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF WS-RUN-TIMESTAMP(WS-IDX)(1:10) < WS-SINCE-DATE
               EXIT PARAGRAPH
           END-IF.
           IF WS-RUN-CLAIMS(WS-IDX) > 1
               ADD 1 TO WS-SHARED-TOTAL
               ADD 1 TO WS-MISMATCH-TOTAL
               MOVE 'RUN CLAIMED BY 2+ REQS' TO DTL-FINDING
               PERFORM 000052-WRITE-RUN-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-RUN-CLAIMS(WS-IDX) = 1
               EXIT PARAGRAPH
           END-IF.
           IF WS-RUN-CAMPAIGN-ID(WS-IDX) = WS-CERT-CAMPAIGN
               ADD 1 TO WS-CERT-TOTAL
               EXIT PARAGRAPH
           END-IF.
           IF WS-RUN-CAMPAIGN-ID(WS-IDX) = WS-CANARY-CAMPAIGN
               ADD 1 TO WS-CANARY-TOTAL
               EXIT PARAGRAPH
           END-IF.
           IF WS-RUN-TIMESTAMP(WS-IDX) < WS-TRACK-FROM
               ADD 1 TO WS-UNTRACKED-TOTAL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ORPHAN-TOTAL.
           ADD 1 TO WS-MISMATCH-TOTAL.
           MOVE 'RUN WITH NO REQUEST' TO DTL-FINDING.
           PERFORM 000052-WRITE-RUN-LINE.

       000052-WRITE-RUN-LINE.

           MOVE WS-RUN-PATH(WS-IDX)        TO DTL-DOOR.
           MOVE WS-RUN-CAMPAIGN-ID(WS-IDX) TO DTL-REQUEST.
           MOVE WS-RUN-TIMESTAMP(WS-IDX)   TO DTL-TIMESTAMP.
           MOVE WS-RUN-ID(WS-IDX)          TO DTL-REFERENCE-ID.
           MOVE SPACES                     TO DTL-DETAIL.
           IF WS-RUN-ABCODE(WS-IDX) NOT = SPACES
               STRING 'ABCODE ' DELIMITED SIZE
                      WS-RUN-ABCODE(WS-IDX) DELIMITED SIZE
                      INTO DTL-DETAIL
               END-STRING
           END-IF.
           WRITE RPT045-LINE FROM WS-DETAIL-LINE.

       000060-WRITE-SUMMARY.

           MOVE SPACES TO RPT045-LINE.
           WRITE RPT045-LINE.
           MOVE 'REQUESTS EXAMINED' TO LGL-TEXT.
           MOVE WS-REQUEST-TOTAL TO LGL-COUNT.
           WRITE RPT045-LINE FROM WS-LEGEND-LINE.
           MOVE 'RUNS EXAMINED' TO LGL-TEXT.
           MOVE WS-RUN-TOTAL TO LGL-COUNT.
           WRITE RPT045-LINE FROM WS-LEGEND-LINE.
           MOVE 'REQUESTS WITH NO RUN' TO LGL-TEXT.
           MOVE WS-NO-RUN-TOTAL TO LGL-COUNT.
           WRITE RPT045-LINE FROM WS-LEGEND-LINE.
           MOVE 'ANSWERS NAMING A RUN NOT ON QQ1AUDIT' TO LGL-TEXT.
           MOVE WS-LOST-RUN-TOTAL TO LGL-COUNT.
           WRITE RPT045-LINE FROM WS-LEGEND-LINE.
           MOVE 'REQUESTS RUN MORE THAN ONCE' TO LGL-TEXT.
           MOVE WS-DUPLICATE-TOTAL TO LGL-COUNT.
           WRITE RPT045-LINE FROM WS-LEGEND-LINE.
           MOVE 'RUNS WITH NO REQUEST' TO LGL-TEXT.
           MOVE WS-ORPHAN-TOTAL TO LGL-COUNT.
           WRITE RPT045-LINE FROM WS-LEGEND-LINE.
           MOVE 'RUNS CLAIMED BY MORE THAN ONE REQUEST' TO LGL-TEXT.
           MOVE WS-SHARED-TOTAL TO LGL-COUNT.
           WRITE RPT045-LINE FROM WS-LEGEND-LINE.
           MOVE 'ASYNC TOKENS STILL PENDING' TO LGL-TEXT.
           MOVE WS-PENDING-TOTAL TO LGL-COUNT.
           WRITE RPT045-LINE FROM WS-LEGEND-LINE.
           MOVE 'ASYNC TOKENS INTERRUPTED' TO LGL-TEXT.
           MOVE WS-INTERRUPTED-TOTAL TO LGL-COUNT.
           WRITE RPT045-LINE FROM WS-LEGEND-LINE.
           MOVE 'NOT JUDGED - FROM BEFORE TRACKING' TO LGL-TEXT.
           MOVE WS-UNTRACKED-TOTAL TO LGL-COUNT.
           WRITE RPT045-LINE FROM WS-LEGEND-LINE.
           MOVE 'NOT JUDGED - TERMINAL RUNS' TO LGL-TEXT.
           MOVE WS-TERMINAL-TOTAL TO LGL-COUNT.
           WRITE RPT045-LINE FROM WS-LEGEND-LINE.
           MOVE 'NOT JUDGED - DIALECT CERTIFICATION RUNS' TO LGL-TEXT.
           MOVE WS-CERT-TOTAL TO LGL-COUNT.
           WRITE RPT045-LINE FROM WS-LEGEND-LINE.
           MOVE 'NOT JUDGED - CANARY RUNS' TO LGL-TEXT.
           MOVE WS-CANARY-TOTAL TO LGL-COUNT.
           WRITE RPT045-LINE FROM WS-LEGEND-LINE.
           IF WS-RUN-OVERFLOW > ZERO
               MOVE WS-RUN-OVERFLOW TO OVN-SKIPPED
               WRITE RPT045-LINE FROM WS-OVERFLOW-NOTE
           END-IF.

       000070-BINARY-SEARCH-RUN-TABLE.

      *    The QQ1B0017 binary chop over the ascending run table.
           MOVE ZERO TO WS-SEARCH-FOUND-IDX.
           IF WS-RUN-TOTAL = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-SEARCH-LO.
           MOVE WS-RUN-TOTAL TO WS-SEARCH-HI.
           PERFORM UNTIL WS-SEARCH-LO > WS-SEARCH-HI
               COMPUTE WS-SEARCH-MID =
                   (WS-SEARCH-LO + WS-SEARCH-HI) / 2
               EVALUATE TRUE
                   WHEN WS-RUN-ID(WS-SEARCH-MID) = WS-SEARCH-KEY
                       MOVE WS-SEARCH-MID TO WS-SEARCH-FOUND-IDX
                       MOVE WS-SEARCH-HI TO WS-SEARCH-LO
                       ADD 1 TO WS-SEARCH-LO
                   WHEN WS-RUN-ID(WS-SEARCH-MID) < WS-SEARCH-KEY
                       COMPUTE WS-SEARCH-LO = WS-SEARCH-MID + 1
                   WHEN OTHER
                       COMPUTE WS-SEARCH-HI = WS-SEARCH-MID - 1
               END-EVALUATE
           END-PERFORM.
      *
      *   +->   QQ1B0045_INTAKE_RECONCILIATION      10/15/2026  00:00
      *   !       Nightly batch. Matches every accepted request -
      *   !       QQ1INTK intake register entries from the web, MQ
      *   !       and resubmit front doors, QQ1ASYS async tokens and
      *   !       QQ1RSLT batch iterations tied to their runs through
      *   !       the register's batch entries - to its QQ1AUDIT run,
      *   !       one for one. Reports requests with no run, answers
      *   !       naming a run the audit file does not have, requests
      *   !       run more than once, front-door runs no request
      *   !       claims (from the day each path began registering),
      *   !       runs claimed twice, and async tokens still pending
      *   !       or interrupted. CC 8 on any mismatch, CC 4 when
      *   !       only async tokens are outstanding.
      *   !
      *   !       10/15/2026 - runs of the QQCN canary (campaign
      *   !       CANARY) have no request by design and
      *   !       are counted apart, like certification runs.
      *   +---
