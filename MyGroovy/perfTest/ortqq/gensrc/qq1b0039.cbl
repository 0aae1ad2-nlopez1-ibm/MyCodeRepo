      *COMPILE1: LANG(COBOL) CMP(DEFAULT) CICS(N) DB2()
      *COMPILE2: MQS(N) DLL(N) IP(N) LDAP(N) EXCI(N) RENT(N)
      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
      ** Reconcile chain-measured ticks against SMF 110 CMF task data
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  QQ1B0039.
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
           SELECT QQ1SMFX-FILE ASSIGN TO QQ1SMFX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SMFX-FILE-STATUS.
           SELECT QQ1RPT039-FILE ASSIGN TO QQ1RPTQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QQ1AUDIT-FILE.
       COPY QQ1AUDIT.
       FD  QQ1METR-FILE.
       COPY QQ1METR.
       FD  QQ1SMFX-FILE.
       COPY QQ1SMFX.
       FD  QQ1RPT039-FILE.
       01  RPT039-LINE                     PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS            PIC X(2).
       01  WS-METR-FILE-STATUS             PIC X(2).
       01  WS-SMFX-FILE-STATUS             PIC X(2).
       01  WS-RPT-FILE-STATUS              PIC X(2).
       01  WS-EOF-FLAG                     PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.
       01  WS-RECON-DATE                   PIC X(10)   VALUE SPACES.
       01  WS-RECON-KEY-DATE               PIC X(8).
      *    Seconds either side of the reference_id's HHMMSS that a
      *    CMF task start may fall and still be the same run: the
      *    id is stamped from the chain's first ASKTIME, a moment
      *    after CICS attached the task.
       01  WS-WINDOW-SECONDS               PIC 9(3)    VALUE 5.
       01  WS-ELAPSED-TOL-PCT              PIC 9(3)    VALUE 10.
       01  WS-CPU-TOL-PCT                  PIC 9(3)    VALUE 10.
      *    Absolute floor (ms) under which a difference is never
      *    reported - a percentage of a 3 ms task is noise.
       01  WS-TOL-FLOOR-MS                 PIC 9(5)    VALUE 50.
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
      *    The day's audit reference_ids, loaded in key order so
      *    the table is ascending (date, APPLID, HHMMSS, task
      *    number) and a lower-bound chop lands on the first run
      *    of a region at or after a given second.
       01  WS-REF-LIMIT                    PIC S9(8)   COMP
                                                        VALUE 50000.
       01  WS-REF-TOTAL                    PIC S9(8)   COMP VALUE ZERO.
       01  WS-REF-OVERFLOW                 PIC S9(8)   COMP VALUE ZERO.
       01  WS-REF-TABLE.
           05  WS-REF-ENTRY OCCURS 50000 TIMES.
               10  WS-REF-ID               PIC X(29).
               10  FILLER REDEFINES WS-REF-ID.
                   15  WS-REF-DATE         PIC X(8).
                   15  WS-REF-APPLID       PIC X(8).
                   15  WS-REF-HHMMSS.
                       20  WS-REF-HH       PIC 9(2).
                       20  WS-REF-MI       PIC 9(2).
                       20  WS-REF-SS       PIC 9(2).
                   15  WS-REF-TASKNO       PIC 9(7).
               10  WS-REF-PATH             PIC X(1).
               10  WS-REF-MATCHED          PIC X(1).
      *    Regions that appear in the extract: a run from a region
      *    the extract does not cover is not "missing from CMF".
       01  WS-APPLID-TOTAL                 PIC S9(4)   COMP VALUE ZERO.
       01  WS-APPLID-TABLE.
           05  WS-EXTRACT-APPLID           PIC X(8)    OCCURS 20 TIMES.
       01  WS-APPLID-IDX                   PIC S9(4)   COMP.
       01  WS-APPLID-FOUND-FLAG            PIC X(1).
           88  WS-APPLID-FOUND                         VALUE 'Y'.
       01  WS-SEARCH-LO                    PIC S9(8)   COMP.
       01  WS-SEARCH-HI                    PIC S9(8)   COMP.
       01  WS-SEARCH-MID                   PIC S9(8)   COMP.
       01  WS-SEARCH-KEY                   PIC X(29).
       01  FILLER REDEFINES WS-SEARCH-KEY.
           05  WS-SEARCH-DATE              PIC X(8).
           05  WS-SEARCH-APPLID            PIC X(8).
           05  WS-SEARCH-HH                PIC 9(2).
           05  WS-SEARCH-MI                PIC 9(2).
           05  WS-SEARCH-SS                PIC 9(2).
           05  WS-SEARCH-TASKNO            PIC 9(7).
       01  WS-IDX                          PIC S9(8)   COMP.
       01  WS-MATCH-IDX                    PIC S9(8)   COMP.
       01  WS-SCAN-DONE-FLAG               PIC X(1).
           88  WS-SCAN-DONE                            VALUE 'Y'.
       01  WS-CMF-SECOND                   PIC S9(5)   COMP.
       01  WS-REF-SECOND                   PIC S9(5)   COMP.
       01  WS-FROM-SECOND                  PIC S9(5)   COMP.
       01  WS-SECOND-GAP                   PIC S9(5)   COMP.
       01  WS-BEST-GAP                     PIC S9(5)   COMP.
      *    Comparison work fields, milliseconds.
       01  WS-CHAIN-ELAPSED-MS             PIC S9(15)  COMP-3.
       01  WS-CHAIN-CPU-MS                 PIC S9(15)  COMP-3.
       01  WS-ELAPSED-DIFF-MS              PIC S9(12)V9(3) COMP-3.
       01  WS-CPU-DIFF-MS                  PIC S9(12)V9(3) COMP-3.
       01  WS-ABS-DIFF-MS                  PIC S9(12)V9(3) COMP-3.
       01  WS-TOLERANCE-MS                 PIC S9(12)V9(3) COMP-3.
       01  WS-ELAPSED-FLAG                 PIC X(1).
       01  WS-CPU-FLAG                     PIC X(1).
       01  WS-SMFX-READ-TOTAL              PIC 9(9)    VALUE ZERO.
       01  WS-SMFX-DAY-TOTAL               PIC 9(9)    VALUE ZERO.
       01  WS-MATCHED-TOTAL                PIC 9(9)    VALUE ZERO.
       01  WS-COMPARED-TOTAL               PIC 9(9)    VALUE ZERO.
       01  WS-NO-METRICS-TOTAL             PIC 9(9)    VALUE ZERO.
       01  WS-DISCREPANT-TOTAL             PIC 9(9)    VALUE ZERO.
       01  WS-CMF-ONLY-TOTAL               PIC 9(9)    VALUE ZERO.
       01  WS-AUDIT-ONLY-TOTAL             PIC 9(9)    VALUE ZERO.
       01  WS-OUT-OF-SCOPE-TOTAL           PIC 9(9)    VALUE ZERO.
       01  WS-REPORT-HEADING.
           05  FILLER                      PIC X(46)   VALUE
               'QQ1B0039 - CHAIN TICKS VS CICS MONITORING FOR '.
           05  RH-RECON-DATE               PIC X(10).
           05  FILLER                      PIC X(10)   VALUE
               '  WINDOW: '.
           05  RH-WINDOW                   PIC ZZ9.
           05  FILLER                      PIC X(19)   VALUE
               'S  TOLERANCE ELAP: '.
           05  RH-ELAPSED-TOL              PIC ZZ9.
           05  FILLER                      PIC X(8)    VALUE
               '%  CPU: '.
           05  RH-CPU-TOL                  PIC ZZ9.
           05  FILLER                      PIC X(9)    VALUE
               '%  FLOOR:'.
           05  RH-FLOOR                    PIC ZZ,ZZ9.
           05  FILLER                      PIC X(3)    VALUE
               ' MS'.
       01  WS-DETAIL-HEADING               PIC X(132)  VALUE
               'REFERENCE ID                  P TRAN   CHAIN ELAP    CMF
      -        ' ELAP     DIFF MS   CHAIN CPU     CMF CPU     DIFF MS  O
      -        'VER'.
       01  WS-DETAIL-LINE.
           05  DTL-REFERENCE-ID            PIC X(29).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  DTL-PATH                    PIC X(1).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  DTL-TRANSID                 PIC X(4).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  DTL-CHAIN-ELAPSED           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  DTL-CMF-ELAPSED             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  DTL-ELAPSED-DIFF            PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  DTL-CHAIN-CPU               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  DTL-CMF-CPU                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  DTL-CPU-DIFF                PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DTL-ELAPSED-FLAG            PIC X(1).
           05  DTL-CPU-FLAG                PIC X(1).
       01  WS-CMF-ONLY-HEADING             PIC X(132)  VALUE
               'CMF TASKS WITH NO QQ1AUDIT RUN  (APPLID   TRAN TASKNO   
      -        'START)'.
       01  WS-CMF-ONLY-LINE.
           05  FILLER                      PIC X(33)   VALUE SPACES.
           05  COL-APPLID                  PIC X(8).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  COL-TRANSID                 PIC X(4).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  COL-TASKNO                  PIC 9(7).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  COL-START-HH                PIC 9(2).
           05  FILLER                      PIC X(1)    VALUE ':'.
           05  COL-START-MI                PIC 9(2).
           05  FILLER                      PIC X(1)    VALUE ':'.
           05  COL-START-SS                PIC 9(2).
       01  WS-AUDIT-ONLY-HEADING           PIC X(132)  VALUE
               'QQ1AUDIT RUNS WITH NO CMF TASK (REGIONS IN THE EXTRACT O
      -        'NLY)'.
       01  WS-AUDIT-ONLY-LINE.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  AOL-REFERENCE-ID            PIC X(29).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  AOL-PATH                    PIC X(1).
       01  WS-SUMMARY-LINE.
           05  SUM-TEXT                    PIC X(40).
           05  SUM-COUNT                   PIC ZZZ,ZZZ,ZZ9.
       01  WS-OVERFLOW-NOTE.
           05  FILLER                      PIC X(42)   VALUE
               'NOTE: AUDIT IDS BEYOND TABLE CAP SKIPPED: '.
           05  OVN-SKIPPED                 PIC ZZZ,ZZZ,ZZ9.
       01  WS-NO-EXTRACT-LINE              PIC X(132)  VALUE
             'QQ1SMFX EXTRACT COULD NOT BE OPENED - NOTHING RECONCILED'.
       01  WS-EMPTY-LINE                   PIC X(132)  VALUE SPACES.
       LINKAGE SECTION.
      *    JCL PARM layout (fixed-position, no keywords):
      *      positions  1-10  DAY TO RECONCILE YYYY-MM-DD
      *                       (spaces = the previous calendar day)
      *      positions 11-13  START-TIME WINDOW, SECONDS (DEFAULT 005)
      *      positions 14-16  ELAPSED TOLERANCE, PERCENT (DEFAULT 010)
      *      positions 17-19  CPU TOLERANCE, PERCENT (DEFAULT 010)
      *      positions 20-24  TOLERANCE FLOOR, MS (DEFAULT 00050)
       01  WS-JCL-PARM.
           05  WS-PARM-LEN                 PIC S9(4)   COMP.
           05  WS-PARM-TEXT.
               10  WS-PARM-DATE            PIC X(10).
               10  WS-PARM-WINDOW          PIC 9(3).
               10  WS-PARM-ELAPSED-TOL     PIC 9(3).
               10  WS-PARM-CPU-TOL         PIC 9(3).
               10  WS-PARM-FLOOR           PIC 9(5).
       PROCEDURE DIVISION USING WS-JCL-PARM.
       000000-CONTROL.

           PERFORM 000010-INITIALIZE.
           PERFORM 000020-LOAD-AUDIT-IDS UNTIL WS-EOF.
           PERFORM 000030-MATCH-CMF-TASKS.
           PERFORM 000050-REPORT-AUDIT-ONLY.
           PERFORM 000060-WRITE-SUMMARY.
           PERFORM 000090-TERMINATE.
           IF WS-DISCREPANT-TOTAL > ZERO
                   OR WS-CMF-ONLY-TOTAL > ZERO
                   OR WS-AUDIT-ONLY-TOTAL > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-SMFX-FILE-STATUS NOT = '00' AND '10'
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       000010-INITIALIZE.

           IF WS-PARM-LEN >= 10 AND WS-PARM-DATE NOT = SPACES
               MOVE WS-PARM-DATE TO WS-RECON-DATE
           ELSE
               PERFORM 000011-DERIVE-YESTERDAY
           END-IF.
           IF WS-PARM-LEN >= 13 AND WS-PARM-WINDOW NUMERIC
               MOVE WS-PARM-WINDOW TO WS-WINDOW-SECONDS
           END-IF.
           IF WS-PARM-LEN >= 16 AND WS-PARM-ELAPSED-TOL NUMERIC
               MOVE WS-PARM-ELAPSED-TOL TO WS-ELAPSED-TOL-PCT
           END-IF.
           IF WS-PARM-LEN >= 19 AND WS-PARM-CPU-TOL NUMERIC
               MOVE WS-PARM-CPU-TOL TO WS-CPU-TOL-PCT
           END-IF.
           IF WS-PARM-LEN >= 24 AND WS-PARM-FLOOR NUMERIC
               MOVE WS-PARM-FLOOR TO WS-TOL-FLOOR-MS
           END-IF.
           MOVE WS-RECON-DATE(1:4) TO WS-RECON-KEY-DATE(1:4).
           MOVE WS-RECON-DATE(6:2) TO WS-RECON-KEY-DATE(5:2).
           MOVE WS-RECON-DATE(9:2) TO WS-RECON-KEY-DATE(7:2).
           OPEN OUTPUT QQ1RPT039-FILE.
           MOVE WS-RECON-DATE      TO RH-RECON-DATE.
           MOVE WS-WINDOW-SECONDS  TO RH-WINDOW.
           MOVE WS-ELAPSED-TOL-PCT TO RH-ELAPSED-TOL.
           MOVE WS-CPU-TOL-PCT     TO RH-CPU-TOL.
           MOVE WS-TOL-FLOOR-MS    TO RH-FLOOR.
           WRITE RPT039-LINE FROM WS-REPORT-HEADING.
      *    The reference_id leads with the run date: the day is one
      *    contiguous key range of the audit file.
           OPEN INPUT QQ1AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO AUD-KEY.
           MOVE WS-RECON-KEY-DATE TO AUD-REFERENCE-ID(1:8).
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
           MOVE SPACES TO WS-RECON-DATE.
           STRING WS-CURR-YYYY DELIMITED SIZE
                  '-'          DELIMITED SIZE
                  WS-CURR-MM   DELIMITED SIZE
                  '-'          DELIMITED SIZE
                  WS-CURR-DD   DELIMITED SIZE
                  INTO WS-RECON-DATE
           END-STRING.

       000020-LOAD-AUDIT-IDS.

           READ QQ1AUDIT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
           IF WS-EOF
               EXIT PARAGRAPH
           END-IF.
           IF AUD-REFERENCE-ID(1:8) NOT = WS-RECON-KEY-DATE
               MOVE 'Y' TO WS-EOF-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF WS-REF-TOTAL > ZERO
                   AND AUD-REFERENCE-ID = WS-REF-ID(WS-REF-TOTAL)
               EXIT PARAGRAPH
           END-IF.
           IF WS-REF-TOTAL < WS-REF-LIMIT
               ADD 1 TO WS-REF-TOTAL
               MOVE AUD-REFERENCE-ID TO WS-REF-ID(WS-REF-TOTAL)
               MOVE AUD-ENTRY-PATH   TO WS-REF-PATH(WS-REF-TOTAL)
               MOVE 'N'              TO WS-REF-MATCHED(WS-REF-TOTAL)
           ELSE
               ADD 1 TO WS-REF-OVERFLOW
           END-IF.

       000030-MATCH-CMF-TASKS.

           OPEN INPUT QQ1METR-FILE.
           OPEN INPUT QQ1SMFX-FILE.
           IF WS-SMFX-FILE-STATUS NOT = '00'
               WRITE RPT039-LINE FROM WS-NO-EXTRACT-LINE
               EXIT PARAGRAPH
           END-IF.
           WRITE RPT039-LINE FROM WS-EMPTY-LINE.
           WRITE RPT039-LINE FROM WS-DETAIL-HEADING.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 000031-MATCH-ONE-TASK UNTIL WS-EOF.
           CLOSE QQ1SMFX-FILE.
           MOVE '10' TO WS-SMFX-FILE-STATUS.
           IF WS-CMF-ONLY-TOTAL > ZERO
               WRITE RPT039-LINE FROM WS-EMPTY-LINE
               WRITE RPT039-LINE FROM WS-CMF-ONLY-HEADING
               MOVE 'N' TO WS-EOF-FLAG
               MOVE ZERO TO WS-CMF-ONLY-TOTAL
               OPEN INPUT QQ1SMFX-FILE
               PERFORM 000035-LIST-CMF-ONLY UNTIL WS-EOF
               CLOSE QQ1SMFX-FILE
               MOVE '10' TO WS-SMFX-FILE-STATUS
           END-IF.

       000031-MATCH-ONE-TASK.

           READ QQ1SMFX-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
           IF WS-EOF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SMFX-READ-TOTAL.
           IF SMX-START-DATE NOT = WS-RECON-DATE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SMFX-DAY-TOTAL.
           PERFORM 000032-NOTE-EXTRACT-APPLID.
           PERFORM 000033-FIND-RUN-FOR-TASK.
           IF WS-MATCH-IDX = ZERO
               ADD 1 TO WS-CMF-ONLY-TOTAL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-MATCHED-TOTAL.
           MOVE 'Y' TO WS-REF-MATCHED(WS-MATCH-IDX).
      *    CQQ1A121's hop is timed by QQ1C0021 around the LINK and
      *    encloses every other hop, so it is the chain's own view
      *    of the whole run. CMF's figure covers the whole task,
      *    front door and result writes included - a run whose
      *    chain was never reached (a refusal) has nothing to
      *    compare and is only counted.
           MOVE WS-REF-ID(WS-MATCH-IDX) TO MET-RUN-REFERENCE-ID.
           MOVE 'CQQ1A121'              TO MET-PROGRAM-ID.
           READ QQ1METR-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-METRICS-TOTAL
           END-READ.
           IF WS-METR-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-COMPARED-TOTAL.
           PERFORM 000040-COMPARE-TIMINGS.

       000032-NOTE-EXTRACT-APPLID.

           MOVE 'N' TO WS-APPLID-FOUND-FLAG.
           PERFORM VARYING WS-APPLID-IDX FROM 1 BY 1
                   UNTIL WS-APPLID-IDX > WS-APPLID-TOTAL
                      OR WS-APPLID-FOUND
               IF WS-EXTRACT-APPLID(WS-APPLID-IDX) = SMX-APPLID
                   MOVE 'Y' TO WS-APPLID-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF NOT WS-APPLID-FOUND AND WS-APPLID-TOTAL < 20
               ADD 1 TO WS-APPLID-TOTAL
               MOVE SMX-APPLID TO WS-EXTRACT-APPLID(WS-APPLID-TOTAL)
           END-IF.

       000033-FIND-RUN-FOR-TASK.

      *    Lower-bound chop to the region's first run at or after
      *    (task start - window), then walk forward to (task start
      *    + window) looking for the task number. Task numbers
      *    wrap during a day, so the window is what makes the
      *    match unique; the closest start wins if two qualify.
           MOVE ZERO TO WS-MATCH-IDX.
           IF WS-REF-TOTAL = ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CMF-SECOND = (SMX-START-HH * 3600)
               + (SMX-START-MI * 60) + SMX-START-SS.
           COMPUTE WS-FROM-SECOND = WS-CMF-SECOND - WS-WINDOW-SECONDS.
           IF WS-FROM-SECOND < ZERO
               MOVE ZERO TO WS-FROM-SECOND
           END-IF.
           MOVE LOW-VALUES         TO WS-SEARCH-KEY.
           MOVE WS-RECON-KEY-DATE  TO WS-SEARCH-DATE.
           MOVE SMX-APPLID         TO WS-SEARCH-APPLID.
           COMPUTE WS-SEARCH-HH = WS-FROM-SECOND / 3600.
           COMPUTE WS-SEARCH-MI =
               (WS-FROM-SECOND - (WS-SEARCH-HH * 3600)) / 60.
           COMPUTE WS-SEARCH-SS = WS-FROM-SECOND
               - (WS-SEARCH-HH * 3600) - (WS-SEARCH-MI * 60).
           MOVE ZERO TO WS-SEARCH-TASKNO.
           MOVE 1 TO WS-SEARCH-LO.
           MOVE WS-REF-TOTAL TO WS-SEARCH-HI.
           PERFORM UNTIL WS-SEARCH-LO > WS-SEARCH-HI
               COMPUTE WS-SEARCH-MID =
                   (WS-SEARCH-LO + WS-SEARCH-HI) / 2
               IF WS-REF-ID(WS-SEARCH-MID) < WS-SEARCH-KEY
                   COMPUTE WS-SEARCH-LO = WS-SEARCH-MID + 1
               ELSE
                   COMPUTE WS-SEARCH-HI = WS-SEARCH-MID - 1
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-SCAN-DONE-FLAG.
           PERFORM VARYING WS-IDX FROM WS-SEARCH-LO BY 1
                   UNTIL WS-IDX > WS-REF-TOTAL
                      OR WS-SCAN-DONE
               PERFORM 000034-TEST-ONE-CANDIDATE
           END-PERFORM.

       000034-TEST-ONE-CANDIDATE.

           IF WS-REF-APPLID(WS-IDX) NOT = SMX-APPLID
                   OR WS-REF-HHMMSS(WS-IDX) NOT NUMERIC
               MOVE 'Y' TO WS-SCAN-DONE-FLAG
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-REF-SECOND = (WS-REF-HH(WS-IDX) * 3600)
               + (WS-REF-MI(WS-IDX) * 60) + WS-REF-SS(WS-IDX).
           IF WS-REF-SECOND > WS-CMF-SECOND + WS-WINDOW-SECONDS
               MOVE 'Y' TO WS-SCAN-DONE-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF WS-REF-TASKNO(WS-IDX) NOT = SMX-TASKNO
                   OR WS-REF-MATCHED(WS-IDX) = 'Y'
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SECOND-GAP = WS-REF-SECOND - WS-CMF-SECOND.
           IF WS-SECOND-GAP < ZERO
               COMPUTE WS-SECOND-GAP = ZERO - WS-SECOND-GAP
           END-IF.
           IF WS-MATCH-IDX = ZERO OR WS-SECOND-GAP < WS-BEST-GAP
               MOVE WS-IDX        TO WS-MATCH-IDX
               MOVE WS-SECOND-GAP TO WS-BEST-GAP
           END-IF.

       000035-LIST-CMF-ONLY.

      *    Second pass over the extract: the unmatched tasks get a
      *    section of their own after the discrepancy detail.
           READ QQ1SMFX-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
           IF WS-EOF
               EXIT PARAGRAPH
           END-IF.
           IF SMX-START-DATE NOT = WS-RECON-DATE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000036-FIND-MATCHED-RUN.
           IF WS-MATCH-IDX > ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CMF-ONLY-TOTAL.
           MOVE SMX-APPLID   TO COL-APPLID.
           MOVE SMX-TRANSID  TO COL-TRANSID.
           MOVE SMX-TASKNO   TO COL-TASKNO.
           MOVE SMX-START-HH TO COL-START-HH.
           MOVE SMX-START-MI TO COL-START-MI.
           MOVE SMX-START-SS TO COL-START-SS.
           WRITE RPT039-LINE FROM WS-CMF-ONLY-LINE.

       000036-FIND-MATCHED-RUN.

      *    Same window search as the first pass, but a run already
      *    claimed by this task counts as its match.
           PERFORM 000033-FIND-RUN-FOR-TASK.
           IF WS-MATCH-IDX > ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-SCAN-DONE-FLAG.
           PERFORM VARYING WS-IDX FROM WS-SEARCH-LO BY 1
                   UNTIL WS-IDX > WS-REF-TOTAL
                      OR WS-SCAN-DONE
               IF WS-REF-APPLID(WS-IDX) NOT = SMX-APPLID
                       OR WS-REF-HHMMSS(WS-IDX) NOT NUMERIC
                   MOVE 'Y' TO WS-SCAN-DONE-FLAG
               ELSE
                   COMPUTE WS-REF-SECOND = (WS-REF-HH(WS-IDX) * 3600)
                       + (WS-REF-MI(WS-IDX) * 60) + WS-REF-SS(WS-IDX)
                   IF WS-REF-SECOND > WS-CMF-SECOND + WS-WINDOW-SECONDS
                       MOVE 'Y' TO WS-SCAN-DONE-FLAG
                   ELSE
                       IF WS-REF-TASKNO(WS-IDX) = SMX-TASKNO
                           MOVE WS-IDX TO WS-MATCH-IDX
                           MOVE 'Y' TO WS-SCAN-DONE-FLAG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       000040-COMPARE-TIMINGS.

      *    Reported when |CMF - chain| exceeds the larger of the
      *    floor and the percentage of the CMF figure. A negative
      *    difference (chain longer than its own task) can only be
      *    a measurement fault and is reported the same way.
           MOVE MET-ELAPSED-TICKS TO WS-CHAIN-ELAPSED-MS.
           MOVE MET-CPU-TICKS     TO WS-CHAIN-CPU-MS.
           COMPUTE WS-ELAPSED-DIFF-MS =
               SMX-RESPONSE-MS - WS-CHAIN-ELAPSED-MS.
           COMPUTE WS-CPU-DIFF-MS =
               SMX-CPU-MS - WS-CHAIN-CPU-MS.
           MOVE SPACE TO WS-ELAPSED-FLAG WS-CPU-FLAG.
           COMPUTE WS-TOLERANCE-MS =
               SMX-RESPONSE-MS * WS-ELAPSED-TOL-PCT / 100.
           IF WS-TOLERANCE-MS < WS-TOL-FLOOR-MS
               MOVE WS-TOL-FLOOR-MS TO WS-TOLERANCE-MS
           END-IF.
           MOVE WS-ELAPSED-DIFF-MS TO WS-ABS-DIFF-MS.
           IF WS-ABS-DIFF-MS < ZERO
               COMPUTE WS-ABS-DIFF-MS = ZERO - WS-ABS-DIFF-MS
           END-IF.
           IF WS-ABS-DIFF-MS > WS-TOLERANCE-MS
               MOVE 'E' TO WS-ELAPSED-FLAG
           END-IF.
           COMPUTE WS-TOLERANCE-MS =
               SMX-CPU-MS * WS-CPU-TOL-PCT / 100.
           IF WS-TOLERANCE-MS < WS-TOL-FLOOR-MS
               MOVE WS-TOL-FLOOR-MS TO WS-TOLERANCE-MS
           END-IF.
           MOVE WS-CPU-DIFF-MS TO WS-ABS-DIFF-MS.
           IF WS-ABS-DIFF-MS < ZERO
               COMPUTE WS-ABS-DIFF-MS = ZERO - WS-ABS-DIFF-MS
           END-IF.
           IF WS-ABS-DIFF-MS > WS-TOLERANCE-MS
               MOVE 'C' TO WS-CPU-FLAG
           END-IF.
           IF WS-ELAPSED-FLAG = SPACE AND WS-CPU-FLAG = SPACE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DISCREPANT-TOTAL.
           MOVE WS-REF-ID(WS-MATCH-IDX)   TO DTL-REFERENCE-ID.
           MOVE WS-REF-PATH(WS-MATCH-IDX) TO DTL-PATH.
           MOVE SMX-TRANSID               TO DTL-TRANSID.
           MOVE WS-CHAIN-ELAPSED-MS       TO DTL-CHAIN-ELAPSED.
           MOVE SMX-RESPONSE-MS           TO DTL-CMF-ELAPSED.
           MOVE WS-ELAPSED-DIFF-MS        TO DTL-ELAPSED-DIFF.
           MOVE WS-CHAIN-CPU-MS           TO DTL-CHAIN-CPU.
           MOVE SMX-CPU-MS                TO DTL-CMF-CPU.
           MOVE WS-CPU-DIFF-MS            TO DTL-CPU-DIFF.
           MOVE WS-ELAPSED-FLAG           TO DTL-ELAPSED-FLAG.
           MOVE WS-CPU-FLAG               TO DTL-CPU-FLAG.
           WRITE RPT039-LINE FROM WS-DETAIL-LINE.

       000050-REPORT-AUDIT-ONLY.

           IF WS-APPLID-TOTAL = ZERO
               EXIT PARAGRAPH
           END-IF.
           WRITE RPT039-LINE FROM WS-EMPTY-LINE.
           WRITE RPT039-LINE FROM WS-AUDIT-ONLY-HEADING.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-REF-TOTAL
               IF WS-REF-MATCHED(WS-IDX) NOT = 'Y'
                   PERFORM 000051-REPORT-ONE-AUDIT-ONLY
               END-IF
           END-PERFORM.

       000051-REPORT-ONE-AUDIT-ONLY.

           MOVE 'N' TO WS-APPLID-FOUND-FLAG.
           PERFORM VARYING WS-APPLID-IDX FROM 1 BY 1
                   UNTIL WS-APPLID-IDX > WS-APPLID-TOTAL
                      OR WS-APPLID-FOUND
               IF WS-EXTRACT-APPLID(WS-APPLID-IDX) =
                       WS-REF-APPLID(WS-IDX)
                   MOVE 'Y' TO WS-APPLID-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF NOT WS-APPLID-FOUND
               ADD 1 TO WS-OUT-OF-SCOPE-TOTAL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-AUDIT-ONLY-TOTAL.
           MOVE WS-REF-ID(WS-IDX)   TO AOL-REFERENCE-ID.
           MOVE WS-REF-PATH(WS-IDX) TO AOL-PATH.
           WRITE RPT039-LINE FROM WS-AUDIT-ONLY-LINE.

       000060-WRITE-SUMMARY.

           WRITE RPT039-LINE FROM WS-EMPTY-LINE.
           MOVE 'AUDIT RUNS FOR THE DAY:'         TO SUM-TEXT.
           MOVE WS-REF-TOTAL                       TO SUM-COUNT.
           WRITE RPT039-LINE FROM WS-SUMMARY-LINE.
           MOVE 'CMF TASKS FOR THE DAY:'          TO SUM-TEXT.
           MOVE WS-SMFX-DAY-TOTAL                  TO SUM-COUNT.
           WRITE RPT039-LINE FROM WS-SUMMARY-LINE.
           MOVE 'MATCHED BY TASK NUMBER AND WINDOW:' TO SUM-TEXT.
           MOVE WS-MATCHED-TOTAL                   TO SUM-COUNT.
           WRITE RPT039-LINE FROM WS-SUMMARY-LINE.
           MOVE 'COMPARED (CHAIN REACHED):'        TO SUM-TEXT.
           MOVE WS-COMPARED-TOTAL                  TO SUM-COUNT.
           WRITE RPT039-LINE FROM WS-SUMMARY-LINE.
           MOVE 'MATCHED, NO CHAIN METRICS:'       TO SUM-TEXT.
           MOVE WS-NO-METRICS-TOTAL                TO SUM-COUNT.
           WRITE RPT039-LINE FROM WS-SUMMARY-LINE.
           MOVE 'OUTSIDE TOLERANCE:'               TO SUM-TEXT.
           MOVE WS-DISCREPANT-TOTAL                TO SUM-COUNT.
           WRITE RPT039-LINE FROM WS-SUMMARY-LINE.
           MOVE 'CMF TASKS WITH NO RUN:'           TO SUM-TEXT.
           MOVE WS-CMF-ONLY-TOTAL                  TO SUM-COUNT.
           WRITE RPT039-LINE FROM WS-SUMMARY-LINE.
           MOVE 'RUNS WITH NO CMF TASK:'           TO SUM-TEXT.
           MOVE WS-AUDIT-ONLY-TOTAL                TO SUM-COUNT.
           WRITE RPT039-LINE FROM WS-SUMMARY-LINE.
           MOVE 'RUNS FROM REGIONS NOT IN EXTRACT:' TO SUM-TEXT.
           MOVE WS-OUT-OF-SCOPE-TOTAL              TO SUM-COUNT.
           WRITE RPT039-LINE FROM WS-SUMMARY-LINE.
           IF WS-REF-OVERFLOW > ZERO
               MOVE WS-REF-OVERFLOW TO OVN-SKIPPED
               WRITE RPT039-LINE FROM WS-OVERFLOW-NOTE
           END-IF.

       000090-TERMINATE.

           IF WS-AUDIT-FILE-STATUS NOT = '35'
               CLOSE QQ1AUDIT-FILE
           END-IF.
           IF WS-METR-FILE-STATUS NOT = '35'
               CLOSE QQ1METR-FILE
           END-IF.
           CLOSE QQ1RPT039-FILE.
      *
      *   +->   QQ1B0039_CMF_TICK_RECONCILIATION    10/15/2026  00:00
      *   !       Checks the chain's self-measured QQ1METR ticks
      *   !       against CICS monitoring. Reads the day's SMF 110
      *   !       performance-class extract (QQ1SMFX), matches each
      *   !       task to its QQ1AUDIT run by APPLID and task number
      *   !       within a start-time window, and compares the
      *   !       CQQ1A121 hop (the whole chain) with the CMF
      *   !       response and CPU time. Lists runs outside the
      *   !       percentage/floor tolerance, CMF tasks with no run
      *   !       and runs with no CMF task on QQ1RPTQ. CC 4 when
      *   !       anything is listed, CC 8 when the extract cannot
      *   !       be opened.
      *   +---
