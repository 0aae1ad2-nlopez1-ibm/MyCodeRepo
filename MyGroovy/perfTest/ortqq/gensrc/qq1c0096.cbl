      *COMPILE1: LANG(COBOL) CMP(DEFAULT) CICS(Y) DB2(N)
      *COMPILE2: MQS(N) DLL(N) IP(N) LDAP(N) EXCI(N) RENT(N)
      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
      ** Canary: one tagged chain run per interval, beat to QQ1HBT
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  QQ1C0096.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY QQ1RGCT.
       COPY QQ1HBT.
       01  WS-RGCT-RESP                PIC S9(8)   COMP.
       01  WS-HBT-RESP                 PIC S9(8)   COMP.
       01  WS-ENQ-RESP                 PIC S9(8)   COMP.
       01  WS-START-RESP               PIC S9(8)   COMP.
       01  WS-LINK-RESP                PIC S9(8)   COMP.
       01  WS-CONTAINER-RESP           PIC S9(8)   COMP.
      *    One QQCN cycle at a time, same REQID on every START so a
      *    pending one is CANCELled before the next is scheduled -
      *    never two timers in flight, however the canary was
      *    (re)started.
       01  WS-ENQ-NAME                 PIC X(8)    VALUE 'QQ1CANRY'.
       01  WS-START-REQID              PIC X(8)    VALUE 'QQ1CANRY'.
      *    Campaign id every canary run is stamped with, so the
      *    run is separable from load wherever it lands - QQ1AUDIT,
      *    QQ1METR and QQ1PERF_RESULT - and the statistics programs
      *    leave it out (the QQ1C0054 DIALCERT convention).
       01  WS-CANARY-CAMPAIGN          PIC X(8)    VALUE 'CANARY'.
      *    RGC-VALUE on the CANARY row is the interval in minutes;
      *    zero means the default, and a day is the most a cycle
      *    may be put off.
       01  WS-CANARY-ENABLED-FLAG      PIC X(1)    VALUE 'N'.
           88  WS-CANARY-ENABLED                   VALUE 'Y'.
       01  WS-INTERVAL-MINUTES         PIC 9(5)    VALUE 5.
       01  WS-DEFAULT-MINUTES          PIC 9(5)    VALUE 5.
       01  WS-MAXIMUM-MINUTES          PIC 9(5)    VALUE 1440.
       01  WS-INTERVAL-SECONDS         PIC S9(8)   COMP VALUE 300.
       01  WS-CHAIN-ABENDED-FLAG       PIC X(1)    VALUE 'N'.
           88  WS-CHAIN-ABENDED                    VALUE 'Y'.
       01  WS-REFERENCE-ID             PIC X(29)   VALUE SPACES.
       01  WS-ABCODE                   PIC X(4)    VALUE SPACES.
       01  WS-ABEND-CODE               PIC X(4)    VALUE SPACES.
       01  WS-LINK-RESP-CODE           PIC 9(4).
       01  WS-ABSTIME-BEFORE           PIC S9(15)  COMP-3.
       01  WS-ABSTIME-AFTER            PIC S9(15)  COMP-3.
       01  WS-ELAPSED-MS               PIC S9(15)  COMP-3.
       01  WS-BEAT-DATE                PIC X(10).
       01  WS-BEAT-TIME                PIC X(8).
       01  WS-START-CODE               PIC X(2).
       01  WS-CONFIRM-LINE.
           05  FILLER                  PIC X(24)   VALUE
               'QQ1C0096 CANARY BEAT - '.
           05  CNF-OUTCOME             PIC X(8).
           05  FILLER                  PIC X(14)   VALUE
               ' - NEXT RUN IN'.
           05  CNF-MINUTES             PIC ZZZZ9.
           05  FILLER                  PIC X(4)    VALUE ' MIN'.
       01  WS-CONFIRM-LENGTH           PIC S9(4)   COMP.
       PROCEDURE DIVISION.
       000000-CONTROL.

      *    Started (transaction QQCN) by itself every CANARY
      *    interval, by QQ1C0071 at region startup, and from a
      *    terminal by ops to bring the canary back once the
      *    QQ1RGCT CANARY row is switched on again. Each cycle
      *    drives one real QQ1C0021 run over CHANNEL('QQ1WEBCH')
      *    stamped campaign CANARY - the QQ1C0054 certification
      *    pattern - classifies how it ended, writes the beat to
      *    QQ1HBT for the QQ1B0048 availability report and
      *    schedules the next cycle. With the row switched off the
      *    cycle ends here and nothing further is scheduled.
           EXEC CICS ENQ RESOURCE(WS-ENQ-NAME)
                     LENGTH(8)
                     NOSUSPEND
                     RESP(WS-ENQ-RESP)
           END-EXEC.
           IF WS-ENQ-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS RETURN
               END-EXEC
           END-IF.
           PERFORM 000005-RESOLVE-INTERVAL.
           IF NOT WS-CANARY-ENABLED
               EXEC CICS DEQ RESOURCE(WS-ENQ-NAME)
                         LENGTH(8)
               END-EXEC
               EXEC CICS RETURN
               END-EXEC
           END-IF.
           PERFORM 000010-DRIVE-CANARY-RUN.
           PERFORM 000060-END-CYCLE.

       000005-RESOLVE-INTERVAL.

           MOVE 'N' TO WS-CANARY-ENABLED-FLAG.
           MOVE WS-DEFAULT-MINUTES TO WS-INTERVAL-MINUTES.
           MOVE 'CANARY  ' TO RGC-KEY.
           EXEC CICS READ FILE('QQ1RGCT')
                     INTO(QQ1RGCT-RECORD)
                     RIDFLD(RGC-KEY)
                     RESP(WS-RGCT-RESP)
           END-EXEC.
           IF WS-RGCT-RESP NOT = DFHRESP(NORMAL)
                   OR NOT RGC-FLAG-ON
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-CANARY-ENABLED-FLAG.
           IF RGC-VALUE > ZERO
               MOVE RGC-VALUE TO WS-INTERVAL-MINUTES
           END-IF.
           IF WS-INTERVAL-MINUTES > WS-MAXIMUM-MINUTES
               MOVE WS-MAXIMUM-MINUTES TO WS-INTERVAL-MINUTES
           END-IF.
           COMPUTE WS-INTERVAL-SECONDS = WS-INTERVAL-MINUTES * 60.

       000010-DRIVE-CANARY-RUN.

           MOVE 'N'    TO WS-CHAIN-ABENDED-FLAG.
           MOVE SPACES TO WS-REFERENCE-ID WS-ABCODE WS-ABEND-CODE.
           MOVE DFHRESP(NORMAL) TO WS-LINK-RESP.
           EXEC CICS PUT CONTAINER('QQ1CMPCN')
                     CHANNEL('QQ1WEBCH')
                     FROM(WS-CANARY-CAMPAIGN)
           END-EXEC.
           EXEC CICS ASKTIME
                     ABSTIME(WS-ABSTIME-BEFORE)
           END-EXEC.
      *    The chain's outcome ABEND is one of the ways a run ends,
      *    not the end of the canary - the handler still writes the
      *    beat and schedules the next cycle.
           EXEC CICS HANDLE ABEND
                     LABEL(000050-CHAIN-ABENDED)
           END-EXEC.
           EXEC CICS LINK PROGRAM('QQ1C0021')
                     CHANNEL('QQ1WEBCH')
                     RESP(WS-LINK-RESP)
           END-EXEC.
           EXEC CICS HANDLE ABEND
                     CANCEL
           END-EXEC.
           EXEC CICS ASKTIME
                     ABSTIME(WS-ABSTIME-AFTER)
           END-EXEC.

       000020-CLASSIFY-OUTCOME.

      *    QQ1C0021 publishes the reference_id and final ABCODE
      *    before any outcome ABEND, so both are there whichever
      *    way the run ended. A clean run is up; a drain or
      *    protected-window refusal is the region declining work
      *    on purpose and counts as planned; every other outcome
      *    code, an abend with nothing published and a LINK that
      *    never reached the chain are down.
           EXEC CICS GET CONTAINER('QQ1WEBRI')
                     CHANNEL('QQ1WEBCH')
                     INTO(WS-REFERENCE-ID)
                     RESP(WS-CONTAINER-RESP)
           END-EXEC.
           EXEC CICS GET CONTAINER('QQ1WEBAB')
                     CHANNEL('QQ1WEBCH')
                     INTO(WS-ABCODE)
                     RESP(WS-CONTAINER-RESP)
           END-EXEC.
           IF WS-CONTAINER-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-ABCODE
           END-IF.
           MOVE SPACES TO HBT-SIGNATURE.
           EVALUATE TRUE
               WHEN WS-LINK-RESP NOT = DFHRESP(NORMAL)
                       AND NOT WS-CHAIN-ABENDED
                   MOVE 'D' TO HBT-OUTCOME
                   MOVE 'L' TO HBT-SIG-KIND
                   MOVE WS-LINK-RESP TO WS-LINK-RESP-CODE
                   MOVE WS-LINK-RESP-CODE TO HBT-SIG-CODE
               WHEN WS-ABCODE = 'DRNG' OR WS-ABCODE = 'WNDW'
                   MOVE 'P' TO HBT-OUTCOME
                   MOVE 'O' TO HBT-SIG-KIND
                   MOVE WS-ABCODE TO HBT-SIG-CODE
               WHEN WS-ABCODE NOT = SPACES
                   MOVE 'D' TO HBT-OUTCOME
                   MOVE 'O' TO HBT-SIG-KIND
                   MOVE WS-ABCODE TO HBT-SIG-CODE
               WHEN WS-CHAIN-ABENDED
                   MOVE 'D' TO HBT-OUTCOME
                   MOVE 'A' TO HBT-SIG-KIND
                   MOVE WS-ABEND-CODE TO HBT-SIG-CODE
               WHEN OTHER
                   MOVE 'U' TO HBT-OUTCOME
           END-EVALUATE.

       000030-WRITE-HEARTBEAT.

      *    The beat is stamped with the time the run was started -
      *    an outage begins at the first probe that failed. The
      *    heartbeat file never stops the canary: RESP is taken
      *    and the cycle goes on.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABSTIME-BEFORE)
                     YYYYMMDD(WS-BEAT-DATE)
                     DATESEP('-')
                     TIME(WS-BEAT-TIME)
                     TIMESEP(':')
           END-EXEC.
           MOVE SPACES TO HBT-TIMESTAMP.
           STRING WS-BEAT-DATE DELIMITED SIZE
                  'T'          DELIMITED SIZE
                  WS-BEAT-TIME DELIMITED SIZE
                  '.000000'    DELIMITED SIZE
                  INTO HBT-TIMESTAMP
           END-STRING.
           EXEC CICS ASSIGN
                     APPLID(HBT-REGION-ID)
           END-EXEC.
           MOVE WS-REFERENCE-ID     TO HBT-REFERENCE-ID.
           COMPUTE WS-ELAPSED-MS =
               WS-ABSTIME-AFTER - WS-ABSTIME-BEFORE.
           IF WS-ELAPSED-MS < ZERO
               MOVE ZERO TO WS-ELAPSED-MS
           END-IF.
           IF WS-ELAPSED-MS > 9999999
               MOVE 9999999 TO WS-ELAPSED-MS
           END-IF.
           MOVE WS-ELAPSED-MS       TO HBT-ELAPSED-MS.
           MOVE WS-INTERVAL-MINUTES TO HBT-INTERVAL-MIN.
           EXEC CICS WRITE FILE('QQ1HBT')
                     FROM(QQ1HBT-RECORD)
                     RIDFLD(HBT-KEY)
                     RESP(WS-HBT-RESP)
           END-EXEC.

       000040-SCHEDULE-NEXT-CYCLE.

           EXEC CICS CANCEL REQID(WS-START-REQID)
                     TRANSID('QQCN')
                     RESP(WS-START-RESP)
           END-EXEC.
           EXEC CICS START TRANSID('QQCN')
                     REQID(WS-START-REQID)
                     AFTER SECONDS(WS-INTERVAL-SECONDS)
                     RESP(WS-START-RESP)
           END-EXEC.

       000050-CHAIN-ABENDED.

      *    Control lands here when the chain abended under the
      *    LINK - its outcome ABEND or a real one. The abend code
      *    is kept for the signature, then the cycle ends the same
      *    way a clean run does. This handler path never returns
      *    to the interrupted PERFORM.
           MOVE 'Y' TO WS-CHAIN-ABENDED-FLAG.
           EXEC CICS ASSIGN
                     ABCODE(WS-ABEND-CODE)
           END-EXEC.
           EXEC CICS ASKTIME
                     ABSTIME(WS-ABSTIME-AFTER)
           END-EXEC.
           PERFORM 000060-END-CYCLE.

       000060-END-CYCLE.

           PERFORM 000020-CLASSIFY-OUTCOME.
           PERFORM 000030-WRITE-HEARTBEAT.
           PERFORM 000040-SCHEDULE-NEXT-CYCLE.
           EXEC CICS DEQ RESOURCE(WS-ENQ-NAME)
                     LENGTH(8)
           END-EXEC.
      *    Started from a terminal, say what the beat was so ops
      *    can see the canary is back.
           EXEC CICS ASSIGN
                     STARTCODE(WS-START-CODE)
           END-EXEC.
           IF WS-START-CODE = 'TD'
               EVALUATE TRUE
                   WHEN HBT-OUTCOME-UP
                       MOVE 'UP'      TO CNF-OUTCOME
                   WHEN HBT-OUTCOME-PLANNED
                       MOVE 'PLANNED' TO CNF-OUTCOME
                   WHEN OTHER
                       MOVE 'DOWN'    TO CNF-OUTCOME
               END-EVALUATE
               MOVE WS-INTERVAL-MINUTES TO CNF-MINUTES
               MOVE LENGTH OF WS-CONFIRM-LINE TO WS-CONFIRM-LENGTH
               EXEC CICS SEND TEXT
                         FROM(WS-CONFIRM-LINE)
                         LENGTH(WS-CONFIRM-LENGTH)
                         ERASE
                         FREEKB
               END-EXEC
           END-IF.
           EXEC CICS RETURN
           END-EXEC.
      *
      *   +->   QQ1C0096_CANARY                     10/15/2026  00:00
      *   !       Started task QQCN. While the QQ1RGCT CANARY row is
      *   !       on, drives one QQ1C0021 run per interval (minutes,
      *   !       from the row) over CHANNEL('QQ1WEBCH') stamped
      *   !       campaign CANARY, and writes its outcome - up, down
      *   !       with the failure signature, or planned for a drain
      *   !       or protected-window refusal - to the QQ1HBT
      *   !       heartbeat file for the QQ1B0048 availability and
      *   !       time-to-recover report. Reschedules itself on a
      *   !       fixed REQID; switching the row off ends the cycle.
      *   +---
