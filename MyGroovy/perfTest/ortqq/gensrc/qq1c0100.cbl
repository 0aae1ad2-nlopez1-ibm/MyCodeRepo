      *COMPILE1: LANG(COBOL) CMP(DEFAULT) CICS(Y) DB2(N)
      *COMPILE2: MQS(N) DLL(N) IP(N) LDAP(N) EXCI(N) RENT(N)
      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
      ** Watchdog: in-flight counters against the live tasks
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  QQ1C0100.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY QQ1RGCT.
       COPY QQ1RUNR.
       COPY QQ1RUNC.
       COPY QQ1QUSC.
       COPY QQ1ASYN.
       COPY QQ1CTLL.
       COPY QQ1WDST.
       01  WS-RGCT-RESP                PIC S9(8)   COMP.
       01  WS-RUNR-RESP                PIC S9(8)   COMP.
       01  WS-RUNCT-RESP               PIC S9(8)   COMP.
       01  WS-INFLIGHT-RESP            PIC S9(8)   COMP.
       01  WS-ASYS-RESP                PIC S9(8)   COMP.
       01  WS-WDOGS-RESP               PIC S9(8)   COMP.
       01  WS-LOG-RESP                 PIC S9(8)   COMP.
       01  WS-ENQ-RESP                 PIC S9(8)   COMP.
       01  WS-START-RESP               PIC S9(8)   COMP.
       01  WS-INQ-RESP                 PIC S9(8)   COMP.
       01  WS-PURGE-RESP               PIC S9(8)   COMP.
      *    One QQWD cycle at a time, same REQID on every START so a
      *    pending one is CANCELled before the next is scheduled -
      *    the QQ1C0096 canary convention.
       01  WS-ENQ-NAME                 PIC X(8)    VALUE 'QQ1WDOG '.
       01  WS-START-REQID              PIC X(8)    VALUE 'QQ1WDOG '.
      *    The counters are taken under the same ENQs their owners
      *    use: QQ1C0021 for QQ1RUNCT (and the QQ1RUNR registry),
      *    CQQ1A121 for QQ1INFLT.
       01  WS-RUNCT-QUEUE-NAME         PIC X(8)    VALUE 'QQ1RUNCT'.
       01  WS-RUNCT-ITEM-LEN           PIC S9(4)   COMP VALUE +5.
       01  WS-INFLIGHT-QUEUE-NAME      PIC X(8)    VALUE 'QQ1INFLT'.
       01  WS-INFLIGHT-ITEM-LEN        PIC S9(4)   COMP VALUE +60.
       01  WS-WDOGS-QUEUE-NAME         PIC X(8)    VALUE 'QQ1WDOGS'.
       01  WS-WDOGS-ITEM-LEN           PIC S9(4)   COMP VALUE +129.
      *    RGC-VALUE on the WATCHDOG row is the interval in minutes,
      *    on the HUNGRUN row the in-flight limit in seconds; zero
      *    means the default. HUNGRUN's flag turns purging on.
       01  WS-WATCHDOG-ENABLED-FLAG    PIC X(1)    VALUE 'N'.
           88  WS-WATCHDOG-ENABLED                 VALUE 'Y'.
       01  WS-PURGE-ENABLED-FLAG       PIC X(1)    VALUE 'N'.
           88  WS-PURGE-ENABLED                    VALUE 'Y'.
       01  WS-INTERVAL-MINUTES         PIC 9(5)    VALUE 5.
       01  WS-DEFAULT-MINUTES          PIC 9(5)    VALUE 5.
       01  WS-MAXIMUM-MINUTES          PIC 9(5)    VALUE 1440.
       01  WS-INTERVAL-SECONDS         PIC S9(8)   COMP VALUE 300.
       01  WS-LIMIT-SECONDS            PIC 9(5)    VALUE 600.
       01  WS-DEFAULT-LIMIT-SECONDS    PIC 9(5)    VALUE 600.
       01  WS-LIMIT-MS                 PIC S9(15)  COMP-3.
      *    The registry as it stood under the QQ1RUNCT ENQ. A region
      *    with more runs registered than the table holds has its
      *    counters left alone this cycle rather than "corrected"
      *    from a partial count, and its tokens are not closed out.
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY            OCCURS 500 TIMES.
               10  WS-RUN-TASK-NO      PIC 9(7).
               10  WS-RUN-TRANSID      PIC X(4).
               10  WS-RUN-ENTRY-PATH   PIC X(1).
               10  WS-RUN-TOKEN        PIC X(8).
               10  WS-RUN-START-ABSTIME
                                       PIC S9(15)  COMP-3.
               10  WS-RUN-LIVE-FLAG    PIC X(1).
                   88  WS-RUN-LIVE                 VALUE 'Y'.
       01  WS-RUN-TABLE-MAX            PIC S9(4)   COMP VALUE +500.
       01  WS-RUN-COUNT                PIC S9(4)   COMP VALUE ZERO.
       01  WS-RUN-IX                   PIC S9(4)   COMP.
       01  WS-RUN-OVERFLOW-FLAG        PIC X(1)    VALUE 'N'.
           88  WS-RUN-OVERFLOW                     VALUE 'Y'.
       01  WS-BROWSE-DONE-FLAG         PIC X(1)    VALUE 'N'.
           88  WS-BROWSE-DONE                      VALUE 'Y'.
       01  WS-TOKEN-LIVE-FLAG          PIC X(1)    VALUE 'N'.
           88  WS-TOKEN-LIVE                       VALUE 'Y'.
       01  WS-HOLD-TOKEN               PIC X(8).
       01  WS-LIVE-TOTAL               PIC 9(5)    VALUE ZERO.
       01  WS-IN-SERVER-TOTAL          PIC 9(5)    VALUE ZERO.
       01  WS-HUNG-TOTAL               PIC 9(5)    VALUE ZERO.
       01  WS-FIX-TOTAL                PIC 9(5)    VALUE ZERO.
       01  WS-OLD-COUNT                PIC 9(5).
       01  WS-INQ-TASK-NO              PIC S9(7)   COMP-3.
       01  WS-INQ-TRANSID              PIC X(4).
       01  WS-AGE-MS                   PIC S9(15)  COMP-3.
       01  WS-AGE-SECONDS              PIC 9(7).
       01  WS-RESP-CODE                PIC 9(4).
       01  WS-PURGE-NOW-FLAG           PIC X(1)    VALUE 'N'.
           88  WS-PURGE-NOW                        VALUE 'Y'.
       01  WS-NOW-ABSTIME              PIC S9(15)  COMP-3.
       01  WS-CUTOFF-ABSTIME           PIC S9(15)  COMP-3.
       01  WS-FMT-DATE                 PIC X(10).
       01  WS-FMT-TIME                 PIC X(8).
       01  WS-NOW-TIMESTAMP            PIC X(26).
       01  WS-CUTOFF-TIMESTAMP         PIC X(26).
       01  WS-CHANGE-USERID            PIC X(8).
       01  WS-JOURNAL-SEQ              PIC 9(6)    VALUE ZERO.
       01  WS-JOURNAL-FILE-ID          PIC X(8).
       01  WS-JOURNAL-ACTION           PIC X(1).
       01  WS-JOURNAL-KEY              PIC X(9).
       01  WS-JOURNAL-IMAGE            PIC X(60).
       01  WS-START-CODE               PIC X(2).
       01  WS-CONFIRM-LINE.
           05  FILLER                  PIC X(23)   VALUE
               'QQ1C0100 WATCHDOG LIVE'.
           05  CNF-LIVE                PIC ZZZZ9.
           05  FILLER                  PIC X(6)    VALUE ' HUNG'.
           05  CNF-HUNG                PIC ZZZZ9.
           05  FILLER                  PIC X(12)   VALUE
               ' CORRECTED'.
           05  CNF-FIXES               PIC ZZZZ9.
           05  FILLER                  PIC X(14)   VALUE
               ' - NEXT IN'.
           05  CNF-MINUTES             PIC ZZZZ9.
           05  FILLER                  PIC X(4)    VALUE ' MIN'.
       01  WS-CONFIRM-LENGTH           PIC S9(4)   COMP.
       PROCEDURE DIVISION.
       000000-CONTROL.

      *    Started (transaction QQWD) by itself every WATCHDOG
      *    interval, by QQ1C0071 at region startup, and from a
      *    terminal by ops once the QQ1RGCT WATCHDOG row is on
      *    again. Each cycle checks every run on the QQ1RUNR
      *    in-flight registry against the tasks actually active in
      *    the region, drops the runs whose task is gone, brings
      *    the QQ1RUNCT and QQ1INFLT counters back in line with
      *    the runs that are left, flags (and, with the HUNGRUN
      *    flag on, purges) runs in flight past the limit, and
      *    closes out QQ1ASYS tokens left pending with no run
      *    behind them. Every correction is journaled to QQ1CTLL;
      *    the cycle's summary goes to TS queue QQ1WDOGS for the
      *    QQ1C0040 control panel.
           EXEC CICS ENQ RESOURCE(WS-ENQ-NAME)
                     LENGTH(8)
                     NOSUSPEND
                     RESP(WS-ENQ-RESP)
           END-EXEC.
           IF WS-ENQ-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS RETURN
               END-EXEC
           END-IF.
           PERFORM 000005-RESOLVE-SETTINGS.
           IF NOT WS-WATCHDOG-ENABLED
               EXEC CICS DEQ RESOURCE(WS-ENQ-NAME)
                         LENGTH(8)
               END-EXEC
               EXEC CICS RETURN
               END-EXEC
           END-IF.
           PERFORM 000006-START-CYCLE.
           PERFORM 000010-RECONCILE-COUNTERS.
           PERFORM 000020-CHECK-HUNG-RUNS.
           IF NOT WS-RUN-OVERFLOW
               PERFORM 000030-CLOSE-STRANDED-TOKENS
           END-IF.
           PERFORM 000040-WRITE-STATUS.
           PERFORM 000050-SCHEDULE-NEXT-CYCLE.
           PERFORM 000060-END-CYCLE.

       000005-RESOLVE-SETTINGS.

           MOVE 'N' TO WS-WATCHDOG-ENABLED-FLAG.
           MOVE WS-DEFAULT-MINUTES TO WS-INTERVAL-MINUTES.
           MOVE 'WATCHDOG' TO RGC-KEY.
           EXEC CICS READ FILE('QQ1RGCT')
                     INTO(QQ1RGCT-RECORD)
                     RIDFLD(RGC-KEY)
                     RESP(WS-RGCT-RESP)
           END-EXEC.
           IF WS-RGCT-RESP NOT = DFHRESP(NORMAL)
                   OR NOT RGC-FLAG-ON
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-WATCHDOG-ENABLED-FLAG.
           IF RGC-VALUE > ZERO
               MOVE RGC-VALUE TO WS-INTERVAL-MINUTES
           END-IF.
           IF WS-INTERVAL-MINUTES > WS-MAXIMUM-MINUTES
               MOVE WS-MAXIMUM-MINUTES TO WS-INTERVAL-MINUTES
           END-IF.
           COMPUTE WS-INTERVAL-SECONDS = WS-INTERVAL-MINUTES * 60.
           MOVE 'N' TO WS-PURGE-ENABLED-FLAG.
           MOVE WS-DEFAULT-LIMIT-SECONDS TO WS-LIMIT-SECONDS.
           MOVE 'HUNGRUN ' TO RGC-KEY.
           EXEC CICS READ FILE('QQ1RGCT')
                     INTO(QQ1RGCT-RECORD)
                     RIDFLD(RGC-KEY)
                     RESP(WS-RGCT-RESP)
           END-EXEC.
           IF WS-RGCT-RESP = DFHRESP(NORMAL)
               IF RGC-VALUE > ZERO
                   MOVE RGC-VALUE TO WS-LIMIT-SECONDS
               END-IF
               IF RGC-FLAG-ON
                   MOVE 'Y' TO WS-PURGE-ENABLED-FLAG
               END-IF
           END-IF.
           COMPUTE WS-LIMIT-MS = WS-LIMIT-SECONDS * 1000.

       000006-START-CYCLE.

      *    One clock reading for the whole cycle: run ages, the
      *    token cutoff and every journal entry are taken from it.
           EXEC CICS ASKTIME
                     ABSTIME(WS-NOW-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-NOW-ABSTIME)
                     YYYYMMDD(WS-FMT-DATE)
                     DATESEP('-')
                     TIME(WS-FMT-TIME)
                     TIMESEP(':')
           END-EXEC.
           MOVE SPACES TO WS-NOW-TIMESTAMP.
           STRING WS-FMT-DATE DELIMITED SIZE
                  'T'         DELIMITED SIZE
                  WS-FMT-TIME DELIMITED SIZE
                  '.000000'   DELIMITED SIZE
                  INTO WS-NOW-TIMESTAMP
           END-STRING.
           COMPUTE WS-CUTOFF-ABSTIME = WS-NOW-ABSTIME - WS-LIMIT-MS.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-CUTOFF-ABSTIME)
                     YYYYMMDD(WS-FMT-DATE)
                     DATESEP('-')
                     TIME(WS-FMT-TIME)
                     TIMESEP(':')
           END-EXEC.
           MOVE SPACES TO WS-CUTOFF-TIMESTAMP.
           STRING WS-FMT-DATE DELIMITED SIZE
                  'T'         DELIMITED SIZE
                  WS-FMT-TIME DELIMITED SIZE
                  '.000000'   DELIMITED SIZE
                  INTO WS-CUTOFF-TIMESTAMP
           END-STRING.
           EXEC CICS ASSIGN
                     USERID(WS-CHANGE-USERID)
           END-EXEC.
      *    The running totals and the last correction carry over
      *    from the previous cycle's status item.
           EXEC CICS READQ TS QUEUE(WS-WDOGS-QUEUE-NAME)
                     INTO(QQ1WDST-RECORD)
                     LENGTH(WS-WDOGS-ITEM-LEN)
                     ITEM(1)
                     RESP(WS-WDOGS-RESP)
           END-EXEC.
           IF WS-WDOGS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO QQ1WDST-RECORD
               MOVE ZERO   TO WDS-RUNS-LIVE WDS-RUNS-HUNG
                              WDS-CORRECTIONS-TOTAL
           END-IF.

       000010-RECONCILE-COUNTERS.

      *    QQ1C0021 registers and deregisters a run under the
      *    QQ1RUNCT ENQ in the same breath as it counts it on and
      *    off, so holding that ENQ here freezes the registry and
      *    the counter together. A run whose task is no longer
      *    active under the registered transaction died without
      *    being counted off - a purge, a region-level failure,
      *    an abend the handler never saw - and its entry goes.
           EXEC CICS ENQ RESOURCE(WS-RUNCT-QUEUE-NAME)
                     LENGTH(8)
           END-EXEC.
           PERFORM 000011-LOAD-REGISTRY.
           PERFORM 000013-CHECK-ONE-RUN
               VARYING WS-RUN-IX FROM 1 BY 1
               UNTIL WS-RUN-IX > WS-RUN-COUNT.
           IF NOT WS-RUN-OVERFLOW
               PERFORM 000014-CORRECT-RUN-COUNTER
           END-IF.
      *    QQ1INFLT is recounted from the in-server flags CQQ1A121
      *    keeps on the surviving entries, under its own ENQ. The
      *    QQ1RUNCT ENQ is still held, so no run can be counted
      *    off between the two.
           EXEC CICS ENQ RESOURCE(WS-INFLIGHT-QUEUE-NAME)
                     LENGTH(8)
           END-EXEC.
           IF NOT WS-RUN-OVERFLOW
               PERFORM 000015-RECOUNT-IN-SERVER
               PERFORM 000017-CORRECT-INFLIGHT-COUNTER
           END-IF.
           EXEC CICS DEQ RESOURCE(WS-INFLIGHT-QUEUE-NAME)
                     LENGTH(8)
           END-EXEC.
           EXEC CICS DEQ RESOURCE(WS-RUNCT-QUEUE-NAME)
                     LENGTH(8)
           END-EXEC.

       000011-LOAD-REGISTRY.

           MOVE ZERO TO WS-RUN-COUNT.
           MOVE 'N'  TO WS-RUN-OVERFLOW-FLAG.
           MOVE 'N'  TO WS-BROWSE-DONE-FLAG.
           MOVE LOW-VALUES TO RUNR-KEY.
           EXEC CICS STARTBR
                     FILE('QQ1RUNR')
                     RIDFLD(RUNR-KEY)
                     GTEQ
                     RESP(WS-RUNR-RESP)
           END-EXEC.
           IF WS-RUNR-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000012-LOAD-ONE-RUN UNTIL WS-BROWSE-DONE.
           EXEC CICS ENDBR
                     FILE('QQ1RUNR')
           END-EXEC.

       000012-LOAD-ONE-RUN.

           EXEC CICS READNEXT
                     FILE('QQ1RUNR')
                     INTO(QQ1RUNR-RECORD)
                     RIDFLD(RUNR-KEY)
                     RESP(WS-RUNR-RESP)
           END-EXEC.
           IF WS-RUNR-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF WS-RUN-COUNT NOT < WS-RUN-TABLE-MAX
               MOVE 'Y' TO WS-RUN-OVERFLOW-FLAG
               MOVE 'Y' TO WS-BROWSE-DONE-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RUN-COUNT.
           MOVE RUNR-TASK-NO        TO WS-RUN-TASK-NO(WS-RUN-COUNT).
           MOVE RUNR-TRANSACTION-ID TO WS-RUN-TRANSID(WS-RUN-COUNT).
           MOVE RUNR-ENTRY-PATH     TO
                WS-RUN-ENTRY-PATH(WS-RUN-COUNT).
           MOVE RUNR-ASYNC-TOKEN    TO WS-RUN-TOKEN(WS-RUN-COUNT).
           MOVE RUNR-START-ABSTIME  TO
                WS-RUN-START-ABSTIME(WS-RUN-COUNT).
           MOVE 'N'                 TO
                WS-RUN-LIVE-FLAG(WS-RUN-COUNT).

       000013-CHECK-ONE-RUN.

      *    Task numbers are reused, so an active task only proves
      *    the run alive if it is still running the transaction
      *    the run was registered under.
           MOVE WS-RUN-TASK-NO(WS-RUN-IX) TO WS-INQ-TASK-NO.
           MOVE SPACES TO WS-INQ-TRANSID.
           EXEC CICS INQUIRE TASK(WS-INQ-TASK-NO)
                     TRANSACTION(WS-INQ-TRANSID)
                     RESP(WS-INQ-RESP)
           END-EXEC.
           IF WS-INQ-RESP = DFHRESP(NORMAL)
                   AND WS-INQ-TRANSID = WS-RUN-TRANSID(WS-RUN-IX)
               MOVE 'Y' TO WS-RUN-LIVE-FLAG(WS-RUN-IX)
               ADD 1 TO WS-LIVE-TOTAL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RUN-TASK-NO(WS-RUN-IX) TO RUNR-TASK-NO.
           EXEC CICS DELETE FILE('QQ1RUNR')
                     RIDFLD(RUNR-KEY)
                     RESP(WS-RUNR-RESP)
           END-EXEC.
           IF WS-RUNR-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           MOVE 'QQ1RUNR '             TO WS-JOURNAL-FILE-ID.
           MOVE 'D'                    TO WS-JOURNAL-ACTION.
           MOVE SPACES                 TO WS-JOURNAL-KEY.
           MOVE RUNR-TASK-NO           TO WS-JOURNAL-KEY(1:7).
           MOVE SPACES                 TO WS-JOURNAL-IMAGE.
           STRING 'STALE RUN REMOVED - TASK ' DELIMITED SIZE
                  RUNR-TASK-NO DELIMITED SIZE
                  ' TRAN ' DELIMITED SIZE
                  WS-RUN-TRANSID(WS-RUN-IX) DELIMITED SIZE
                  ' PATH ' DELIMITED SIZE
                  WS-RUN-ENTRY-PATH(WS-RUN-IX) DELIMITED SIZE
                  INTO WS-JOURNAL-IMAGE
           END-STRING.
           PERFORM 000070-JOURNAL-CORRECTION.

       000014-CORRECT-RUN-COUNTER.

           EXEC CICS READQ TS QUEUE(WS-RUNCT-QUEUE-NAME)
                     INTO(QQ1RUNC-RECORD)
                     LENGTH(WS-RUNCT-ITEM-LEN)
                     ITEM(1)
                     RESP(WS-RUNCT-RESP)
           END-EXEC.
           IF WS-RUNCT-RESP NOT = DFHRESP(NORMAL)
               MOVE ZERO TO RUNC-INFLIGHT-COUNT
           END-IF.
           IF RUNC-INFLIGHT-COUNT = WS-LIVE-TOTAL
               EXIT PARAGRAPH
           END-IF.
           MOVE RUNC-INFLIGHT-COUNT TO WS-OLD-COUNT.
           MOVE WS-LIVE-TOTAL       TO RUNC-INFLIGHT-COUNT.
           IF WS-RUNCT-RESP = DFHRESP(NORMAL)
               EXEC CICS WRITEQ TS QUEUE(WS-RUNCT-QUEUE-NAME)
                         FROM(QQ1RUNC-RECORD)
                         LENGTH(WS-RUNCT-ITEM-LEN)
                         ITEM(1)
                         REWRITE
                         RESP(WS-RUNCT-RESP)
               END-EXEC
           ELSE
               EXEC CICS WRITEQ TS QUEUE(WS-RUNCT-QUEUE-NAME)
                         FROM(QQ1RUNC-RECORD)
                         LENGTH(WS-RUNCT-ITEM-LEN)
                         RESP(WS-RUNCT-RESP)
               END-EXEC
           END-IF.
           MOVE 'QQ1RUNCT'             TO WS-JOURNAL-FILE-ID.
           MOVE 'U'                    TO WS-JOURNAL-ACTION.
           MOVE 'ITEM 1'               TO WS-JOURNAL-KEY.
           MOVE SPACES                 TO WS-JOURNAL-IMAGE.
           STRING 'RUN COUNTER CORRECTED FROM ' DELIMITED SIZE
                  WS-OLD-COUNT DELIMITED SIZE
                  ' TO ' DELIMITED SIZE
                  WS-LIVE-TOTAL DELIMITED SIZE
                  INTO WS-JOURNAL-IMAGE
           END-STRING.
           PERFORM 000070-JOURNAL-CORRECTION.

       000015-RECOUNT-IN-SERVER.

           MOVE ZERO TO WS-IN-SERVER-TOTAL.
           MOVE 'N'  TO WS-BROWSE-DONE-FLAG.
           MOVE LOW-VALUES TO RUNR-KEY.
           EXEC CICS STARTBR
                     FILE('QQ1RUNR')
                     RIDFLD(RUNR-KEY)
                     GTEQ
                     RESP(WS-RUNR-RESP)
           END-EXEC.
           IF WS-RUNR-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000016-COUNT-ONE-IN-SERVER UNTIL WS-BROWSE-DONE.
           EXEC CICS ENDBR
                     FILE('QQ1RUNR')
           END-EXEC.

       000016-COUNT-ONE-IN-SERVER.

           EXEC CICS READNEXT
                     FILE('QQ1RUNR')
                     INTO(QQ1RUNR-RECORD)
                     RIDFLD(RUNR-KEY)
                     RESP(WS-RUNR-RESP)
           END-EXEC.
           IF WS-RUNR-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF RUNR-IN-SERVER
               ADD 1 TO WS-IN-SERVER-TOTAL
           END-IF.

       000017-CORRECT-INFLIGHT-COUNTER.

      *    Only the count is corrected; the last reference_id and
      *    server timestamp CQQ1A121 left on the item stand.
           EXEC CICS READQ TS QUEUE(WS-INFLIGHT-QUEUE-NAME)
                     INTO(QQ1QUSC-RECORD)
                     LENGTH(WS-INFLIGHT-ITEM-LEN)
                     ITEM(1)
                     RESP(WS-INFLIGHT-RESP)
           END-EXEC.
           IF WS-INFLIGHT-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO QQ1QUSC-RECORD
               MOVE ZERO   TO QUSC-INFLIGHT-COUNT
           END-IF.
           IF QUSC-INFLIGHT-COUNT = WS-IN-SERVER-TOTAL
               EXIT PARAGRAPH
           END-IF.
           MOVE QUSC-INFLIGHT-COUNT TO WS-OLD-COUNT.
           MOVE WS-IN-SERVER-TOTAL  TO QUSC-INFLIGHT-COUNT.
           IF WS-INFLIGHT-RESP = DFHRESP(NORMAL)
               EXEC CICS WRITEQ TS QUEUE(WS-INFLIGHT-QUEUE-NAME)
                         FROM(QQ1QUSC-RECORD)
                         LENGTH(WS-INFLIGHT-ITEM-LEN)
                         ITEM(1)
                         REWRITE
                         RESP(WS-INFLIGHT-RESP)
               END-EXEC
           ELSE
               EXEC CICS WRITEQ TS QUEUE(WS-INFLIGHT-QUEUE-NAME)
                         FROM(QQ1QUSC-RECORD)
                         LENGTH(WS-INFLIGHT-ITEM-LEN)
                         RESP(WS-INFLIGHT-RESP)
               END-EXEC
           END-IF.
           MOVE 'QQ1INFLT'             TO WS-JOURNAL-FILE-ID.
           MOVE 'U'                    TO WS-JOURNAL-ACTION.
           MOVE 'ITEM 1'               TO WS-JOURNAL-KEY.
           MOVE SPACES                 TO WS-JOURNAL-IMAGE.
           STRING 'IN-SERVER COUNTER CORRECTED FROM ' DELIMITED SIZE
                  WS-OLD-COUNT DELIMITED SIZE
                  ' TO ' DELIMITED SIZE
                  WS-IN-SERVER-TOTAL DELIMITED SIZE
                  INTO WS-JOURNAL-IMAGE
           END-STRING.
           PERFORM 000070-JOURNAL-CORRECTION.

       000020-CHECK-HUNG-RUNS.

      *    Done outside the counter ENQs: a purged task's abend
      *    handler counts itself off under QQ1RUNCT.
           PERFORM 000021-CHECK-ONE-HUNG-RUN
               VARYING WS-RUN-IX FROM 1 BY 1
               UNTIL WS-RUN-IX > WS-RUN-COUNT.

       000021-CHECK-ONE-HUNG-RUN.

           IF NOT WS-RUN-LIVE(WS-RUN-IX)
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-AGE-MS =
               WS-NOW-ABSTIME - WS-RUN-START-ABSTIME(WS-RUN-IX).
           IF WS-AGE-MS NOT > WS-LIMIT-MS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-HUNG-TOTAL.
      *    A run is journaled as hung once, and its purge asked for
      *    once; the flags on its registry entry remember both. The
      *    entry is gone if the run ended since it was loaded.
           MOVE WS-RUN-TASK-NO(WS-RUN-IX) TO RUNR-TASK-NO.
           EXEC CICS READ FILE('QQ1RUNR')
                     INTO(QQ1RUNR-RECORD)
                     RIDFLD(RUNR-KEY)
                     UPDATE
                     RESP(WS-RUNR-RESP)
           END-EXEC.
           IF WS-RUNR-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           IF RUNR-HUNG
                   AND (RUNR-PURGE-REQUESTED OR NOT WS-PURGE-ENABLED)
               EXEC CICS UNLOCK FILE('QQ1RUNR')
               END-EXEC
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-AGE-SECONDS = WS-AGE-MS / 1000.
           MOVE 'QQ1RUNR '             TO WS-JOURNAL-FILE-ID.
           MOVE 'U'                    TO WS-JOURNAL-ACTION.
           MOVE SPACES                 TO WS-JOURNAL-KEY.
           MOVE RUNR-TASK-NO           TO WS-JOURNAL-KEY(1:7).
           MOVE 'N' TO WS-PURGE-NOW-FLAG.
           IF WS-PURGE-ENABLED AND NOT RUNR-PURGE-REQUESTED
               MOVE 'Y' TO WS-PURGE-NOW-FLAG
               MOVE 'Y' TO RUNR-PURGE-FLAG
           END-IF.
           IF NOT RUNR-HUNG
               MOVE 'Y' TO RUNR-HUNG-FLAG
               MOVE SPACES TO WS-JOURNAL-IMAGE
               STRING 'HUNG RUN - TASK ' DELIMITED SIZE
                      RUNR-TASK-NO DELIMITED SIZE
                      ' TRAN ' DELIMITED SIZE
                      RUNR-TRANSACTION-ID DELIMITED SIZE
                      ' IN FLIGHT ' DELIMITED SIZE
                      WS-AGE-SECONDS DELIMITED SIZE
                      ' SECS' DELIMITED SIZE
                      INTO WS-JOURNAL-IMAGE
               END-STRING
               PERFORM 000070-JOURNAL-CORRECTION
           END-IF.
           EXEC CICS REWRITE FILE('QQ1RUNR')
                     FROM(QQ1RUNR-RECORD)
                     RESP(WS-RUNR-RESP)
           END-EXEC.
           IF NOT WS-PURGE-NOW
               EXIT PARAGRAPH
           END-IF.
      *    PURGE, not FORCEPURGE: CICS refuses it while the task is
      *    not in a purgeable state, and the refusal is journaled
      *    for ops to act on rather than forced here.
           MOVE RUNR-TASK-NO TO WS-INQ-TASK-NO.
           EXEC CICS SET TASK(WS-INQ-TASK-NO)
                     PURGE
                     RESP(WS-PURGE-RESP)
           END-EXEC.
           MOVE SPACES TO WS-JOURNAL-IMAGE.
           IF WS-PURGE-RESP = DFHRESP(NORMAL)
               STRING 'HUNG RUN PURGED - TASK ' DELIMITED SIZE
                      RUNR-TASK-NO DELIMITED SIZE
                      ' TRAN ' DELIMITED SIZE
                      RUNR-TRANSACTION-ID DELIMITED SIZE
                      INTO WS-JOURNAL-IMAGE
               END-STRING
           ELSE
               MOVE WS-PURGE-RESP TO WS-RESP-CODE
               STRING 'HUNG RUN PURGE FAILED - TASK ' DELIMITED SIZE
                      RUNR-TASK-NO DELIMITED SIZE
                      ' RESP ' DELIMITED SIZE
                      WS-RESP-CODE DELIMITED SIZE
                      INTO WS-JOURNAL-IMAGE
               END-STRING
           END-IF.
           PERFORM 000070-JOURNAL-CORRECTION.

       000030-CLOSE-STRANDED-TOKENS.

      *    A QQ1ASYS token still pending past the in-flight limit
      *    with no live run holding it will never be closed out by
      *    its QQAS runner - the task is gone. Flip it to the
      *    interrupted status QQ1C0071 uses at startup, so the
      *    caller polling it learns the truth now rather than at
      *    the next recycle.
           MOVE 'N' TO WS-BROWSE-DONE-FLAG.
           MOVE LOW-VALUES TO ASYS-TOKEN.
           EXEC CICS STARTBR
                     FILE('QQ1ASYS')
                     RIDFLD(ASYS-TOKEN)
                     GTEQ
                     RESP(WS-ASYS-RESP)
           END-EXEC.
           IF WS-ASYS-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000031-CHECK-ONE-TOKEN UNTIL WS-BROWSE-DONE.
           EXEC CICS ENDBR
                     FILE('QQ1ASYS')
                     RESP(WS-ASYS-RESP)
           END-EXEC.

       000031-CHECK-ONE-TOKEN.

           EXEC CICS READNEXT
                     FILE('QQ1ASYS')
                     INTO(QQ1ASYS-RECORD)
                     RIDFLD(ASYS-TOKEN)
                     RESP(WS-ASYS-RESP)
           END-EXEC.
           IF WS-ASYS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF NOT ASYS-STATUS-PENDING
                   OR ASYS-START-TIMESTAMP NOT < WS-CUTOFF-TIMESTAMP
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-TOKEN-LIVE-FLAG.
           PERFORM 000032-MATCH-LIVE-TOKEN
               VARYING WS-RUN-IX FROM 1 BY 1
               UNTIL WS-RUN-IX > WS-RUN-COUNT
                  OR WS-TOKEN-LIVE.
           IF WS-TOKEN-LIVE
               EXIT PARAGRAPH
           END-IF.
      *    READ UPDATE inside a browse needs the browse released
      *    first - the QQ1C0071 sweep pattern.
           MOVE ASYS-TOKEN TO WS-HOLD-TOKEN.
           EXEC CICS ENDBR
                     FILE('QQ1ASYS')
           END-EXEC.
           EXEC CICS READ FILE('QQ1ASYS')
                     INTO(QQ1ASYS-RECORD)
                     RIDFLD(ASYS-TOKEN)
                     UPDATE
                     RESP(WS-ASYS-RESP)
           END-EXEC.
           IF WS-ASYS-RESP = DFHRESP(NORMAL)
               IF ASYS-STATUS-PENDING
                   MOVE 'I'              TO ASYS-STATUS
                   MOVE WS-NOW-TIMESTAMP TO ASYS-END-TIMESTAMP
                   EXEC CICS REWRITE FILE('QQ1ASYS')
                             FROM(QQ1ASYS-RECORD)
                             RESP(WS-ASYS-RESP)
                   END-EXEC
                   MOVE 'QQ1ASYS '     TO WS-JOURNAL-FILE-ID
                   MOVE 'U'            TO WS-JOURNAL-ACTION
                   MOVE ASYS-TOKEN     TO WS-JOURNAL-KEY
                   MOVE SPACES         TO WS-JOURNAL-IMAGE
                   STRING 'ASYNC TOKEN ' DELIMITED SIZE
                          ASYS-TOKEN DELIMITED SIZE
                          ' CLOSED INTERRUPTED - NO LIVE RUN'
                              DELIMITED SIZE
                          INTO WS-JOURNAL-IMAGE
                   END-STRING
                   PERFORM 000070-JOURNAL-CORRECTION
               ELSE
                   EXEC CICS UNLOCK FILE('QQ1ASYS')
                   END-EXEC
               END-IF
           END-IF.
           MOVE WS-HOLD-TOKEN TO ASYS-TOKEN.
           EXEC CICS STARTBR
                     FILE('QQ1ASYS')
                     RIDFLD(ASYS-TOKEN)
                     GTEQ
                     RESP(WS-ASYS-RESP)
           END-EXEC.
           IF WS-ASYS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE-FLAG
           END-IF.

       000032-MATCH-LIVE-TOKEN.

           IF WS-RUN-LIVE(WS-RUN-IX)
                   AND WS-RUN-TOKEN(WS-RUN-IX) = ASYS-TOKEN
               MOVE 'Y' TO WS-TOKEN-LIVE-FLAG
           END-IF.

       000040-WRITE-STATUS.

           MOVE WS-NOW-TIMESTAMP TO WDS-LAST-CYCLE-TIMESTAMP.
           MOVE WS-LIVE-TOTAL    TO WDS-RUNS-LIVE.
           MOVE WS-HUNG-TOTAL    TO WDS-RUNS-HUNG.
           EXEC CICS WRITEQ TS QUEUE(WS-WDOGS-QUEUE-NAME)
                     FROM(QQ1WDST-RECORD)
                     LENGTH(WS-WDOGS-ITEM-LEN)
                     ITEM(1)
                     REWRITE
                     RESP(WS-WDOGS-RESP)
           END-EXEC.
           IF WS-WDOGS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS WRITEQ TS QUEUE(WS-WDOGS-QUEUE-NAME)
                         FROM(QQ1WDST-RECORD)
                         LENGTH(WS-WDOGS-ITEM-LEN)
                         RESP(WS-WDOGS-RESP)
               END-EXEC
           END-IF.

       000050-SCHEDULE-NEXT-CYCLE.

           EXEC CICS CANCEL REQID(WS-START-REQID)
                     TRANSID('QQWD')
                     RESP(WS-START-RESP)
           END-EXEC.
           EXEC CICS START TRANSID('QQWD')
                     REQID(WS-START-REQID)
                     AFTER SECONDS(WS-INTERVAL-SECONDS)
                     RESP(WS-START-RESP)
           END-EXEC.

       000060-END-CYCLE.

           EXEC CICS DEQ RESOURCE(WS-ENQ-NAME)
                     LENGTH(8)
           END-EXEC.
      *    Started from a terminal, say what the cycle found so ops
      *    can see the watchdog is back.
           EXEC CICS ASSIGN
                     STARTCODE(WS-START-CODE)
           END-EXEC.
           IF WS-START-CODE = 'TD'
               MOVE WS-LIVE-TOTAL       TO CNF-LIVE
               MOVE WS-HUNG-TOTAL       TO CNF-HUNG
               MOVE WS-FIX-TOTAL        TO CNF-FIXES
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

       000070-JOURNAL-CORRECTION.

      *    One QQ1CTLL entry per correction, numbered apart in the
      *    timestamp's microsecond digits, and the latest one kept
      *    on the status item for the control panel.
           ADD 1 TO WS-JOURNAL-SEQ.
           MOVE WS-NOW-TIMESTAMP       TO CTLL-TIMESTAMP.
           MOVE WS-JOURNAL-SEQ         TO CTLL-TIMESTAMP(21:6).
           MOVE EIBTASKN               TO CTLL-TASKNO.
           MOVE WS-CHANGE-USERID       TO CTLL-USERID.
           MOVE WS-JOURNAL-FILE-ID     TO CTLL-FILE-ID.
           MOVE WS-JOURNAL-ACTION      TO CTLL-ACTION.
           MOVE WS-JOURNAL-KEY         TO CTLL-RECORD-KEY.
           MOVE WS-JOURNAL-IMAGE       TO CTLL-IMAGE.
           EXEC CICS WRITE FILE('QQ1CTLL')
                     FROM(QQ1CTLL-RECORD)
                     RIDFLD(CTLL-KEY)
                     RESP(WS-LOG-RESP)
           END-EXEC.
           ADD 1 TO WS-FIX-TOTAL.
           IF WDS-CORRECTIONS-TOTAL < 9999999
               ADD 1 TO WDS-CORRECTIONS-TOTAL
           END-IF.
           MOVE CTLL-TIMESTAMP         TO WDS-LAST-CORRECTION-TS.
           MOVE WS-JOURNAL-IMAGE       TO WDS-LAST-CORRECTION.
      *
      *   +->   QQ1C0100_HUNG_RUN_WATCHDOG          10/15/2026  00:00
      *   !       Started task QQWD. While the QQ1RGCT WATCHDOG row
      *   !       is on, checks every run on the QQ1RUNR in-flight
      *   !       registry against the tasks active in the region
      *   !       once per interval (minutes, from the row), removes
      *   !       runs whose task is gone, corrects the QQ1RUNCT and
      *   !       QQ1INFLT counters to the runs still alive, flags
      *   !       runs in flight past the HUNGRUN limit and, with
      *   !       that row's flag on, purges them, and closes out
      *   !       QQ1ASYS tokens left pending with no live run.
      *   !       Every correction is journaled to QQ1CTLL and the
      *   !       cycle summary is kept on TS queue QQ1WDOGS for the
      *   !       QQ1C0040 control panel. Reschedules itself on a
      *   !       fixed REQID; switching the row off ends the cycle.
      *   +---
