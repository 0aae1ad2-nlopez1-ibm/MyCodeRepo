      *COMPILE1: LANG(COBOL) CMP(DEFAULT) CICS(Y) DB2(N)
      *COMPILE2: MQS(N) DLL(N) IP(N) LDAP(N) EXCI(N) RENT(N)
      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
      ** Live metrics scrape endpoint in text exposition format
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  QQ1W0026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY QQ1RUNO.
       COPY QQ1RUNC.
       COPY QQ1QUSC.
       COPY QQ1RGCT.
       COPY QQ1BRCH.
       COPY QQ1QUAR.
       COPY QQ1METR.
       COPY QQ1WDST.
       01  WS-RUNO-RESP                PIC S9(8)   COMP.
       01  WS-RUNCT-RESP               PIC S9(8)   COMP.
       01  WS-INFLIGHT-RESP            PIC S9(8)   COMP.
       01  WS-RGCT-RESP                PIC S9(8)   COMP.
       01  WS-BRCH-RESP                PIC S9(8)   COMP.
       01  WS-QUAR-RESP                PIC S9(8)   COMP.
       01  WS-METR-RESP                PIC S9(8)   COMP.
       01  WS-WDOGS-RESP               PIC S9(8)   COMP.
       01  WS-RUNO-QUEUE-NAME          PIC X(8)    VALUE 'QQ1RUNO '.
       01  WS-RUNO-ITEM-LEN            PIC S9(4)   COMP VALUE +701.
       01  WS-RUNCT-QUEUE-NAME         PIC X(8)    VALUE 'QQ1RUNCT'.
       01  WS-RUNCT-ITEM-LEN           PIC S9(4)   COMP VALUE +5.
       01  WS-INFLIGHT-QUEUE-NAME      PIC X(8)    VALUE 'QQ1INFLT'.
       01  WS-INFLIGHT-ITEM-LEN        PIC S9(4)   COMP VALUE +60.
       01  WS-WDOGS-QUEUE-NAME         PIC X(8)    VALUE 'QQ1WDOGS'.
       01  WS-WDOGS-ITEM-LEN           PIC S9(4)   COMP VALUE +129.
       01  WS-BROWSE-DONE-FLAG         PIC X(1)    VALUE 'N'.
           88  WS-BROWSE-DONE                      VALUE 'Y'.
       01  WS-REGION-APPLID            PIC X(8)    VALUE SPACES.
       01  WS-RUNO-IDX                 PIC S9(4)   COMP.
       01  WS-PATH-TEXT                PIC X(8).
       01  WS-OUTCOME-TEXT             PIC X(6).
      *    The refusals the admission gate and the window guard
      *    turn away before the chain starts, summed over the
      *    entry paths. Always published, zero or not, so an alert
      *    rule has a series to watch from the first scrape.
       01  WS-REFUSAL-TABLE.
           05  WS-REFUSAL-ENTRY        OCCURS 4 TIMES.
               10  WS-REFUSAL-CODE     PIC X(4).
               10  WS-REFUSAL-COUNT    PIC S9(15)  COMP-3.
       01  WS-REFUSAL-IDX              PIC S9(4)   COMP.
       01  WS-OPEN-BREACH-TOTAL        PIC S9(15)  COMP-3 VALUE ZERO.
       01  WS-QUARANTINE-TOTAL         PIC S9(15)  COMP-3 VALUE ZERO.
      *    Recent per-hop timings: the latest QQ1METR records of
      *    this region's runs today, newest first, up to the limit.
      *    Canary and fault-injected runs are left out, as the
      *    statistics programs leave them out.
       01  WS-METR-KEY                 PIC X(37).
       01  WS-METR-LIMIT               PIC S9(4)   COMP VALUE +200.
       01  WS-METR-READ-TOTAL          PIC S9(4)   COMP VALUE ZERO.
       01  WS-RECENT-PREFIX.
           05  WS-RECENT-DATE          PIC X(8).
           05  WS-RECENT-REGION        PIC X(8).
       01  WS-ABSTIME                  PIC S9(15)  COMP-3.
       01  WS-HOP-TABLE.
           05  WS-HOP-ENTRY            OCCURS 4 TIMES.
               10  WS-HOP-NAME         PIC X(8).
               10  WS-HOP-SAMPLES      PIC S9(15)  COMP-3.
               10  WS-HOP-ELAPSED-SUM  PIC S9(15)  COMP-3.
               10  WS-HOP-ELAPSED-MAX  PIC S9(15)  COMP-3.
               10  WS-HOP-CPU-SUM      PIC S9(15)  COMP-3.
               10  WS-HOP-CPU-MAX      PIC S9(15)  COMP-3.
       01  WS-HOP-IDX                  PIC S9(4)   COMP.
      *    One metric family at a time: the name, type and help
      *    text go out once as the # HELP / # TYPE header, then a
      *    sample line per label set.
       01  WS-METRIC-NAME              PIC X(48).
       01  WS-METRIC-TYPE              PIC X(8).
       01  WS-METRIC-HELP              PIC X(72).
       01  WS-METRIC-LABELS            PIC X(80).
       01  WS-METRIC-VALUE             PIC S9(15)  COMP-3.
       01  WS-VALUE-EDIT               PIC -(15)9.
       01  WS-VALUE-LEAD               PIC S9(4)   COMP.
      *    EBCDIC line feed; CICS converts the text body to the
      *    client's code page on the way out.
       01  WS-NEWLINE                  PIC X(1)    VALUE X'25'.
       01  WS-MEDIA-TYPE               PIC X(56)   VALUE
               'text/plain; version=0.0.4'.
       01  WS-RESPONSE-BODY            PIC X(16000) VALUE SPACES.
       01  WS-RESPONSE-LENGTH          PIC S9(8)   COMP.
       01  WS-RESPONSE-PTR             PIC S9(8)   COMP VALUE 1.
       01  WS-BODY-FULL-FLAG           PIC X(1)    VALUE 'N'.
           88  WS-BODY-FULL                        VALUE 'Y'.
       01  WS-STATUS-CODE              PIC 9(3)    VALUE 200.
       PROCEDURE DIVISION.
       000000-CONTROL.

      *    URIMAP /qq1perf/metrics (transaction QQW6), scraped by
      *    the enterprise monitoring platform. Publishes the
      *    chain's current counters and gauges in the standard
      *    text exposition format: runs by entry path and outcome,
      *    refusals, in-flight runs against the CONCURR limit,
      *    drain and breaker state, open SLA breaches, quarantined
      *    MQ requests, the watchdog's findings and recent per-hop
      *    timings. Read-only - nothing here is updated, and a
      *    source that cannot be read publishes as zero rather
      *    than failing the scrape. Unlike /qq1perf/health it
      *    probes nothing: the platform's own rules decide what
      *    is wrong.
           EXEC CICS ASSIGN
                     APPLID(WS-REGION-APPLID)
           END-EXEC.
           PERFORM 000010-PUBLISH-REGION-INFO.
           PERFORM 000020-PUBLISH-RUN-OUTCOMES.
           PERFORM 000030-PUBLISH-IN-FLIGHT.
           PERFORM 000040-PUBLISH-RUN-CONTROLS.
           PERFORM 000050-PUBLISH-OPEN-BREACHES.
           PERFORM 000055-PUBLISH-QUARANTINE.
           PERFORM 000060-PUBLISH-WATCHDOG.
           PERFORM 000070-PUBLISH-HOP-TIMINGS.
           PERFORM 000090-SEND-RESPONSE.
           EXEC CICS RETURN
           END-EXEC.

       000010-PUBLISH-REGION-INFO.

           MOVE 'qq1perf_region_info' TO WS-METRIC-NAME.
           MOVE 'gauge'               TO WS-METRIC-TYPE.
           MOVE 'CICS region serving this endpoint (always 1).'
               TO WS-METRIC-HELP.
           PERFORM 000080-APPEND-HEADER.
           MOVE SPACES TO WS-METRIC-LABELS.
           STRING '{applid="'      DELIMITED SIZE
                  WS-REGION-APPLID DELIMITED SPACE
                  '"}'             DELIMITED SIZE
                  INTO WS-METRIC-LABELS
           END-STRING.
           MOVE 1 TO WS-METRIC-VALUE.
           PERFORM 000081-APPEND-SAMPLE.

       000020-PUBLISH-RUN-OUTCOMES.

      *    QQ1C0021 counts every run's final outcome on QQ1RUNO from
      *    region start; an outcome code of spaces is a normal run.
           MOVE 'BUSY' TO WS-REFUSAL-CODE(1).
           MOVE 'WNDW' TO WS-REFUSAL-CODE(2).
           MOVE 'DRNG' TO WS-REFUSAL-CODE(3).
           MOVE 'BRKR' TO WS-REFUSAL-CODE(4).
           MOVE ZERO   TO WS-REFUSAL-COUNT(1) WS-REFUSAL-COUNT(2)
                          WS-REFUSAL-COUNT(3) WS-REFUSAL-COUNT(4).
           EXEC CICS READQ TS QUEUE(WS-RUNO-QUEUE-NAME)
                     INTO(QQ1RUNO-RECORD)
                     LENGTH(WS-RUNO-ITEM-LEN)
                     ITEM(1)
                     RESP(WS-RUNO-RESP)
           END-EXEC.
           IF WS-RUNO-RESP NOT = DFHRESP(NORMAL)
               MOVE ZERO TO RUNO-ENTRY-COUNT
           END-IF.
           MOVE 'qq1perf_runs_total' TO WS-METRIC-NAME.
           MOVE 'counter'            TO WS-METRIC-TYPE.
           MOVE 'Chain runs since region start, by entry path and outcom
      -         'e code.'
               TO WS-METRIC-HELP.
           PERFORM 000080-APPEND-HEADER.
           PERFORM 000021-PUBLISH-ONE-OUTCOME
               VARYING WS-RUNO-IDX FROM 1 BY 1
               UNTIL WS-RUNO-IDX > RUNO-ENTRY-COUNT.
           MOVE 'qq1perf_refusals_total' TO WS-METRIC-NAME.
           MOVE 'counter'                TO WS-METRIC-TYPE.
           MOVE 'Runs refused before the chain started, by reason.'
               TO WS-METRIC-HELP.
           PERFORM 000080-APPEND-HEADER.
           PERFORM 000023-PUBLISH-ONE-REFUSAL
               VARYING WS-REFUSAL-IDX FROM 1 BY 1
               UNTIL WS-REFUSAL-IDX > 4.

       000021-PUBLISH-ONE-OUTCOME.

           EVALUATE RUNO-ENTRY-PATH(WS-RUNO-IDX)
               WHEN 'T'
                   MOVE 'terminal' TO WS-PATH-TEXT
               WHEN 'X'
                   MOVE 'exci'     TO WS-PATH-TEXT
               WHEN 'W'
                   MOVE 'web'      TO WS-PATH-TEXT
               WHEN 'M'
                   MOVE 'mq'       TO WS-PATH-TEXT
               WHEN OTHER
                   MOVE 'other'    TO WS-PATH-TEXT
           END-EVALUATE.
           EVALUATE RUNO-ABCODE(WS-RUNO-IDX)
               WHEN SPACES
                   MOVE 'normal' TO WS-OUTCOME-TEXT
               WHEN '****'
                   MOVE 'other'  TO WS-OUTCOME-TEXT
               WHEN OTHER
                   MOVE RUNO-ABCODE(WS-RUNO-IDX) TO WS-OUTCOME-TEXT
           END-EVALUATE.
           MOVE SPACES TO WS-METRIC-LABELS.
           STRING '{path="'        DELIMITED SIZE
                  WS-PATH-TEXT     DELIMITED SPACE
                  '",outcome="'    DELIMITED SIZE
                  WS-OUTCOME-TEXT  DELIMITED SPACE
                  '"}'             DELIMITED SIZE
                  INTO WS-METRIC-LABELS
           END-STRING.
           MOVE RUNO-RUN-COUNT(WS-RUNO-IDX) TO WS-METRIC-VALUE.
           PERFORM 000081-APPEND-SAMPLE.
           PERFORM 000022-ADD-TO-REFUSALS
               VARYING WS-REFUSAL-IDX FROM 1 BY 1
               UNTIL WS-REFUSAL-IDX > 4.

       000022-ADD-TO-REFUSALS.

           IF RUNO-ABCODE(WS-RUNO-IDX) = WS-REFUSAL-CODE(WS-REFUSAL-IDX)
               ADD RUNO-RUN-COUNT(WS-RUNO-IDX)
                   TO WS-REFUSAL-COUNT(WS-REFUSAL-IDX)
           END-IF.

       000023-PUBLISH-ONE-REFUSAL.

           MOVE SPACES TO WS-METRIC-LABELS.
           STRING '{reason="'                      DELIMITED SIZE
                  WS-REFUSAL-CODE(WS-REFUSAL-IDX)  DELIMITED SIZE
                  '"}'                             DELIMITED SIZE
                  INTO WS-METRIC-LABELS
           END-STRING.
           MOVE WS-REFUSAL-COUNT(WS-REFUSAL-IDX) TO WS-METRIC-VALUE.
           PERFORM 000081-APPEND-SAMPLE.

       000030-PUBLISH-IN-FLIGHT.

           EXEC CICS READQ TS QUEUE(WS-RUNCT-QUEUE-NAME)
                     INTO(QQ1RUNC-RECORD)
                     LENGTH(WS-RUNCT-ITEM-LEN)
                     ITEM(1)
                     RESP(WS-RUNCT-RESP)
           END-EXEC.
           IF WS-RUNCT-RESP NOT = DFHRESP(NORMAL)
               MOVE ZERO TO RUNC-INFLIGHT-COUNT
           END-IF.
           MOVE 'qq1perf_runs_in_flight' TO WS-METRIC-NAME.
           MOVE 'gauge'                  TO WS-METRIC-TYPE.
           MOVE 'Chain runs admitted and not yet ended (QQ1RUNCT).'
               TO WS-METRIC-HELP.
           PERFORM 000080-APPEND-HEADER.
           MOVE SPACES              TO WS-METRIC-LABELS.
           MOVE RUNC-INFLIGHT-COUNT TO WS-METRIC-VALUE.
           PERFORM 000081-APPEND-SAMPLE.
           EXEC CICS READQ TS QUEUE(WS-INFLIGHT-QUEUE-NAME)
                     INTO(QQ1QUSC-RECORD)
                     LENGTH(WS-INFLIGHT-ITEM-LEN)
                     ITEM(1)
                     RESP(WS-INFLIGHT-RESP)
           END-EXEC.
           IF WS-INFLIGHT-RESP NOT = DFHRESP(NORMAL)
               MOVE ZERO TO QUSC-INFLIGHT-COUNT
           END-IF.
           MOVE 'qq1perf_requests_in_server' TO WS-METRIC-NAME.
           MOVE 'gauge'                      TO WS-METRIC-TYPE.
           MOVE 'Runs inside the IQQ1A031 call right now (QQ1INFLT).'
               TO WS-METRIC-HELP.
           PERFORM 000080-APPEND-HEADER.
           MOVE SPACES              TO WS-METRIC-LABELS.
           MOVE QUSC-INFLIGHT-COUNT TO WS-METRIC-VALUE.
           PERFORM 000081-APPEND-SAMPLE.

       000040-PUBLISH-RUN-CONTROLS.

      *    The QQ1RGCT rows QQ1C0021's admission gate reads. No row
      *    publishes as zero - no limit, not draining, not tripped.
           MOVE 'CONCURR ' TO RGC-KEY.
           PERFORM 000041-READ-CONTROL-ROW.
           MOVE 'qq1perf_concurrency_limit' TO WS-METRIC-NAME.
           MOVE 'gauge'                     TO WS-METRIC-TYPE.
           MOVE 'Region-wide concurrent run limit (0 = no limit).'
               TO WS-METRIC-HELP.
           PERFORM 000080-APPEND-HEADER.
           MOVE SPACES    TO WS-METRIC-LABELS.
           MOVE RGC-VALUE TO WS-METRIC-VALUE.
           PERFORM 000081-APPEND-SAMPLE.
           MOVE 'DRAIN   ' TO RGC-KEY.
           PERFORM 000041-READ-CONTROL-ROW.
           MOVE 'qq1perf_drain_active' TO WS-METRIC-NAME.
           MOVE 'gauge'                TO WS-METRIC-TYPE.
           MOVE '1 while the region drains for maintenance (DRNG).'
               TO WS-METRIC-HELP.
           PERFORM 000080-APPEND-HEADER.
           MOVE SPACES TO WS-METRIC-LABELS.
           PERFORM 000042-FLAG-TO-VALUE.
           PERFORM 000081-APPEND-SAMPLE.
           MOVE 'BREAKER ' TO RGC-KEY.
           PERFORM 000041-READ-CONTROL-ROW.
           MOVE 'qq1perf_breaker_tripped' TO WS-METRIC-NAME.
           MOVE 'gauge'                   TO WS-METRIC-TYPE.
           MOVE '1 while the circuit breaker refuses runs (BRKR).'
               TO WS-METRIC-HELP.
           PERFORM 000080-APPEND-HEADER.
           MOVE SPACES TO WS-METRIC-LABELS.
           PERFORM 000042-FLAG-TO-VALUE.
           PERFORM 000081-APPEND-SAMPLE.
           MOVE 'qq1perf_breaker_consecutive_abnormal'
               TO WS-METRIC-NAME.
           MOVE 'gauge' TO WS-METRIC-TYPE.
           MOVE 'Consecutive abnormal outcomes counted by the breaker.'
               TO WS-METRIC-HELP.
           PERFORM 000080-APPEND-HEADER.
           MOVE SPACES     TO WS-METRIC-LABELS.
           MOVE RGC-VALUE2 TO WS-METRIC-VALUE.
           PERFORM 000081-APPEND-SAMPLE.
           MOVE 'qq1perf_breaker_threshold' TO WS-METRIC-NAME.
           MOVE 'gauge'                     TO WS-METRIC-TYPE.
           MOVE 'Breaker trip threshold (0 = breaker disabled).'
               TO WS-METRIC-HELP.
           PERFORM 000080-APPEND-HEADER.
           MOVE SPACES    TO WS-METRIC-LABELS.
           MOVE RGC-VALUE TO WS-METRIC-VALUE.
           PERFORM 000081-APPEND-SAMPLE.

       000041-READ-CONTROL-ROW.

           EXEC CICS READ FILE('QQ1RGCT')
                     INTO(QQ1RGCT-RECORD)
                     RIDFLD(RGC-KEY)
                     RESP(WS-RGCT-RESP)
           END-EXEC.
           IF WS-RGCT-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N'  TO RGC-FLAG
               MOVE ZERO TO RGC-VALUE RGC-VALUE2
           END-IF.

       000042-FLAG-TO-VALUE.

           IF RGC-FLAG-ON
               MOVE 1    TO WS-METRIC-VALUE
           ELSE
               MOVE ZERO TO WS-METRIC-VALUE
           END-IF.

       000050-PUBLISH-OPEN-BREACHES.

      *    Open means not yet acknowledged on the QQMB screen
      *    (QQ1C0053), whatever the age of the breach.
           MOVE 'N'        TO WS-BROWSE-DONE-FLAG.
           MOVE LOW-VALUES TO BRC-KEY.
           EXEC CICS STARTBR
                     FILE('QQ1BRCH')
                     RIDFLD(BRC-KEY)
                     GTEQ
                     RESP(WS-BRCH-RESP)
           END-EXEC.
           IF WS-BRCH-RESP = DFHRESP(NORMAL)
               PERFORM 000051-COUNT-ONE-BREACH UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR
                         FILE('QQ1BRCH')
               END-EXEC
           END-IF.
           MOVE 'qq1perf_sla_breaches_open' TO WS-METRIC-NAME.
           MOVE 'gauge'                     TO WS-METRIC-TYPE.
           MOVE 'QQ1BRCH SLA breaches not yet acknowledged.'
               TO WS-METRIC-HELP.
           PERFORM 000080-APPEND-HEADER.
           MOVE SPACES               TO WS-METRIC-LABELS.
           MOVE WS-OPEN-BREACH-TOTAL TO WS-METRIC-VALUE.
           PERFORM 000081-APPEND-SAMPLE.

       000051-COUNT-ONE-BREACH.

           EXEC CICS READNEXT
                     FILE('QQ1BRCH')
                     INTO(QQ1BRCH-RECORD)
                     RIDFLD(BRC-KEY)
                     RESP(WS-BRCH-RESP)
           END-EXEC.
           IF WS-BRCH-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF NOT BRC-ACKED
               ADD 1 TO WS-OPEN-BREACH-TOTAL
           END-IF.

       000055-PUBLISH-QUARANTINE.

      *    Still quarantined means neither resubmitted nor rejected
      *    on the QQ1C0061 review screen yet.
           MOVE 'N'        TO WS-BROWSE-DONE-FLAG.
           MOVE LOW-VALUES TO QUA-KEY.
           EXEC CICS STARTBR
                     FILE('QQ1QUAR')
                     RIDFLD(QUA-KEY)
                     GTEQ
                     RESP(WS-QUAR-RESP)
           END-EXEC.
           IF WS-QUAR-RESP = DFHRESP(NORMAL)
               PERFORM 000056-COUNT-ONE-QUARANTINE
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR
                         FILE('QQ1QUAR')
               END-EXEC
           END-IF.
           MOVE 'qq1perf_requests_quarantined' TO WS-METRIC-NAME.
           MOVE 'gauge'                        TO WS-METRIC-TYPE.
           MOVE 'QQ1QUAR MQ requests awaiting a review decision.'
               TO WS-METRIC-HELP.
           PERFORM 000080-APPEND-HEADER.
           MOVE SPACES              TO WS-METRIC-LABELS.
           MOVE WS-QUARANTINE-TOTAL TO WS-METRIC-VALUE.
           PERFORM 000081-APPEND-SAMPLE.

       000056-COUNT-ONE-QUARANTINE.

           EXEC CICS READNEXT
                     FILE('QQ1QUAR')
                     INTO(QQ1QUAR-RECORD)
                     RIDFLD(QUA-KEY)
                     RESP(WS-QUAR-RESP)
           END-EXEC.
           IF WS-QUAR-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF QUA-QUARANTINED
               ADD 1 TO WS-QUARANTINE-TOTAL
           END-IF.

       000060-PUBLISH-WATCHDOG.

      *    What the QQWD hung-run watchdog (QQ1C0100) found on its
      *    last cycle, and how many corrections it has made.
           EXEC CICS READQ TS QUEUE(WS-WDOGS-QUEUE-NAME)
                     INTO(QQ1WDST-RECORD)
                     LENGTH(WS-WDOGS-ITEM-LEN)
                     ITEM(1)
                     RESP(WS-WDOGS-RESP)
           END-EXEC.
           IF WS-WDOGS-RESP NOT = DFHRESP(NORMAL)
               MOVE ZERO TO WDS-RUNS-HUNG WDS-CORRECTIONS-TOTAL
           END-IF.
           MOVE 'qq1perf_runs_hung' TO WS-METRIC-NAME.
           MOVE 'gauge'             TO WS-METRIC-TYPE.
           MOVE 'Runs over the HUNGRUN in-flight limit at the last watch
      -         'dog cycle.'
               TO WS-METRIC-HELP.
           PERFORM 000080-APPEND-HEADER.
           MOVE SPACES        TO WS-METRIC-LABELS.
           MOVE WDS-RUNS-HUNG TO WS-METRIC-VALUE.
           PERFORM 000081-APPEND-SAMPLE.
           MOVE 'qq1perf_watchdog_corrections_total' TO WS-METRIC-NAME.
           MOVE 'counter'                            TO WS-METRIC-TYPE.
           MOVE 'Corrections the watchdog has journaled to QQ1CTLL.'
               TO WS-METRIC-HELP.
           PERFORM 000080-APPEND-HEADER.
           MOVE SPACES                TO WS-METRIC-LABELS.
           MOVE WDS-CORRECTIONS-TOTAL TO WS-METRIC-VALUE.
           PERFORM 000081-APPEND-SAMPLE.

       000070-PUBLISH-HOP-TIMINGS.

      *    QQ1METR is keyed by reference_id, which begins with the
      *    run date and region - browsing back from the end of the
      *    file meets this region's latest runs of the day first.
      *    Elapsed ticks are ASKTIME milliseconds; CPU ticks are as
      *    QQ1C0021 records them.
           MOVE 'CQQ1A121' TO WS-HOP-NAME(1).
           MOVE 'CQQ1A131' TO WS-HOP-NAME(2).
           MOVE 'CQQ1A130' TO WS-HOP-NAME(3).
           MOVE 'IQQ1A031' TO WS-HOP-NAME(4).
           PERFORM 000071-CLEAR-ONE-HOP
               VARYING WS-HOP-IDX FROM 1 BY 1
               UNTIL WS-HOP-IDX > 4.
           EXEC CICS ASKTIME
                     ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-RECENT-DATE)
           END-EXEC.
           MOVE WS-REGION-APPLID TO WS-RECENT-REGION.
           MOVE 'N'         TO WS-BROWSE-DONE-FLAG.
           MOVE HIGH-VALUES TO WS-METR-KEY.
           EXEC CICS STARTBR
                     FILE('QQ1METR')
                     RIDFLD(WS-METR-KEY)
                     GTEQ
                     RESP(WS-METR-RESP)
           END-EXEC.
           IF WS-METR-RESP = DFHRESP(NORMAL)
               PERFORM 000072-READ-ONE-RECENT-METRIC
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR
                         FILE('QQ1METR')
               END-EXEC
           END-IF.
           MOVE 'qq1perf_hop_samples' TO WS-METRIC-NAME.
           MOVE 'gauge'               TO WS-METRIC-TYPE.
           MOVE 'Recent runs behind the per-hop timings below.'
               TO WS-METRIC-HELP.
           PERFORM 000080-APPEND-HEADER.
           PERFORM 000074-PUBLISH-HOP-SAMPLES
               VARYING WS-HOP-IDX FROM 1 BY 1
               UNTIL WS-HOP-IDX > 4.
           MOVE 'qq1perf_hop_elapsed_ticks_avg' TO WS-METRIC-NAME.
           MOVE 'gauge'                         TO WS-METRIC-TYPE.
           MOVE 'Mean elapsed ticks (ms) per run of each hop, recent run
      -         's.'
               TO WS-METRIC-HELP.
           PERFORM 000080-APPEND-HEADER.
           PERFORM 000075-PUBLISH-HOP-ELAPSED-AVG
               VARYING WS-HOP-IDX FROM 1 BY 1
               UNTIL WS-HOP-IDX > 4.
           MOVE 'qq1perf_hop_elapsed_ticks_max' TO WS-METRIC-NAME.
           MOVE 'gauge'                         TO WS-METRIC-TYPE.
           MOVE 'Largest elapsed ticks (ms) of each hop, recent runs.'
               TO WS-METRIC-HELP.
           PERFORM 000080-APPEND-HEADER.
           PERFORM 000076-PUBLISH-HOP-ELAPSED-MAX
               VARYING WS-HOP-IDX FROM 1 BY 1
               UNTIL WS-HOP-IDX > 4.
           MOVE 'qq1perf_hop_cpu_ticks_avg' TO WS-METRIC-NAME.
           MOVE 'gauge'                     TO WS-METRIC-TYPE.
           MOVE 'Mean CPU ticks per run of each hop, recent runs.'
               TO WS-METRIC-HELP.
           PERFORM 000080-APPEND-HEADER.
           PERFORM 000077-PUBLISH-HOP-CPU-AVG
               VARYING WS-HOP-IDX FROM 1 BY 1
               UNTIL WS-HOP-IDX > 4.
           MOVE 'qq1perf_hop_cpu_ticks_max' TO WS-METRIC-NAME.
           MOVE 'gauge'                     TO WS-METRIC-TYPE.
           MOVE 'Largest CPU ticks of each hop, recent runs.'
               TO WS-METRIC-HELP.
           PERFORM 000080-APPEND-HEADER.
           PERFORM 000078-PUBLISH-HOP-CPU-MAX
               VARYING WS-HOP-IDX FROM 1 BY 1
               UNTIL WS-HOP-IDX > 4.

       000071-CLEAR-ONE-HOP.

           MOVE ZERO TO WS-HOP-SAMPLES(WS-HOP-IDX)
                        WS-HOP-ELAPSED-SUM(WS-HOP-IDX)
                        WS-HOP-ELAPSED-MAX(WS-HOP-IDX)
                        WS-HOP-CPU-SUM(WS-HOP-IDX)
                        WS-HOP-CPU-MAX(WS-HOP-IDX).

       000072-READ-ONE-RECENT-METRIC.

           IF WS-METR-READ-TOTAL NOT < WS-METR-LIMIT
               MOVE 'Y' TO WS-BROWSE-DONE-FLAG
               EXIT PARAGRAPH
           END-IF.
           EXEC CICS READPREV
                     FILE('QQ1METR')
                     INTO(QQ1METRIC-RECORD)
                     RIDFLD(WS-METR-KEY)
                     RESP(WS-METR-RESP)
           END-EXEC.
           IF WS-METR-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE-FLAG
               EXIT PARAGRAPH
           END-IF.
      *    Past this region's runs of today - later regions sort
      *    after it and are passed over, anything earlier ends it.
           IF MET-RUN-REFERENCE-ID(1:16) > WS-RECENT-PREFIX
               EXIT PARAGRAPH
           END-IF.
           IF MET-RUN-REFERENCE-ID(1:16) < WS-RECENT-PREFIX
               MOVE 'Y' TO WS-BROWSE-DONE-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-METR-READ-TOTAL.
           IF MET-CANARY-RUN OR MET-FAULT-INJECTED-RUN
                   OR MET-CALL-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000073-ADD-TO-HOP
               VARYING WS-HOP-IDX FROM 1 BY 1
               UNTIL WS-HOP-IDX > 4.

       000073-ADD-TO-HOP.

           IF MET-PROGRAM-ID NOT = WS-HOP-NAME(WS-HOP-IDX)
               EXIT PARAGRAPH
           END-IF.
           ADD 1                 TO WS-HOP-SAMPLES(WS-HOP-IDX).
           ADD MET-ELAPSED-TICKS TO WS-HOP-ELAPSED-SUM(WS-HOP-IDX).
           ADD MET-CPU-TICKS     TO WS-HOP-CPU-SUM(WS-HOP-IDX).
           IF MET-ELAPSED-TICKS > WS-HOP-ELAPSED-MAX(WS-HOP-IDX)
               MOVE MET-ELAPSED-TICKS
                   TO WS-HOP-ELAPSED-MAX(WS-HOP-IDX)
           END-IF.
           IF MET-CPU-TICKS > WS-HOP-CPU-MAX(WS-HOP-IDX)
               MOVE MET-CPU-TICKS TO WS-HOP-CPU-MAX(WS-HOP-IDX)
           END-IF.

       000074-PUBLISH-HOP-SAMPLES.

           PERFORM 000079-BUILD-HOP-LABELS.
           MOVE WS-HOP-SAMPLES(WS-HOP-IDX) TO WS-METRIC-VALUE.
           PERFORM 000081-APPEND-SAMPLE.

       000075-PUBLISH-HOP-ELAPSED-AVG.

           PERFORM 000079-BUILD-HOP-LABELS.
           MOVE ZERO TO WS-METRIC-VALUE.
           IF WS-HOP-SAMPLES(WS-HOP-IDX) > ZERO
               COMPUTE WS-METRIC-VALUE ROUNDED =
                   WS-HOP-ELAPSED-SUM(WS-HOP-IDX)
                       / WS-HOP-SAMPLES(WS-HOP-IDX)
           END-IF.
           PERFORM 000081-APPEND-SAMPLE.

       000076-PUBLISH-HOP-ELAPSED-MAX.

           PERFORM 000079-BUILD-HOP-LABELS.
           MOVE WS-HOP-ELAPSED-MAX(WS-HOP-IDX) TO WS-METRIC-VALUE.
           PERFORM 000081-APPEND-SAMPLE.

       000077-PUBLISH-HOP-CPU-AVG.

           PERFORM 000079-BUILD-HOP-LABELS.
           MOVE ZERO TO WS-METRIC-VALUE.
           IF WS-HOP-SAMPLES(WS-HOP-IDX) > ZERO
               COMPUTE WS-METRIC-VALUE ROUNDED =
                   WS-HOP-CPU-SUM(WS-HOP-IDX)
                       / WS-HOP-SAMPLES(WS-HOP-IDX)
           END-IF.
           PERFORM 000081-APPEND-SAMPLE.

       000078-PUBLISH-HOP-CPU-MAX.

           PERFORM 000079-BUILD-HOP-LABELS.
           MOVE WS-HOP-CPU-MAX(WS-HOP-IDX) TO WS-METRIC-VALUE.
           PERFORM 000081-APPEND-SAMPLE.

       000079-BUILD-HOP-LABELS.

           MOVE SPACES TO WS-METRIC-LABELS.
           STRING '{hop="'                 DELIMITED SIZE
                  WS-HOP-NAME(WS-HOP-IDX)  DELIMITED SPACE
                  '"}'                     DELIMITED SIZE
                  INTO WS-METRIC-LABELS
           END-STRING.

       000080-APPEND-HEADER.

           STRING '# HELP '       DELIMITED SIZE
                  WS-METRIC-NAME  DELIMITED SPACE
                  ' '             DELIMITED SIZE
                  WS-METRIC-HELP  DELIMITED '  '
                  WS-NEWLINE      DELIMITED SIZE
                  '# TYPE '       DELIMITED SIZE
                  WS-METRIC-NAME  DELIMITED SPACE
                  ' '             DELIMITED SIZE
                  WS-METRIC-TYPE  DELIMITED SPACE
                  WS-NEWLINE      DELIMITED SIZE
             INTO WS-RESPONSE-BODY
             WITH POINTER WS-RESPONSE-PTR
             ON OVERFLOW
                 MOVE 'Y' TO WS-BODY-FULL-FLAG
           END-STRING.

       000081-APPEND-SAMPLE.

      *    The value goes out without the edit picture's leading
      *    spaces: one blank between the label set and the number.
           MOVE WS-METRIC-VALUE TO WS-VALUE-EDIT.
           MOVE ZERO TO WS-VALUE-LEAD.
           INSPECT WS-VALUE-EDIT
               TALLYING WS-VALUE-LEAD FOR LEADING SPACES.
           STRING WS-METRIC-NAME   DELIMITED SPACE
                  WS-METRIC-LABELS DELIMITED SPACE
                  ' '              DELIMITED SIZE
                  WS-VALUE-EDIT(WS-VALUE-LEAD + 1:)
                                   DELIMITED SIZE
                  WS-NEWLINE       DELIMITED SIZE
             INTO WS-RESPONSE-BODY
             WITH POINTER WS-RESPONSE-PTR
             ON OVERFLOW
                 MOVE 'Y' TO WS-BODY-FULL-FLAG
           END-STRING.

       000090-SEND-RESPONSE.

      *    A body that outgrew the buffer would end mid-line and
      *    be rejected by the scraper as a whole - say so with a
      *    500 instead.
           IF WS-BODY-FULL
               MOVE 500 TO WS-STATUS-CODE
           END-IF.
           COMPUTE WS-RESPONSE-LENGTH = WS-RESPONSE-PTR - 1.
           EXEC CICS WEB SEND
                     BODY(WS-RESPONSE-BODY)
                     LENGTH(WS-RESPONSE-LENGTH)
                     MEDIATYPE(WS-MEDIA-TYPE)
                     STATUSCODE(WS-STATUS-CODE)
           END-EXEC.
      *
      *   +->   QQ1W0026_METRICS_SCRAPE_ENDPOINT    10/15/2026  00:00
      *   !       URIMAP-invoked scrape endpoint on /qq1perf/metrics
      *   !       (QQW6) for the enterprise monitoring platform.
      *   !       Publishes current counters and gauges in the text
      *   !       exposition format: runs since region start by
      *   !       entry path and outcome (QQ1RUNO), BUSY/WNDW/DRNG/
      *   !       BRKR refusals, in-flight runs and in-server
      *   !       requests against the CONCURR limit, drain and
      *   !       breaker state, unacknowledged QQ1BRCH breaches,
      *   !       quarantined QQ1QUAR requests, the QQWD watchdog's
      *   !       hung runs and corrections, and per-hop elapsed/CPU
      *   !       over this region's latest QQ1METR records - so
      *   !       alerting and dashboards live in the platform
      *   !       rather than on the green screens.
      *   +---
