       01  WS-REFUSAL-ABCODE           PIC X(4)    VALUE 'BUSY'.
       01  WS-RUN-COUNTED-FLAG         PIC X(1)    VALUE 'N'.
           88  WS-RUN-COUNTED                      VALUE 'Y'.
      *    In-flight run registry: one QQ1RUNR record per counted
      *    run, kept in step with QQ1RUNCT for the QQWD watchdog -
      *    see 000033/000034.
       COPY QQ1RUNR.
       01  WS-RUNR-RESP                PIC S9(8)   COMP.
      *    Region run-outcome counters by entry path and final
      *    ABCODE, published by the QQ1W0026 metrics endpoint -
      *    see 000035.
       COPY QQ1RUNO.
       01  WS-RUNO-RESP                PIC S9(8)   COMP.
       01  WS-RUNO-QUEUE-NAME          PIC X(8)    VALUE 'QQ1RUNO '.
       01  WS-RUNO-ITEM-LEN            PIC S9(4)   COMP VALUE +701.
       01  WS-RUNO-IDX                 PIC S9(4)   COMP.
       01  WS-RUNO-HIT                 PIC S9(4)   COMP.
       01  WS-RUNO-ABSTIME             PIC S9(15)  COMP-3.
       01  WS-RUNO-DATE                PIC X(10).
       01  WS-RUNO-TIME                PIC X(8).
       01  WS-OUTCOME-ABCODE           PIC X(4)    VALUE SPACES.
       01  WS-OUTCOME-COUNTED-FLAG     PIC X(1)    VALUE 'N'.
           88  WS-OUTCOME-COUNTED                  VALUE 'Y'.
      *    Message-coverage outcome of this run's IQQ1A031 lookup,
      *    published as container QQ1WEBFB for the QQ1C0054 dialect
      *    certification driver: byte 1 = DSD-RESULT-FOUND-FLAG,
       01  WS-WINDOW-HH                PIC 9(2).
       01  WS-WINDOW-MI                PIC 9(2).
       01  WS-WINDOW-HHMM              PIC 9(4).
      *    Campaign id stamped on this run's audit record, metric
      *    records and DB2 row: from the EXCI COMMAREA on the
      *    QQ1B0012 path, from container QQ1CMPCN on the channel
      *    parameter and by QQ1C0060 from MQRQ-CAMPAIGN-ID),
      *    spaces for an ad-hoc terminal run.
       01  WS-CAMPAIGN-ID              PIC X(8)    VALUE SPACES.
      *    Intake register entry for a QQ1B0012 batch iteration -
      *    see 000028-REGISTER-BATCH-RUN.
       COPY QQ1INTK.
       01  WS-INTK-RESP                PIC S9(8)   COMP.
       01  WS-INTK-ABSTIME             PIC S9(15)  COMP-3.
       01  WS-INTK-DATE                PIC X(10).
       01  WS-INTK-TIME                PIC X(8).
       01  WS-SLAT-RESP                PIC S9(8)   COMP.
       01  WS-SLA-BREACH-FLAG          PIC X(1)    VALUE 'N'.
           88  WS-SLA-BREACH                       VALUE 'Y'.
       01  WS-MQ-OBJECT-NAME           PIC X(48)   VALUE
               'QQ1.PERFTEST.COMPLETION'.
       COPY QQ1MQEV.
      *    Outbox: a result insert or MQ put that fails is parked
      *    on QQ1OUTB with its full payload rather than lost, and
      *    the QQRD retry task (QQ1C0090) is armed through the
      *    QQ1RGCT OUTBOX row to redeliver it.
       COPY QQ1OUTB.
       01  WS-OUTB-RESP                PIC S9(8)   COMP.
       01  WS-OUTB-FAIL-CODE           PIC S9(9)   COMP VALUE ZERO.
       01  WS-OUTB-ALERT-SEQ           PIC 9(2)    VALUE ZERO.
       01  WS-OUTB-INTERVAL            PIC S9(8)   COMP VALUE 60.
       01  WS-OUTB-DATE                PIC X(10).
       01  WS-OUTB-TIME                PIC X(8).
      *    Hop fault injection: the QQ1RGCT FAULT row names the
      *    armed QQ1FLTI fault; a run inside its scope carries the
      *    directive down as container QQ1FLTCN, runs under campaign
      *    id FAULTINJ and is logged on QQ1FLOG - see 000030.
       COPY QQ1FLTI.
       COPY QQ1FLTD.
       COPY QQ1FLOG.
       01  WS-FLTI-RESP                PIC S9(8)   COMP.
       01  WS-FLOG-RESP                PIC S9(8)   COMP.
       01  WS-FAULT-CAMPAIGN-ID        PIC X(8)    VALUE SPACES.
       01  WS-FAULT-SAMPLE             PIC 9(2).
       01  WS-FAULT-QUOTIENT           PIC 9(7).
       01  WS-FAULT-INJECTED-FLAG      PIC X(1)    VALUE 'N'.
           88  WS-FAULT-INJECTED                   VALUE 'Y'.
       01  WS-FLOG-WRITTEN-FLAG        PIC X(1)    VALUE 'N'.
           88  WS-FLOG-WRITTEN                     VALUE 'Y'.
       01  WS-DB2-PARKED-FLAG          PIC X(1)    VALUE 'N'.
       01  WS-MQ-PARKED-FLAG           PIC X(1)    VALUE 'N'.
       COPY QQ1RCTX.
       COPY QQ1ERR.
       COPY QQ1DSD.
       COPY QB5ESEC1.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-REFERENCE-ID              PIC X(29).
       01  HV-RUN-TIMESTAMP             PIC X(26).
       01  HV-ABCODE                    PIC X(4).
       01  HV-ELAPSED-TICKS             PIC S9(15) COMP-3.
       LINKAGE SECTION.
      *    The EXCI driver's COMMAREA: the original 1-byte flag
      *    plus the campaign id QQ1B0012 stamps on every LINK of a
      *    submission, then the iteration number the LINK is for.
      *    EIBCALEN still identifies the DPL path, at any of the
      *    three lengths.
       01  DFHCOMMAREA.
           05  CA-RUN-FLAG              PIC X(1).
           05  CA-CAMPAIGN-ID           PIC X(8).
           05  CA-ITERATION             PIC 9(5).

      ************************************************
      * USE CHANNELS AND CONTAINERS                  *
           MOVE DIALECT-CD TO PARAMETER-VALUE(2)(1:1).
           PERFORM 000007-RESOLVE-TEST-MODE.
           PERFORM 000008-RESOLVE-ABEND-CODE-OVERRIDE.
           PERFORM 000030-RESOLVE-FAULT-INJECTION.

           EXEC CICS ASKTIME
                     ABSTIME(WS-ABSTIME-BEFORE)
      *    PUT) has to happen first or QQ1W0021's GET CONTAINER would
      *    come back empty on every failing run.
           PERFORM 000015-PUBLISH-WEB-RESULT.
           PERFORM 000028-REGISTER-BATCH-RUN.
           PERFORM 000031-WRITE-FAULT-LOG.

           IF IEF-RUNTIME-PARM1 NOT = 'X'
               IF NOT WS-TEST-MODE
                     TIME(WS-WINDOW-TIME)
                     TIMESEP(':')
           END-EXEC.
           PERFORM 000026-MINT-REFUSAL-REFERENCE-ID.
           STRING WS-WINDOW-DATE10 DELIMITED SIZE
                  'T'              DELIMITED SIZE
                  WS-WINDOW-TIME   DELIMITED SIZE
           MOVE WS-REFUSAL-ABCODE TO WS-ABCODE-USED.
           PERFORM 000009-WRITE-AUDIT-RECORD.
           PERFORM 000015-PUBLISH-WEB-RESULT.
           PERFORM 000028-REGISTER-BATCH-RUN.

       000020-ENTER-RUN-INFLIGHT.

                         LENGTH(WS-RUNCT-ITEM-LEN)
               END-EXEC
           END-IF.
           PERFORM 000033-REGISTER-RUN.
           EXEC CICS DEQ RESOURCE(WS-RUNCT-QUEUE-NAME)
                     LENGTH(8)
           END-EXEC.
                         RESP(WS-RUNCT-RESP)
               END-EXEC
           END-IF.
           PERFORM 000034-DEREGISTER-RUN.
           EXEC CICS DEQ RESOURCE(WS-RUNCT-QUEUE-NAME)
                     LENGTH(8)
           END-EXEC.

       000033-REGISTER-RUN.

      *    Called under the QQ1RUNCT ENQ, so the watchdog - which
      *    takes the same ENQ - never sees the counter and the
      *    registry disagree over a run that is merely starting.
      *    A record left by a task that died unseen may carry a
      *    reused task number; it is simply replaced. Like the
      *    QQ1SLAT checks, the registry never fails a run: a
      *    write that cannot be made is left for the watchdog.
           MOVE SPACES             TO QQ1RUNR-RECORD.
           MOVE EIBTASKN           TO RUNR-TASK-NO.
           MOVE EIBTRNID           TO RUNR-TRANSACTION-ID.
           MOVE RCTX-ENTRY-PATH    TO RUNR-ENTRY-PATH.
           MOVE RCTX-USERID        TO RUNR-USERID.
           MOVE WS-CAMPAIGN-ID     TO RUNR-CAMPAIGN-ID.
           MOVE 'N'                TO RUNR-IN-SERVER-FLAG.
           MOVE 'N'                TO RUNR-HUNG-FLAG.
           MOVE 'N'                TO RUNR-PURGE-FLAG.
      *    The QQAS runner (QQ1C0070) names its QQ1ASYS token in
      *    container QQ1TOKCN, so the watchdog can tell a token
      *    whose run is still going from one that was stranded.
           IF WS-CURRENT-CHANNEL-NAME = 'QQ1WEBCH'
               EXEC CICS GET CONTAINER('QQ1TOKCN')
                         CHANNEL(WS-CURRENT-CHANNEL-NAME)
                         INTO(RUNR-ASYNC-TOKEN)
                         RESP(WS-CONTAINER-RESP)
               END-EXEC
               IF WS-CONTAINER-RESP NOT = DFHRESP(NORMAL)
                   MOVE SPACES TO RUNR-ASYNC-TOKEN
               END-IF
           END-IF.
           EXEC CICS ASKTIME
                     ABSTIME(RUNR-START-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(RUNR-START-ABSTIME)
                     YYYYMMDD(WS-WINDOW-DATE10)
                     DATESEP('-')
                     TIME(WS-WINDOW-TIME)
                     TIMESEP(':')
           END-EXEC.
           STRING WS-WINDOW-DATE10 DELIMITED SIZE
                  'T'              DELIMITED SIZE
                  WS-WINDOW-TIME   DELIMITED SIZE
                  '.000000'        DELIMITED SIZE
                  INTO RUNR-START-TIMESTAMP
           END-STRING.
           EXEC CICS WRITE FILE('QQ1RUNR')
                     FROM(QQ1RUNR-RECORD)
                     RIDFLD(RUNR-KEY)
                     RESP(WS-RUNR-RESP)
           END-EXEC.
           IF WS-RUNR-RESP = DFHRESP(DUPREC)
               EXEC CICS DELETE FILE('QQ1RUNR')
                         RIDFLD(RUNR-KEY)
                         RESP(WS-RUNR-RESP)
               END-EXEC
               EXEC CICS WRITE FILE('QQ1RUNR')
                         FROM(QQ1RUNR-RECORD)
                         RIDFLD(RUNR-KEY)
                         RESP(WS-RUNR-RESP)
               END-EXEC
           END-IF.

       000034-DEREGISTER-RUN.

      *    Called under the QQ1RUNCT ENQ, mirroring 000033. The
      *    record may already be gone if the watchdog judged the
      *    task dead; NOTFND is not an error.
           MOVE EIBTASKN TO RUNR-TASK-NO.
           EXEC CICS DELETE FILE('QQ1RUNR')
                     RIDFLD(RUNR-KEY)
                     RESP(WS-RUNR-RESP)
           END-EXEC.

       000035-COUNT-RUN-OUTCOME.

      *    Read-modify-write of the QQ1RUNO item under an ENQ on
      *    the queue name, the QQ1RUNCT pattern. Like the registry,
      *    the counters never fail a run: RESP is taken and the run
      *    goes on.
           IF WS-OUTCOME-COUNTED
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-OUTCOME-COUNTED-FLAG.
           EXEC CICS ENQ RESOURCE(WS-RUNO-QUEUE-NAME)
                     LENGTH(8)
           END-EXEC.
           EXEC CICS READQ TS QUEUE(WS-RUNO-QUEUE-NAME)
                     INTO(QQ1RUNO-RECORD)
                     LENGTH(WS-RUNO-ITEM-LEN)
                     ITEM(1)
                     RESP(WS-RUNO-RESP)
           END-EXEC.
           IF WS-RUNO-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO QQ1RUNO-RECORD
               MOVE ZERO   TO RUNO-ENTRY-COUNT
               EXEC CICS ASKTIME
                         ABSTIME(WS-RUNO-ABSTIME)
               END-EXEC
               EXEC CICS FORMATTIME
                         ABSTIME(WS-RUNO-ABSTIME)
                         YYYYMMDD(WS-RUNO-DATE)
                         DATESEP('-')
                         TIME(WS-RUNO-TIME)
                         TIMESEP(':')
               END-EXEC
               STRING WS-RUNO-DATE DELIMITED SIZE
                      'T'          DELIMITED SIZE
                      WS-RUNO-TIME DELIMITED SIZE
                      '.000000'    DELIMITED SIZE
                      INTO RUNO-SINCE-TIMESTAMP
               END-STRING
           END-IF.
           MOVE ZERO TO WS-RUNO-HIT.
           PERFORM 000036-FIND-OUTCOME-ENTRY
               VARYING WS-RUNO-IDX FROM 1 BY 1
               UNTIL WS-RUNO-IDX > RUNO-ENTRY-COUNT
                  OR WS-RUNO-HIT > ZERO.
      *    The last entry is kept for the '****' overflow count.
           IF WS-RUNO-HIT = ZERO
               IF RUNO-ENTRY-COUNT < 47
                   ADD 1 TO RUNO-ENTRY-COUNT
                   MOVE RUNO-ENTRY-COUNT  TO WS-RUNO-HIT
                   MOVE RCTX-ENTRY-PATH   TO
                        RUNO-ENTRY-PATH(WS-RUNO-HIT)
                   MOVE WS-OUTCOME-ABCODE TO RUNO-ABCODE(WS-RUNO-HIT)
                   MOVE ZERO TO RUNO-RUN-COUNT(WS-RUNO-HIT)
               ELSE
                   MOVE 48 TO WS-RUNO-HIT
                   IF RUNO-ENTRY-COUNT < 48
                       MOVE 48     TO RUNO-ENTRY-COUNT
                       MOVE '*'    TO RUNO-ENTRY-PATH(48)
                       MOVE '****' TO RUNO-ABCODE(48)
                       MOVE ZERO   TO RUNO-RUN-COUNT(48)
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO RUNO-RUN-COUNT(WS-RUNO-HIT).
           IF WS-RUNO-RESP = DFHRESP(NORMAL)
               EXEC CICS WRITEQ TS QUEUE(WS-RUNO-QUEUE-NAME)
                         FROM(QQ1RUNO-RECORD)
                         LENGTH(WS-RUNO-ITEM-LEN)
                         ITEM(1)
                         REWRITE
                         RESP(WS-RUNO-RESP)
               END-EXEC
           ELSE
               EXEC CICS WRITEQ TS QUEUE(WS-RUNO-QUEUE-NAME)
                         FROM(QQ1RUNO-RECORD)
                         LENGTH(WS-RUNO-ITEM-LEN)
                         RESP(WS-RUNO-RESP)
               END-EXEC
           END-IF.
           EXEC CICS DEQ RESOURCE(WS-RUNO-QUEUE-NAME)
                     LENGTH(8)
           END-EXEC.

       000036-FIND-OUTCOME-ENTRY.

           IF RUNO-ENTRY-PATH(WS-RUNO-IDX) = RCTX-ENTRY-PATH
                   AND RUNO-ABCODE(WS-RUNO-IDX) = WS-OUTCOME-ABCODE
               MOVE WS-RUNO-IDX TO WS-RUNO-HIT
           END-IF.

       000009-WRITE-AUDIT-RECORD.

           MOVE SRVD-REFERENCE-ID          TO AUD-REFERENCE-ID.
                     RIDFLD(AUD-KEY)
                     RESP(WS-AUDIT-RESP)
           END-EXEC.
      *    Every run's final outcome - refusals included - passes
      *    through here exactly once, so this is where it counts.
           MOVE WS-ABCODE-USED TO WS-OUTCOME-ABCODE.
           PERFORM 000035-COUNT-RUN-OUTCOME.

       000022-CHAIN-AUDIT-CHECK.

           MOVE WS-ABCODE-USED        TO HV-ABCODE.
           MOVE MTR-ELAPSED-TICKS(1)  TO HV-ELAPSED-TICKS.
           MOVE WS-CAMPAIGN-ID        TO HV-CAMPAIGN-ID.
      *    An injected DB2 failure skips the insert and takes the
      *    failed-insert path below as if DB2 were unavailable
      *    (-904), so the row is parked for QQRD like a real one.
           IF FLTD-DB2-FAILURE
               MOVE -904 TO SQLCODE
           ELSE
               EXEC SQL
                   INSERT INTO QQ1PERF_RESULT
                       (REFERENCE_ID, RUN_TIMESTAMP, ABCODE,
                        ELAPSED_TICKS, CAMPAIGN_ID)
                   VALUES
                       (:HV-REFERENCE-ID, :HV-RUN-TIMESTAMP,
                        :HV-ABCODE, :HV-ELAPSED-TICKS,
                        :HV-CAMPAIGN-ID)
               END-EXEC
           END-IF.
      *    -803 means the row is already there - delivered. Any
      *    other failure parks the row's column values for QQRD.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = -803
               MOVE SPACES            TO QQ1OUTB-RECORD
               MOVE SRVD-REFERENCE-ID TO OUT-REFERENCE-ID
               MOVE 'D'               TO OUT-KIND
               MOVE 1                 TO OUT-SEQ
               MOVE SPACES            TO OUT-QUEUE-NAME
               MOVE HV-REFERENCE-ID   TO ODB-REFERENCE-ID
               MOVE HV-RUN-TIMESTAMP  TO ODB-RUN-TIMESTAMP
               MOVE HV-ABCODE         TO ODB-ABCODE
               MOVE HV-ELAPSED-TICKS  TO ODB-ELAPSED-TICKS
               MOVE HV-CAMPAIGN-ID    TO ODB-CAMPAIGN-ID
               MOVE LENGTH OF OUT-DB2-PAYLOAD TO OUT-PAYLOAD-LENGTH
               MOVE SQLCODE           TO WS-OUTB-FAIL-CODE
               PERFORM 000027-PARK-IN-OUTBOX
               IF WS-OUTB-RESP = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-DB2-PARKED-FLAG
               END-IF
           END-IF.

       000013-PUT-MQ-COMPLETION-EVENT.

           END-IF.
           MOVE LENGTH OF QQ1MQEV-RECORD TO WS-MQ-BUFFLEN.

      *    Compcode 2 (MQCC_FAILED) on the open or the put means
      *    the event never reached the queue - the first reason
      *    code is kept and the event is parked for QQRD. A
      *    warning (1) still put the message. An injected MQ
      *    failure makes no MQI calls and fails the put as a broken
      *    queue-manager connection (2009).
           MOVE ZERO TO WS-OUTB-FAIL-CODE.
           IF FLTD-MQ-FAILURE
               MOVE 2009 TO WS-OUTB-FAIL-CODE
           ELSE
               CALL 'MQOPEN'  USING WS-MQ-HCONN
                                     WS-MQ-OBJECT-NAME
                                     WS-MQ-HOBJ
                                     WS-MQ-COMPCODE
                                     WS-MQ-REASON
               IF WS-MQ-COMPCODE = 2
                   MOVE WS-MQ-REASON TO WS-OUTB-FAIL-CODE
               END-IF
               CALL 'MQPUT'   USING WS-MQ-HCONN
                                     WS-MQ-HOBJ
                                     QQ1MQEV-RECORD
                                     WS-MQ-BUFFLEN
                                     WS-MQ-COMPCODE
                                     WS-MQ-REASON
               IF WS-MQ-COMPCODE = 2 AND WS-OUTB-FAIL-CODE = ZERO
                   MOVE WS-MQ-REASON TO WS-OUTB-FAIL-CODE
               END-IF
               CALL 'MQCLOSE' USING WS-MQ-HCONN
                                     WS-MQ-HOBJ
                                     WS-MQ-COMPCODE
                                     WS-MQ-REASON
           END-IF.
           IF WS-OUTB-FAIL-CODE NOT = ZERO
               MOVE SPACES            TO QQ1OUTB-RECORD
               MOVE SRVD-REFERENCE-ID TO OUT-REFERENCE-ID
               MOVE 'C'               TO OUT-KIND
               MOVE 1                 TO OUT-SEQ
               MOVE WS-MQ-OBJECT-NAME TO OUT-QUEUE-NAME
               MOVE QQ1MQEV-RECORD    TO OUT-PAYLOAD
               MOVE LENGTH OF QQ1MQEV-RECORD TO OUT-PAYLOAD-LENGTH
               PERFORM 000027-PARK-IN-OUTBOX
               IF WS-OUTB-RESP = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-MQ-PARKED-FLAG
               END-IF
           END-IF.

       000017-CHECK-SLA-THRESHOLDS.

           MOVE SRVD-SERVER-TIMESTAMP TO MQAL-RUN-TIMESTAMP.
           MOVE MTR-PROGRAM-ID(WS-METRICS-IDX) TO MQAL-PROGRAM-ID.
           MOVE LENGTH OF QQ1MQAL-RECORD TO WS-MQ-ALERT-BUFFLEN.
      *    Alerts are numbered within the run so that each one a
      *    multi-breach run fails to put parks under its own key.
           ADD 1 TO WS-OUTB-ALERT-SEQ.
           MOVE ZERO TO WS-OUTB-FAIL-CODE.
           CALL 'MQOPEN'  USING WS-MQ-HCONN
                                 WS-MQ-ALERT-QUEUE
                                 WS-MQ-ALERT-HOBJ
                                 WS-MQ-COMPCODE
                                 WS-MQ-REASON.
           IF WS-MQ-COMPCODE = 2
               MOVE WS-MQ-REASON TO WS-OUTB-FAIL-CODE
           END-IF.
           CALL 'MQPUT'   USING WS-MQ-HCONN
                                 WS-MQ-ALERT-HOBJ
                                 QQ1MQAL-RECORD
                                 WS-MQ-ALERT-BUFFLEN
                                 WS-MQ-COMPCODE
                                 WS-MQ-REASON.
           IF WS-MQ-COMPCODE = 2 AND WS-OUTB-FAIL-CODE = ZERO
               MOVE WS-MQ-REASON TO WS-OUTB-FAIL-CODE
           END-IF.
           CALL 'MQCLOSE' USING WS-MQ-HCONN
                                 WS-MQ-ALERT-HOBJ
                                 WS-MQ-COMPCODE
                                 WS-MQ-REASON.
           IF WS-OUTB-FAIL-CODE NOT = ZERO
               MOVE SPACES            TO QQ1OUTB-RECORD
               MOVE SRVD-REFERENCE-ID TO OUT-REFERENCE-ID
               MOVE 'A'               TO OUT-KIND
               MOVE WS-OUTB-ALERT-SEQ TO OUT-SEQ
               MOVE WS-MQ-ALERT-QUEUE TO OUT-QUEUE-NAME
               MOVE QQ1MQAL-RECORD    TO OUT-PAYLOAD
               MOVE LENGTH OF QQ1MQAL-RECORD TO OUT-PAYLOAD-LENGTH
               PERFORM 000027-PARK-IN-OUTBOX
           END-IF.

       000027-PARK-IN-OUTBOX.

      *    QQ1OUTB is not a recoverable file, so the parked item
      *    survives the deliberate outcome ABEND that follows on a
      *    non-clean run. The caller has filled the key, queue and
      *    payload and left the failure code in WS-OUTB-FAIL-CODE.
           EXEC CICS ASKTIME
                     ABSTIME(OUT-PARKED-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(OUT-PARKED-ABSTIME)
                     YYYYMMDD(WS-OUTB-DATE)
                     DATESEP('-')
                     TIME(WS-OUTB-TIME)
                     TIMESEP(':')
           END-EXEC.
           STRING WS-OUTB-DATE DELIMITED SIZE
                  'T'          DELIMITED SIZE
                  WS-OUTB-TIME DELIMITED SIZE
                  '.000000'    DELIMITED SIZE
                  INTO OUT-PARKED-TIMESTAMP
           END-STRING.
           MOVE OUT-PARKED-TIMESTAMP TO OUT-LAST-TRY-TIMESTAMP.
           MOVE 1                    TO OUT-ATTEMPTS.
           MOVE WS-OUTB-FAIL-CODE    TO OUT-LAST-CODE.
           EXEC CICS WRITE FILE('QQ1OUTB')
                     FROM(QQ1OUTB-RECORD)
                     RIDFLD(OUT-KEY)
                     RESP(WS-OUTB-RESP)
           END-EXEC.
      *    Arm the retry task unless a cycle is already pending.
      *    The OUTBOX row's flag says one is; its value is the
      *    retry interval in seconds. Without the row QQRD is
      *    started anyway on the default interval - an unarmed
      *    outbox would hold the item forever.
           MOVE 60 TO WS-OUTB-INTERVAL.
           MOVE 'OUTBOX  ' TO RGC-KEY.
           EXEC CICS READ FILE('QQ1RGCU')
                     INTO(QQ1RGCT-RECORD)
                     RIDFLD(RGC-KEY)
                     UPDATE
                     RESP(WS-RGCU-RESP)
           END-EXEC.
           IF WS-RGCU-RESP = DFHRESP(NORMAL)
               IF RGC-FLAG-ON
                   EXEC CICS UNLOCK FILE('QQ1RGCU')
                   END-EXEC
                   EXIT PARAGRAPH
               END-IF
               IF RGC-VALUE > ZERO
                   MOVE RGC-VALUE TO WS-OUTB-INTERVAL
               END-IF
               MOVE 'Y'                  TO RGC-FLAG
               MOVE RCTX-USERID          TO RGC-USERID
               MOVE OUT-PARKED-TIMESTAMP TO RGC-TIMESTAMP
               EXEC CICS REWRITE FILE('QQ1RGCU')
                         FROM(QQ1RGCT-RECORD)
                         RESP(WS-RGCU-RESP)
               END-EXEC
           END-IF.
           EXEC CICS START TRANSID('QQRD')
                     REQID('QQ1OUTBR')
                     AFTER SECONDS(WS-OUTB-INTERVAL)
                     RESP(WS-OUTB-RESP)
           END-EXEC.

       000028-REGISTER-BATCH-RUN.

      *    The batch driver's answer cannot come back through the
      *    COMMAREA - the outcome ABEND returns nothing over EXCI -
      *    so the run itself enters which campaign iteration it
      *    answered, with its reference_id and ABCODE, on the
      *    QQ1INTK intake register the channel front doors use.
      *    QQ1B0045 pairs the entry with the driver's QQ1RSLT
      *    record. A driver still passing the 9-byte COMMAREA
      *    names no iteration and is not entered. Like the outbox,
      *    the register is non-recoverable, so the ABEND that
      *    follows cannot back the entry out; a full register is
      *    ignored rather than allowed to change the outcome.
           IF EIBCALEN < LENGTH OF DFHCOMMAREA
               EXIT PARAGRAPH
           END-IF.
           EXEC CICS ASKTIME
                     ABSTIME(WS-INTK-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-INTK-ABSTIME)
                     YYYYMMDD(WS-INTK-DATE)
                     DATESEP('-')
                     TIME(WS-INTK-TIME)
                     TIMESEP(':')
           END-EXEC.
           MOVE SPACES TO QQ1INTK-RECORD.
           STRING WS-INTK-DATE DELIMITED SIZE
                  'T'          DELIMITED SIZE
                  WS-INTK-TIME DELIMITED SIZE
                  '.000000'    DELIMITED SIZE
                  INTO INK-TIMESTAMP
           END-STRING.
           MOVE INK-TIMESTAMP      TO INK-END-TIMESTAMP.
           MOVE EIBTASKN           TO INK-TASKNO.
           MOVE 1                  TO INK-SEQ.
           MOVE 'X'                TO INK-FRONT-DOOR.
           IF WS-ABCODE-USED = SPACES
               MOVE 'C'            TO INK-STATUS
           ELSE
               MOVE 'A'            TO INK-STATUS
           END-IF.
           MOVE CA-CAMPAIGN-ID     TO INK-BATCH-CAMPAIGN-ID.
           MOVE CA-ITERATION       TO INK-BATCH-ITERATION.
           MOVE WS-CAMPAIGN-ID     TO INK-CAMPAIGN-ID.
           MOVE RCTX-USERID        TO INK-USERID.
           MOVE SRVD-REFERENCE-ID  TO INK-REFERENCE-ID.
           MOVE WS-ABCODE-USED     TO INK-ABCODE.
           EXEC CICS WRITE FILE('QQ1INTK')
                     FROM(QQ1INTK-RECORD)
                     RIDFLD(INK-KEY)
                     RESP(WS-INTK-RESP)
           END-EXEC.

       000002-CHECK-PROTECTED-WINDOW.


      *    The chain never ran, so there is no CQQ1A131-built
      *    reference_id - mint one the same way it would have
      *    (date, region, time, task number) so the refusal has a
      *    first-class audit record under outcome WNDW instead of
      *    looking like a failure or vanishing entirely. The result
      *    containers are still published so web/MQ callers get an
      *    answer.
      *    This path runs before the mainline clears the chain
      *    trace - blank it here so the audit record cannot carry
      *    leftover storage as chain flags.
           MOVE SPACES TO WS-CHAIN-TRACE.
           MOVE 'N'    TO CHAIN-DQQM-EXECUTED-FLAG.
           PERFORM 000026-MINT-REFUSAL-REFERENCE-ID.
           STRING WS-WINDOW-DATE10 DELIMITED SIZE
                  'T'              DELIMITED SIZE
                  WS-WINDOW-TIME   DELIMITED SIZE
           MOVE 'WNDW' TO WS-ABCODE-USED.
           PERFORM 000009-WRITE-AUDIT-RECORD.
           PERFORM 000015-PUBLISH-WEB-RESULT.
           PERFORM 000028-REGISTER-BATCH-RUN.

       000026-MINT-REFUSAL-REFERENCE-ID.

      *    The CQQ1A131 reference_id shape (see QQ1SRVD): run date,
      *    executing region, time and task number, taken from the
      *    refusal's own ASKTIME so the id and the audit timestamp
      *    agree to the second.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-WINDOW-ABSTIME)
                     YYYYMMDD(SRVD-REF-DATE)
                     TIME(SRVD-REF-TIME)
           END-EXEC.
           MOVE WS-REGION-APPLID TO SRVD-REF-REGION.
           MOVE EIBTASKN         TO SRVD-REF-TASKNO.

       000004-RESOLVE-RUN-CONTEXT.

           END-EVALUATE.
           MOVE QB5-USERID TO RCTX-USERID.
           MOVE SPACES TO WS-CAMPAIGN-ID.
      *    9 = flag plus campaign id; the iteration is optional.
           IF EIBCALEN >= 9
               MOVE CA-CAMPAIGN-ID TO WS-CAMPAIGN-ID
           ELSE
               IF WS-CURRENT-CHANNEL-NAME = 'QQ1WEBCH'
                     CHANNEL('QQ1CHANL')
                     FROM(QQ1RUN-CONTEXT)
           END-EXEC.
           EXEC CICS PUT CONTAINER('QQ1FLTCN')
                     CHANNEL('QQ1CHANL')
                     FROM(QQ1FAULT-DIRECTIVE)
           END-EXEC.

           EXEC CICS LINK PROGRAM('CQQ1A121')
                     CHANNEL('QQ1CHANL')
               END-IF
           END-IF.

       000030-RESOLVE-FAULT-INJECTION.

      *    Resilience testing: when a QQ1FLTI fault is armed (the
      *    QQ1RGCT FAULT row, set only through dual control) and
      *    this run is inside its scope - its campaign, its share
      *    of runs sampled on the task number, under its run cap -
      *    the directive rides down the chain as QQ1FLTCN and the
      *    target hop fails the chosen way. The run is stamped with
      *    campaign id FAULTINJ so the statistics leave it out; its
      *    own campaign goes on the QQ1FLOG record. The canary is
      *    never injected - it measures the region, not the test.
           MOVE SPACES TO QQ1FAULT-DIRECTIVE.
           MOVE ZERO   TO FLTD-FAULT-NO.
           MOVE ZERO   TO FLTD-DELAY-SECONDS.
           MOVE 'N'    TO WS-FAULT-INJECTED-FLAG.
           IF WS-CAMPAIGN-ID = 'CANARY'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'FAULT   ' TO RGC-KEY.
           EXEC CICS READ FILE('QQ1RGCT')
                     INTO(QQ1RGCT-RECORD)
                     RIDFLD(RGC-KEY)
                     RESP(WS-RGCT-RESP)
           END-EXEC.
           IF WS-RGCT-RESP NOT = DFHRESP(NORMAL)
                   OR NOT RGC-FLAG-ON
               EXIT PARAGRAPH
           END-IF.
           MOVE RGC-VALUE TO FLT-FAULT-NO.
           EXEC CICS READ FILE('QQ1FLTI')
                     INTO(QQ1FLTI-RECORD)
                     RIDFLD(FLT-KEY)
                     UPDATE
                     RESP(WS-FLTI-RESP)
           END-EXEC.
           IF WS-FLTI-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           DIVIDE EIBTASKN BY 100
               GIVING WS-FAULT-QUOTIENT
               REMAINDER WS-FAULT-SAMPLE
           END-DIVIDE.
           IF NOT FLT-ARMED
                   OR (FLT-CAMPAIGN-ID NOT = SPACES
                       AND FLT-CAMPAIGN-ID NOT = WS-CAMPAIGN-ID)
                   OR (FLT-MAX-RUNS > ZERO
                       AND FLT-INJECTED-COUNT NOT < FLT-MAX-RUNS)
                   OR WS-FAULT-SAMPLE NOT < FLT-PERCENT
               EXEC CICS UNLOCK FILE('QQ1FLTI')
               END-EXEC
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO FLT-INJECTED-COUNT.
           EXEC CICS REWRITE FILE('QQ1FLTI')
                     FROM(QQ1FLTI-RECORD)
                     RESP(WS-FLTI-RESP)
           END-EXEC.
           MOVE FLT-FAULT-NO      TO FLTD-FAULT-NO.
           MOVE FLT-TARGET-HOP    TO FLTD-TARGET-HOP.
           MOVE FLT-FAULT-TYPE    TO FLTD-FAULT-TYPE.
           MOVE FLT-DELAY-SECONDS TO FLTD-DELAY-SECONDS.
           MOVE WS-CAMPAIGN-ID    TO WS-FAULT-CAMPAIGN-ID.
           MOVE 'FAULTINJ'        TO WS-CAMPAIGN-ID.
           MOVE 'Y'               TO WS-FAULT-INJECTED-FLAG.

       000031-WRITE-FAULT-LOG.

      *    What the chain did with the injected fault, for QQ1B0056
      *    to hold against the designed handling. Written once -
      *    by the mainline before the outcome ABEND, or by the
      *    abend handler when the run never got that far. QQ1FLOG
      *    is non-recoverable, so the ABEND cannot back it out.
           IF NOT WS-FAULT-INJECTED OR WS-FLOG-WRITTEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-FLOG-WRITTEN-FLAG.
           MOVE SPACES                   TO QQ1FLOG-RECORD.
           MOVE SRVD-REFERENCE-ID        TO FLG-REFERENCE-ID.
           MOVE SRVD-SERVER-TIMESTAMP    TO FLG-TIMESTAMP.
           MOVE FLTD-FAULT-NO            TO FLG-FAULT-NO.
           MOVE FLTD-TARGET-HOP          TO FLG-TARGET-HOP.
           MOVE FLTD-FAULT-TYPE          TO FLG-FAULT-TYPE.
           MOVE FLTD-DELAY-SECONDS       TO FLG-DELAY-SECONDS.
           MOVE WS-FAULT-CAMPAIGN-ID     TO FLG-CAMPAIGN-ID.
           MOVE RCTX-ENTRY-PATH          TO FLG-ENTRY-PATH.
           MOVE WS-TEST-MODE-FLAG        TO FLG-TEST-MODE-FLAG.
           MOVE WS-ABCODE-USED           TO FLG-ABCODE.
           MOVE CHAIN-FLAG-CQQ1A121      TO FLG-FLAG-CQQ1A121.
           MOVE CHAIN-FLAG-CQQ1A131      TO FLG-FLAG-CQQ1A131.
           MOVE CHAIN-FLAG-CQQ1A130      TO FLG-FLAG-CQQ1A130.
           MOVE CHAIN-FLAG-IQQ1A031      TO FLG-FLAG-IQQ1A031.
           MOVE CHAIN-DQQM-EXECUTED-FLAG TO FLG-DQQM-EXECUTED-FLAG.
           MOVE ERR-SEVERITY-CODE        TO FLG-ERR-SEVERITY.
           MOVE ERR-ROLLBACK-INDICATOR   TO FLG-ERR-ROLLBACK.
           MOVE ERR-ORIGIN-SERVID        TO FLG-ERR-ORIGIN-SERVID.
           MOVE DSD-RESULT-FOUND-FLAG    TO FLG-RESULT-FOUND-FLAG.
           MOVE DSD-FALLBACK-USED-FLAG   TO FLG-FALLBACK-USED-FLAG.
           MOVE WS-SLA-BREACH-FLAG       TO FLG-SLA-BREACH-FLAG.
           EVALUATE FLTD-TARGET-HOP
               WHEN 'CQQ1A131'
                   MOVE MTR-ELAPSED-TICKS(2) TO FLG-HOP-ELAPSED-TICKS
               WHEN 'IQQ1A031'
                   MOVE MTR-ELAPSED-TICKS(4) TO FLG-HOP-ELAPSED-TICKS
               WHEN OTHER
                   MOVE MTR-ELAPSED-TICKS(1) TO FLG-HOP-ELAPSED-TICKS
           END-EVALUATE.
           MOVE WS-DB2-PARKED-FLAG       TO FLG-DB2-PARKED-FLAG.
           MOVE WS-MQ-PARKED-FLAG        TO FLG-MQ-PARKED-FLAG.
           MOVE 'N'                      TO FLG-SNAPSHOT-FLAG.
           MOVE WS-REGION-APPLID         TO FLG-REGION-ID.
           EXEC CICS WRITE FILE('QQ1FLOG')
                     FROM(QQ1FLOG-RECORD)
                     RIDFLD(FLG-KEY)
                     RESP(WS-FLOG-RESP)
           END-EXEC.

       000032-MARK-FAULT-SNAPSHOT.

           IF WS-DIAG-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           EXEC CICS READ FILE('QQ1FLOG')
                     INTO(QQ1FLOG-RECORD)
                     RIDFLD(FLG-KEY)
                     UPDATE
                     RESP(WS-FLOG-RESP)
           END-EXEC.
           IF WS-FLOG-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO FLG-SNAPSHOT-FLAG.
           EXEC CICS REWRITE FILE('QQ1FLOG')
                     FROM(QQ1FLOG-RECORD)
                     RESP(WS-FLOG-RESP)
           END-EXEC.

       000098-ABEND-SNAPSHOT.

      *    Release this run's admission slot first - every run that
           EXEC CICS ASSIGN
                     ABCODE(WS-DIAG-ABCODE)
           END-EXEC.
      *    A run that died before its audit write is counted under
      *    the abend code; the deliberate outcome ABEND was already
      *    counted and the WS-OUTCOME-COUNTED guard skips it.
           MOVE WS-DIAG-ABCODE TO WS-OUTCOME-ABCODE.
           PERFORM 000035-COUNT-RUN-OUTCOME.
           EXEC CICS ASKTIME
                     ABSTIME(WS-DIAG-ABSTIME)
           END-EXEC.
                     RIDFLD(DIA-KEY)
                     RESP(WS-DIAG-RESP)
           END-EXEC.
      *    An injected run's QQ1FLOG record must show the snapshot
      *    fired - and must exist at all if the run abended before
      *    the mainline logged it.
           IF WS-FAULT-INJECTED
               IF WS-ABCODE-USED = SPACES
                   MOVE WS-DIAG-ABCODE TO WS-ABCODE-USED
               END-IF
               PERFORM 000031-WRITE-FAULT-LOG
               PERFORM 000032-MARK-FAULT-SNAPSHOT
           END-IF.
      *    Cancel only THIS level's exit, then re-drive the abend
      *    plain. ABEND ... CANCEL would cancel the exits at every
      *    logical level of the task, so the callers' HANDLE ABEND
