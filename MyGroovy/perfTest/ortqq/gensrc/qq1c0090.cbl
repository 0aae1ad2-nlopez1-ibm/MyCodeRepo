      *COMPILE1: LANG(COBOL) CMP(DEFAULT) CICS(Y) DB2(Y)
      *COMPILE2: MQS(Y) DLL(N) IP(N) LDAP(N) EXCI(N) RENT(N)
      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
      ** Outbox retry task redelivering parked DB2 rows and MQ events
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  QQ1C0090.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY QQ1OUTB.
       COPY QQ1RGCT.
       01  WS-OUTB-RESP                PIC S9(8)   COMP.
       01  WS-RGCT-RESP                PIC S9(8)   COMP.
       01  WS-RGCU-RESP                PIC S9(8)   COMP.
       01  WS-ENQ-RESP                 PIC S9(8)   COMP.
       01  WS-START-RESP               PIC S9(8)   COMP.
      *    One QQRD cycle at a time: a second task that finds the
      *    resource held simply ends. Every START of QQRD carries
      *    the same REQID so a pending one can be CANCELled before
      *    a new one is scheduled - never two timers in flight.
       01  WS-ENQ-NAME                 PIC X(8)    VALUE 'QQ1OUTBR'.
       01  WS-START-REQID              PIC X(8)    VALUE 'QQ1OUTBR'.
       01  WS-INTERVAL                 PIC S9(8)   COMP VALUE 60.
       01  WS-DEFAULT-INTERVAL         PIC S9(8)   COMP VALUE 60.
      *    Keys are collected a batch at a time and the browse
      *    released before any item is updated or deleted.
       01  WS-BATCH-MAX                PIC S9(4)   COMP VALUE 50.
       01  WS-BATCH-COUNT              PIC S9(4)   COMP VALUE ZERO.
       01  WS-BATCH-IDX                PIC S9(4)   COMP.
       01  WS-BATCH-KEYS.
           05  WS-BATCH-KEY            PIC X(32)   OCCURS 50 TIMES.
       01  WS-RESUME-KEY               PIC X(32)   VALUE LOW-VALUES.
       01  WS-SCAN-DONE-FLAG           PIC X(1)    VALUE 'N'.
           88  WS-SCAN-DONE                        VALUE 'Y'.
       01  WS-BROWSE-DONE-FLAG         PIC X(1)    VALUE 'N'.
           88  WS-BROWSE-DONE                      VALUE 'Y'.
       01  WS-FIRST-READ-FLAG          PIC X(1)    VALUE 'N'.
           88  WS-FIRST-READ                       VALUE 'Y'.
      *    After the first failure of a kind in a cycle the rest of
      *    that kind waits for the next cycle - DB2 or the queue
      *    manager being down fails every one of them the same way.
       01  WS-DB2-DOWN-FLAG            PIC X(1)    VALUE 'N'.
           88  WS-DB2-DOWN                         VALUE 'Y'.
       01  WS-MQ-DOWN-FLAG             PIC X(1)    VALUE 'N'.
           88  WS-MQ-DOWN                          VALUE 'Y'.
       01  WS-DELIVERED-FLAG           PIC X(1)    VALUE 'N'.
           88  WS-DELIVERED                        VALUE 'Y'.
       01  WS-WANTED-FLAG              PIC X(1)    VALUE 'N'.
       01  WS-FAIL-CODE                PIC S9(9)   COMP VALUE ZERO.
       01  WS-DELIVERED-COUNT          PIC 9(7)    VALUE ZERO.
       01  WS-PENDING-COUNT            PIC 9(7)    VALUE ZERO.
       01  WS-ABSTIME                  PIC S9(15)  COMP-3.
       01  WS-NOW-DATE                 PIC X(10).
       01  WS-NOW-TIME                 PIC X(8).
       01  WS-NOW-TIMESTAMP            PIC X(26).
       01  WS-USERID                   PIC X(8).
       01  WS-MQ-HCONN                 PIC S9(9)   COMP VALUE ZERO.
       01  WS-MQ-HOBJ                  PIC S9(9)   COMP VALUE ZERO.
       01  WS-MQ-COMPCODE              PIC S9(9)   COMP VALUE ZERO.
       01  WS-MQ-REASON                PIC S9(9)   COMP VALUE ZERO.
       01  WS-MQ-BUFFLEN               PIC S9(9)   COMP.
       01  WS-MQ-OBJECT-NAME           PIC X(48).
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-REFERENCE-ID              PIC X(29).
       01  HV-RUN-TIMESTAMP             PIC X(26).
       01  HV-ABCODE                    PIC X(4).
       01  HV-ELAPSED-TICKS             PIC S9(15) COMP-3.
       01  HV-CAMPAIGN-ID               PIC X(8).
           EXEC SQL END DECLARE SECTION END-EXEC.
       PROCEDURE DIVISION.
       000000-CONTROL.

      *    Started (transaction QQRD) by QQ1C0021 the first time it
      *    parks an undelivered output on QQ1OUTB, by itself while
      *    anything is still parked, by QQ1C0071 at region startup
      *    and by PF5 on the QQOB outbox screen. Each cycle walks
      *    the whole outbox, redelivers every item exactly as
      *    QQ1C0021 would have written it and deletes it once the
      *    write succeeds, then either schedules the next cycle or
      *    disarms the QQ1RGCT OUTBOX row when the outbox is empty.
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
           EXEC CICS ASSIGN
                     USERID(WS-USERID)
           END-EXEC.
           MOVE LOW-VALUES TO WS-RESUME-KEY.
           MOVE 'N' TO WS-SCAN-DONE-FLAG.
           PERFORM 000010-RETRY-ONE-BATCH UNTIL WS-SCAN-DONE.
           PERFORM 000040-REARM-OR-DISARM.
           EXEC CICS DEQ RESOURCE(WS-ENQ-NAME)
                     LENGTH(8)
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.

       000005-RESOLVE-INTERVAL.

      *    RGC-VALUE on the OUTBOX row is the retry interval in
      *    seconds; no row or a zero value means the default.
           MOVE WS-DEFAULT-INTERVAL TO WS-INTERVAL.
           MOVE 'OUTBOX  ' TO RGC-KEY.
           EXEC CICS READ FILE('QQ1RGCT')
                     INTO(QQ1RGCT-RECORD)
                     RIDFLD(RGC-KEY)
                     RESP(WS-RGCT-RESP)
           END-EXEC.
           IF WS-RGCT-RESP = DFHRESP(NORMAL)
                   AND RGC-VALUE > ZERO
               MOVE RGC-VALUE TO WS-INTERVAL
           END-IF.

       000010-RETRY-ONE-BATCH.

           PERFORM 000011-COLLECT-BATCH.
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                   UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
               PERFORM 000020-RETRY-ONE-ITEM
           END-PERFORM.
           IF WS-BATCH-COUNT < WS-BATCH-MAX
               MOVE 'Y' TO WS-SCAN-DONE-FLAG
           END-IF.

       000011-COLLECT-BATCH.

      *    Browse from just past the last key of the previous
      *    batch; items still parked after a failed retry stay on
      *    file below the resume key and are not seen twice.
           MOVE ZERO TO WS-BATCH-COUNT.
           MOVE 'N' TO WS-BROWSE-DONE-FLAG.
           IF WS-RESUME-KEY = LOW-VALUES
               MOVE 'N' TO WS-FIRST-READ-FLAG
           ELSE
               MOVE 'Y' TO WS-FIRST-READ-FLAG
           END-IF.
           MOVE WS-RESUME-KEY TO OUT-KEY.
           EXEC CICS STARTBR
                     FILE('QQ1OUTB')
                     RIDFLD(OUT-KEY)
                     GTEQ
                     RESP(WS-OUTB-RESP)
           END-EXEC.
           IF WS-OUTB-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000012-BROWSE-ONE-KEY UNTIL WS-BROWSE-DONE.
           EXEC CICS ENDBR
                     FILE('QQ1OUTB')
           END-EXEC.

       000012-BROWSE-ONE-KEY.

           EXEC CICS READNEXT
                     FILE('QQ1OUTB')
                     INTO(QQ1OUTB-RECORD)
                     RIDFLD(OUT-KEY)
                     RESP(WS-OUTB-RESP)
           END-EXEC.
           IF WS-OUTB-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF WS-FIRST-READ
               MOVE 'N' TO WS-FIRST-READ-FLAG
               IF OUT-KEY = WS-RESUME-KEY
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO WS-BATCH-COUNT.
           MOVE OUT-KEY TO WS-BATCH-KEY(WS-BATCH-COUNT).
           MOVE OUT-KEY TO WS-RESUME-KEY.
           IF WS-BATCH-COUNT >= WS-BATCH-MAX
               MOVE 'Y' TO WS-BROWSE-DONE-FLAG
           END-IF.

       000020-RETRY-ONE-ITEM.

           MOVE WS-BATCH-KEY(WS-BATCH-IDX) TO OUT-KEY.
           EXEC CICS READ FILE('QQ1OUTB')
                     INTO(QQ1OUTB-RECORD)
                     RIDFLD(OUT-KEY)
                     UPDATE
                     RESP(WS-OUTB-RESP)
           END-EXEC.
           IF WS-OUTB-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           IF (OUT-KIND-DB2-RESULT AND WS-DB2-DOWN)
                   OR (NOT OUT-KIND-DB2-RESULT AND WS-MQ-DOWN)
               EXEC CICS UNLOCK FILE('QQ1OUTB')
               END-EXEC
               ADD 1 TO WS-PENDING-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-DELIVERED-FLAG.
           MOVE ZERO TO WS-FAIL-CODE.
           IF OUT-KIND-DB2-RESULT
               PERFORM 000021-REDELIVER-DB2-RESULT
           ELSE
               PERFORM 000022-REDELIVER-MQ-MESSAGE
           END-IF.
           IF WS-DELIVERED
               EXEC CICS DELETE FILE('QQ1OUTB')
                         RESP(WS-OUTB-RESP)
               END-EXEC
               ADD 1 TO WS-DELIVERED-COUNT
           ELSE
               PERFORM 000030-FORMAT-NOW
               ADD 1 TO OUT-ATTEMPTS
               MOVE WS-FAIL-CODE     TO OUT-LAST-CODE
               MOVE WS-NOW-TIMESTAMP TO OUT-LAST-TRY-TIMESTAMP
               EXEC CICS REWRITE FILE('QQ1OUTB')
                         FROM(QQ1OUTB-RECORD)
                         RESP(WS-OUTB-RESP)
               END-EXEC
               ADD 1 TO WS-PENDING-COUNT
               IF OUT-KIND-DB2-RESULT
                   MOVE 'Y' TO WS-DB2-DOWN-FLAG
               ELSE
                   MOVE 'Y' TO WS-MQ-DOWN-FLAG
               END-IF
           END-IF.
      *    Commit item by item: the redelivered row or message and
      *    the removal of its outbox record go together, and a
      *    failure further down the outbox cannot undo either.
           EXEC CICS SYNCPOINT
           END-EXEC.

       000021-REDELIVER-DB2-RESULT.

      *    The same insert QQ1C0021's 000012-LOG-DB2-RESULT makes,
      *    from the column values parked with the item. -803 means
      *    an earlier attempt did land after all - delivered.
           MOVE ODB-REFERENCE-ID  TO HV-REFERENCE-ID.
           MOVE ODB-RUN-TIMESTAMP TO HV-RUN-TIMESTAMP.
           MOVE ODB-ABCODE        TO HV-ABCODE.
           MOVE ODB-ELAPSED-TICKS TO HV-ELAPSED-TICKS.
           MOVE ODB-CAMPAIGN-ID   TO HV-CAMPAIGN-ID.
           EXEC SQL
               INSERT INTO QQ1PERF_RESULT
                   (REFERENCE_ID, RUN_TIMESTAMP, ABCODE,
                    ELAPSED_TICKS, CAMPAIGN_ID)
               VALUES
                   (:HV-REFERENCE-ID, :HV-RUN-TIMESTAMP, :HV-ABCODE,
                    :HV-ELAPSED-TICKS, :HV-CAMPAIGN-ID)
           END-EXEC.
           IF SQLCODE = ZERO OR SQLCODE = -803
               MOVE 'Y' TO WS-DELIVERED-FLAG
           ELSE
               MOVE SQLCODE TO WS-FAIL-CODE
           END-IF.

       000022-REDELIVER-MQ-MESSAGE.

      *    Same representative MQI sequence as QQ1C0021's puts; the
      *    parked image goes to the queue it was meant for, byte
      *    for byte. Compcode 2 (MQCC_FAILED) is a failed attempt.
           MOVE OUT-QUEUE-NAME     TO WS-MQ-OBJECT-NAME.
           MOVE OUT-PAYLOAD-LENGTH TO WS-MQ-BUFFLEN.
           CALL 'MQOPEN'  USING WS-MQ-HCONN
                                 WS-MQ-OBJECT-NAME
                                 WS-MQ-HOBJ
                                 WS-MQ-COMPCODE
                                 WS-MQ-REASON.
           IF WS-MQ-COMPCODE = 2
               MOVE WS-MQ-REASON TO WS-FAIL-CODE
               EXIT PARAGRAPH
           END-IF.
           CALL 'MQPUT'   USING WS-MQ-HCONN
                                 WS-MQ-HOBJ
                                 OUT-PAYLOAD
                                 WS-MQ-BUFFLEN
                                 WS-MQ-COMPCODE
                                 WS-MQ-REASON.
           IF WS-MQ-COMPCODE = 2
               MOVE WS-MQ-REASON TO WS-FAIL-CODE
           ELSE
               MOVE 'Y' TO WS-DELIVERED-FLAG
           END-IF.
           CALL 'MQCLOSE' USING WS-MQ-HCONN
                                 WS-MQ-HOBJ
                                 WS-MQ-COMPCODE
                                 WS-MQ-REASON.

       000030-FORMAT-NOW.

           EXEC CICS ASKTIME
                     ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-NOW-DATE)
                     DATESEP('-')
                     TIME(WS-NOW-TIME)
                     TIMESEP(':')
           END-EXEC.
           STRING WS-NOW-DATE DELIMITED SIZE
                  'T'         DELIMITED SIZE
                  WS-NOW-TIME DELIMITED SIZE
                  '.000000'   DELIMITED SIZE
                  INTO WS-NOW-TIMESTAMP
           END-STRING.

       000040-REARM-OR-DISARM.

      *    Anything left means another cycle - the OUTBOX flag
      *    stays on, so QQ1C0021 does not start a second chain.
           IF WS-PENDING-COUNT > ZERO
               PERFORM 000041-SCHEDULE-NEXT-CYCLE
               EXIT PARAGRAPH
           END-IF.
      *    Empty: disarm first, then look once more. An item
      *    parked while this cycle ran saw the flag still on and
      *    started nothing, so it is picked up here instead.
           PERFORM 000030-FORMAT-NOW.
           MOVE 'N' TO RGC-FLAG.
           PERFORM 000042-SET-OUTBOX-FLAG.
           MOVE LOW-VALUES TO OUT-KEY.
           EXEC CICS STARTBR
                     FILE('QQ1OUTB')
                     RIDFLD(OUT-KEY)
                     GTEQ
                     RESP(WS-OUTB-RESP)
           END-EXEC.
           IF WS-OUTB-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           EXEC CICS READNEXT
                     FILE('QQ1OUTB')
                     INTO(QQ1OUTB-RECORD)
                     RIDFLD(OUT-KEY)
                     RESP(WS-OUTB-RESP)
           END-EXEC.
           EXEC CICS ENDBR
                     FILE('QQ1OUTB')
           END-EXEC.
           IF WS-OUTB-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO RGC-FLAG
               PERFORM 000042-SET-OUTBOX-FLAG
               PERFORM 000041-SCHEDULE-NEXT-CYCLE
           END-IF.

       000041-SCHEDULE-NEXT-CYCLE.

           EXEC CICS CANCEL REQID(WS-START-REQID)
                     TRANSID('QQRD')
                     RESP(WS-START-RESP)
           END-EXEC.
           EXEC CICS START TRANSID('QQRD')
                     REQID(WS-START-REQID)
                     AFTER SECONDS(WS-INTERVAL)
                     RESP(WS-START-RESP)
           END-EXEC.

       000042-SET-OUTBOX-FLAG.

      *    RGC-FLAG carries the setting wanted; the row is read for
      *    update, stamped and rewritten with it. No row - nothing
      *    to keep in step.
           MOVE RGC-FLAG TO WS-WANTED-FLAG.
           MOVE 'OUTBOX  ' TO RGC-KEY.
           EXEC CICS READ FILE('QQ1RGCU')
                     INTO(QQ1RGCT-RECORD)
                     RIDFLD(RGC-KEY)
                     UPDATE
                     RESP(WS-RGCU-RESP)
           END-EXEC.
           IF WS-RGCU-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-WANTED-FLAG   TO RGC-FLAG.
           MOVE WS-USERID        TO RGC-USERID.
           MOVE WS-NOW-TIMESTAMP TO RGC-TIMESTAMP.
           EXEC CICS REWRITE FILE('QQ1RGCU')
                     FROM(QQ1RGCT-RECORD)
                     RESP(WS-RGCU-RESP)
           END-EXEC.
      *
      *   +->   QQ1C0090_OUTBOX_RETRY               10/15/2026  00:00
      *   !       Started task QQRD. Redelivers every QQ1PERF_RESULT
      *   !       row and MQ completion/SLA alert message QQ1C0021
      *   !       parked on the QQ1OUTB outbox, deleting each item
      *   !       once its write succeeds and recording attempts and
      *   !       the last failure code on the ones that still fail.
      *   !       Reschedules itself on the QQ1RGCT OUTBOX interval
      *   !       until the outbox is empty, then disarms the row.
      *   +---
