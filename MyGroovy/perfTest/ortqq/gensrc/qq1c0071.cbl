       01  WS-NOW-TIME                 PIC X(8).
       01  WS-NOW-TIMESTAMP            PIC X(26).
       01  WS-HOLD-TOKEN               PIC X(8).
       01  WS-START-RESP               PIC S9(8)   COMP.
       COPY QQ1RUNR.
       01  WS-RUNR-RESP                PIC S9(8)   COMP.
       PROCEDURE DIVISION.
       000000-CONTROL.

                     RESP(WS-ASYS-RESP)
           END-EXEC.
           IF WS-ASYS-RESP NOT = DFHRESP(NORMAL)
               PERFORM 000020-RESUME-OUTBOX-RETRY
               PERFORM 000040-RESUME-CANARY
               PERFORM 000050-CLEAR-RUN-REGISTRY
               PERFORM 000060-RESUME-WATCHDOG
               EXEC CICS RETURN
               END-EXEC
           END-IF.
           EXEC CICS ENDBR
                     FILE('QQ1ASYS')
           END-EXEC.
           PERFORM 000020-RESUME-OUTBOX-RETRY.
           PERFORM 000030-RESUME-BOOKING-SCHEDULER.
           PERFORM 000040-RESUME-CANARY.
           PERFORM 000050-CLEAR-RUN-REGISTRY.
           PERFORM 000060-RESUME-WATCHDOG.
           EXEC CICS RETURN
           END-EXEC.

       000020-RESUME-OUTBOX-RETRY.

      *    A QQRD cycle scheduled before the recycle did not survive
      *    it, so one is started now whatever the QQ1RGCT OUTBOX
      *    flag says: QQ1C0090 redelivers anything left on QQ1OUTB
      *    and, finding it empty, simply clears the flag.
           EXEC CICS START TRANSID('QQRD')
                     REQID('QQ1OUTBR')
                     RESP(WS-START-RESP)
           END-EXEC.

       000030-RESUME-BOOKING-SCHEDULER.

      *    Likewise the QQBS booking scheduler: a cycle pending at
      *    the recycle is gone, and QQ1C0093 simply ends when no
      *    booking is approved or under way.
           EXEC CICS START TRANSID('QQBS')
                     REQID('QQ1BOOKS')
                     RESP(WS-START-RESP)
           END-EXEC.

       000040-RESUME-CANARY.

      *    And the QQCN canary, so availability is measured from
      *    the moment the region is back - QQ1C0096 ends at once
      *    if the QQ1RGCT CANARY row is switched off.
           EXEC CICS START TRANSID('QQCN')
                     REQID('QQ1CANRY')
                     RESP(WS-START-RESP)
           END-EXEC.

       000050-CLEAR-RUN-REGISTRY.

      *    Every run on the QQ1RUNR in-flight registry died with the
      *    recycle, and task numbers start again from one - empty
      *    it so the watchdog never mistakes a new task for an old
      *    run.
           MOVE LOW-VALUES TO RUNR-KEY.
           MOVE DFHRESP(NORMAL) TO WS-RUNR-RESP.
           PERFORM 000051-DELETE-ONE-RUN
               UNTIL WS-RUNR-RESP NOT = DFHRESP(NORMAL).

       000051-DELETE-ONE-RUN.

           EXEC CICS READ FILE('QQ1RUNR')
                     INTO(QQ1RUNR-RECORD)
                     RIDFLD(RUNR-KEY)
                     GTEQ
                     RESP(WS-RUNR-RESP)
           END-EXEC.
           IF WS-RUNR-RESP = DFHRESP(NORMAL)
               EXEC CICS DELETE FILE('QQ1RUNR')
                         RIDFLD(RUNR-KEY)
                         RESP(WS-RUNR-RESP)
               END-EXEC
           END-IF.

       000060-RESUME-WATCHDOG.

      *    And the QQWD hung-run watchdog - QQ1C0100 ends at once
      *    if the QQ1RGCT WATCHDOG row is switched off.
           EXEC CICS START TRANSID('QQWD')
                     REQID('QQ1WDOG ')
                     RESP(WS-START-RESP)
           END-EXEC.

       000010-SWEEP-ONE-RECORD.

           EXEC CICS READNEXT
      *   !       recycle, and the distinct status lets QQ1W0024
      *   !       tell overnight pollers exactly that instead of a
      *   !       pending that never resolves.
      *   !
      *   !       10/15/2026 - also starts the QQRD outbox retry task,
      *   !       so output parked before the recycle is redelivered
      *   !       and a stale OUTBOX flag is cleared.
      *   !
      *   !       10/15/2026 - also starts the QQBS booking scheduler,
      *   !       so approved bookings are still submitted on time.
      *   !
      *   !       10/15/2026 - also starts the QQCN canary, so
      *   !       availability is measured from region startup.
      *   !
      *   !       10/15/2026 - also empties the QQ1RUNR in-flight
      *   !       registry and starts the QQWD hung-run watchdog.
      *   +---
