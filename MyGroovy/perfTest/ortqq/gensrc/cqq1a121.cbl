       COPY QQ1DPLF.
       COPY QQ1RCTX.
       COPY QQ1QUSC.
       COPY QQ1FLTD.
       01  WS-FAULT-RESP                PIC S9(8)   COMP.
       01  WS-FAULT-DELAY-SECONDS       PIC S9(8)   COMP.
       01  WS-INFLIGHT-QUEUE-NAME       PIC X(8)    VALUE 'QQ1INFLT'.
       01  WS-INFLIGHT-ITEM-LEN         PIC S9(4)   COMP
                                         VALUE +60.
       01  WS-INFLIGHT-RESP             PIC S9(8)   COMP.
       COPY QQ1RUNR.
       01  WS-RUNR-RESP                 PIC S9(8)   COMP.
       01  WS-RUNR-IN-SERVER-FLAG       PIC X(1).
       01  WS-QUIESCE-RETRY-COUNT       PIC 9(2)    COMP VALUE ZERO.
       01  WS-QUIESCE-RETRY-LIMIT       PIC 9(2)    COMP VALUE 10.
       01  WS-QUIESCE-DELAY-INTERVAL    PIC S9(7)   COMP-3 VALUE 1.
           EXEC CICS GET CONTAINER('QQ1RCXCN')
                     INTO(QQ1RUN-CONTEXT)
           END-EXEC.
      *    Fault-injection directive - absent or blank for every
      *    run QQ1C0021 did not pick for the armed QQ1FLTI fault.
           EXEC CICS GET CONTAINER('QQ1FLTCN')
                     INTO(QQ1FAULT-DIRECTIVE)
                     RESP(WS-FAULT-RESP)
           END-EXEC.
           IF WS-FAULT-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO QQ1FAULT-DIRECTIVE
           END-IF.

           MOVE "I" TO IEF-RUNTIME-PARM1.
           IF FLTD-DELAY AND FLTD-TARGET-HOP = 'CQQ1A121'
               PERFORM PARA-INJECT-DELAY
           END-IF.
           MOVE 0   TO CALL-DEPTH-COUNTER.
           MOVE 10  TO CALL-DEPTH-LIMIT.
           MOVE 'N' TO CALL-DEPTH-TRIPPED-FLAG.
           EXEC CICS INQUIRE TASK
                     CPUTIME(WS-CPUTIME-BEFORE)
           END-EXEC.
           IF FLTD-DELAY AND FLTD-TARGET-HOP = 'CQQ1A131'
               PERFORM PARA-INJECT-DELAY
           END-IF.
           CALL 'CQQ1A131' USING IEF-RUNTIME-PARM1
                                  EXP-REFERENCE-IQQ1-SERVER-DATA
                                  WS-CALL-NESTING
                                  WS-CHAIN-TRACE
                                  WS-METRICS-TRACE
                                  IMP-DIALECT-IQQ1-COMPONENT.
      *    Injected bad return flag: server init reports failure
      *    whatever it really did, so the check below must catch it.
           IF FLTD-BAD-RETURN-FLAG
               MOVE 'E' TO IEF-RUNTIME-PARM1
               MOVE 'E' TO CHAIN-FLAG-CQQ1A131
           END-IF.
           EXEC CICS ASKTIME
                     ABSTIME(WS-ABSTIME-AFTER)
           END-EXEC.
                         CPUTIME(WS-CPUTIME-BEFORE)
               END-EXEC
               MOVE DIALECT-CD TO DSD-DIALECT-CODE
               PERFORM PARA-INJECT-IQQ1A031-FAULT
               PERFORM PARA-MARK-INFLIGHT
               CALL 'IQQ1A031' USING IEF-RUNTIME-PARM1
                                      IMP-ERROR-IQQ1-COMPONENT
               END-IF
           END-IF.
           EXIT.
      *
       PARA-INJECT-IQQ1A031-FAULT.
      *    Faults aimed at IQQ1A031 are set up on its inputs, so it
      *    meets them exactly as it would a real one: a severe
      *    imp_error demanding rollback goes through its init exit
      *    (CSMT line, QQ1ERRL record, 'R') and on to
      *    PARA-HANDLE-ROLLBACK; a dialect with no catalog rows
      *    drives its miss into PARA-DIALECT-FALLBACK; a delay
      *    lands inside its timing bracket.
           EVALUATE TRUE
               WHEN FLTD-SEVERE-ROLLBACK
                   MOVE '3'        TO ERR-SEVERITY-CODE
                   MOVE 'Y'        TO ERR-ROLLBACK-INDICATOR
                   MOVE 'QQ1FAULT' TO ERR-ORIGIN-SERVID
                   MOVE SPACES     TO ERR-CONTEXT-STRING
                   STRING 'injected severe error, fault '
                              DELIMITED SIZE
                          FLTD-FAULT-NO DELIMITED SIZE
                          INTO ERR-CONTEXT-STRING
                   END-STRING
                   MOVE 9999       TO ERR-RETURN-CODE
               WHEN FLTD-CATALOG-MISS
                   MOVE '#' TO DSD-DIALECT-CODE
               WHEN FLTD-DELAY AND FLTD-TARGET-HOP = 'IQQ1A031'
                   PERFORM PARA-INJECT-DELAY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT.
      *
       PARA-INJECT-DELAY.
           MOVE FLTD-DELAY-SECONDS TO WS-FAULT-DELAY-SECONDS.
           EXEC CICS DELAY
                     FOR SECONDS(WS-FAULT-DELAY-SECONDS)
           END-EXEC.
           EXIT.
      *
       PARA-MARK-INFLIGHT.
      *    Increment the process-wide in-flight counter on TS queue
                         LENGTH(WS-INFLIGHT-ITEM-LEN)
               END-EXEC
           END-IF.
           MOVE 'Y' TO WS-RUNR-IN-SERVER-FLAG.
           PERFORM PARA-FLAG-RUN-REGISTRY.
           EXEC CICS DEQ RESOURCE(WS-INFLIGHT-QUEUE-NAME)
                     LENGTH(8)
           END-EXEC.
                         RESP(WS-INFLIGHT-RESP)
               END-EXEC
           END-IF.
           MOVE 'N' TO WS-RUNR-IN-SERVER-FLAG.
           PERFORM PARA-FLAG-RUN-REGISTRY.
           EXEC CICS DEQ RESOURCE(WS-INFLIGHT-QUEUE-NAME)
                     LENGTH(8)
           END-EXEC.
           EXIT.
      *
       PARA-FLAG-RUN-REGISTRY.
      *    Record on this task's QQ1RUNR entry (written by QQ1C0021)
      *    whether it is counted on QQ1INFLT, so the QQWD watchdog
      *    can recount the queue from the runs still alive. Called
      *    under the QQ1INFLT ENQ with the new flag value already
      *    in WS-RUNR-IN-SERVER-FLAG; a task with no registry
      *    entry is left alone.
           MOVE EIBTASKN TO RUNR-TASK-NO.
           EXEC CICS READ FILE('QQ1RUNR')
                     INTO(QQ1RUNR-RECORD)
                     RIDFLD(RUNR-KEY)
                     UPDATE
                     RESP(WS-RUNR-RESP)
           END-EXEC.
           IF WS-RUNR-RESP = DFHRESP(NORMAL)
               MOVE WS-RUNR-IN-SERVER-FLAG TO RUNR-IN-SERVER-FLAG
               MOVE SRVD-REFERENCE-ID      TO RUNR-REFERENCE-ID
               EXEC CICS REWRITE FILE('QQ1RUNR')
                         FROM(QQ1RUNR-RECORD)
                         RESP(WS-RUNR-RESP)
               END-EXEC
           END-IF.
           EXIT.
      *
       PARA-QUIESCE-DRAIN.
      *    Poll the shared in-flight counter, bounded by
      *   !           origin_servid
      *   !           context_string
      *   !           return_code
      *   !
      *   !       10/14/2026 - QQ1INFLT item length follows the
      *   !       29-byte date/region reference_id.
      *   !
      *   !       10/15/2026 - QQ1FLTCN fault-injection directive:
      *   !       delay, bad CQQ1A131 return flag, severe error and
      *   !       catalog miss on IQQ1A031.
      *   !
      *   !       10/15/2026 - QQ1RUNR in-server flag and reference_id
      *   !       kept with the QQ1INFLT count for the QQWD
      *   !       hung-run watchdog.
      *   +---
