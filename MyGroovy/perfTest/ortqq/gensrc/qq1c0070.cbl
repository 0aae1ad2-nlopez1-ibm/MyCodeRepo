       01  WS-RETRIEVE-LEN             PIC S9(4)   COMP VALUE +20.
       01  WS-ASYS-RESP                PIC S9(8)   COMP.
       01  WS-CONTAINER-RESP           PIC S9(8)   COMP.
       01  WS-REFERENCE-ID             PIC X(29)   VALUE SPACES.
       01  WS-ABCODE                   PIC X(4)    VALUE SPACES.
       01  WS-OUTCOME-STATUS           PIC X(1)    VALUE 'C'.
       01  WS-ABSTIME                  PIC S9(15)  COMP-3.
                         FROM(ASYN-CAMPAIGN-ID)
               END-EXEC
           END-IF.
      *    The token goes down too, so QQ1C0021 can stamp it on
      *    this run's QQ1RUNR registry entry - the QQWD watchdog
      *    closes out only pending tokens no live run is holding.
           EXEC CICS PUT CONTAINER('QQ1TOKCN')
                     CHANNEL('QQ1WEBCH')
                     FROM(ASYN-TOKEN)
           END-EXEC.
      *    The chain's recovery ABEND must not take this task down
      *    before the status record says how the run ended.
           EXEC CICS HANDLE ABEND
      *   !       out the pending record QQ1W0023 wrote, with the
      *   !       end timestamp, so overnight pollers keep getting
      *   !       truthful answers across a region restart.
      *   !
      *   !       10/14/2026 - QQ1ASYS reference_id widened to the
      *   !       29-byte date/region form.
      *   !
      *   !       10/15/2026 - passes the token down as container
      *   !       QQ1TOKCN for the QQ1RUNR in-flight registry.
      *   +---
