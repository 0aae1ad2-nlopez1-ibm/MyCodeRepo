      *    flag invalidates a whole night of campaign numbers; two
      *    people now have to agree to it.
       COPY QQ1PNDC.
      *    Hung-run watchdog: whether QQWD is switched on comes from
      *    the QQ1RGCT 'WATCHDOG' row, what its last cycle found
      *    from the status item QQ1C0100 leaves on TS QQ1WDOGS.
       COPY QQ1WDST.
      *    A control-file restore is proposed here too (PF10): the
      *    operator keys the number of a QQ1B0041 restore plan, and
      *    only its header is checked - the rows are applied, and
      *    checked against the live files, by QQ1C0041.
       COPY QQ1RSTP.
       COPY QQ1M040.
       COPY QQ1AID.
       COPY QQ1AUTH.
       01  WS-AUTH-RESP                PIC S9(8)   COMP.
       01  WS-COMMAREA                 PIC X(1)    VALUE SPACE.
       01  WS-TMODE-RESP               PIC S9(8)   COMP.
       01  WS-DIALT-RESP               PIC S9(8)   COMP.
       01  WS-INFLIGHT-RESP            PIC S9(8)   COMP.
       01  WS-RECEIVE-RESP             PIC S9(8)   COMP.
       01  WS-INFLIGHT-QUEUE-NAME      PIC X(8)    VALUE 'QQ1INFLT'.
       01  WS-INFLIGHT-ITEM-LEN        PIC S9(4)   COMP VALUE +60.
       01  WS-DIALT-EOF-FLAG           PIC X(1)    VALUE 'N'.
           88  WS-DIALT-EOF                        VALUE 'Y'.
       01  WS-NEW-DIALECT-CD           PIC X(1)    VALUE SPACE.
       01  WS-LAST-REFERENCE-ID        PIC X(29)   VALUE SPACES.
       01  WS-RGCT-RESP                PIC S9(8)   COMP.
       01  WS-RUNCT-RESP               PIC S9(8)   COMP.
       01  WS-RUNCT-QUEUE-NAME         PIC X(8)    VALUE 'QQ1RUNCT'.
       01  WS-RUNCT-ITEM-LEN           PIC S9(4)   COMP VALUE +5.
       01  WS-WDOGS-RESP               PIC S9(8)   COMP.
       01  WS-WDOGS-QUEUE-NAME         PIC X(8)    VALUE 'QQ1WDOGS'.
       01  WS-WDOGS-ITEM-LEN           PIC S9(4)   COMP VALUE +129.
       01  WS-LOG-RESP                 PIC S9(8)   COMP.
       01  WS-PNDC-RESP                PIC S9(8)   COMP.
       01  WS-RSTP-RESP                PIC S9(8)   COMP.
       01  WS-ABSTIME                  PIC S9(15)  COMP-3.
       01  WS-CHANGE-DATE              PIC X(10).
       01  WS-CHANGE-TIME              PIC X(8).
                       PERFORM 000050-TOGGLE-DRAIN
                   WHEN QQ1AID-PF9
                       PERFORM 000055-RESET-BREAKER
                   WHEN QQ1AID-PF10
                       PERFORM 000060-PROPOSE-RESTORE-PLAN
                   WHEN OTHER
                       MOVE 'INVALID FUNCTION KEY' TO MSGO
               END-EVALUATE
           PERFORM 000012-SHOW-ACTIVE-DIALECT.
           PERFORM 000013-SHOW-INFLIGHT-AND-LAST-RUN.
           PERFORM 000015-SHOW-DRAIN-AND-RUNS.
           PERFORM 000016-SHOW-WATCHDOG.

       000011-SHOW-TEST-MODE.

      *    The TS queue carries only the last run's reference_id -
      *    its final ABCODE lives on the audit record, keyed by
      *    reference_id + timestamp, so a generic browse on the
      *    29-byte reference_id prefix finds it.
           MOVE SPACES TO LABCDO.
           MOVE QUSC-LAST-REFERENCE-ID TO WS-LAST-REFERENCE-ID.
           IF WS-LAST-REFERENCE-ID = SPACES
           EXEC CICS STARTBR
                     FILE('QQ1AUDT')
                     RIDFLD(AUD-KEY)
                     KEYLENGTH(29)
                     GENERIC
                     GTEQ
                     RESP(WS-AUDIT-RESP)
               MOVE 'CLOSED  ' TO BRKSTO
           END-IF.

       000016-SHOW-WATCHDOG.

           MOVE 'WATCHDOG' TO RGC-KEY.
           EXEC CICS READ FILE('QQ1RGCU')
                     INTO(QQ1RGCT-RECORD)
                     RIDFLD(RGC-KEY)
                     RESP(WS-RGCT-RESP)
           END-EXEC.
           IF WS-RGCT-RESP = DFHRESP(NORMAL) AND RGC-FLAG-ON
               MOVE 'ON      ' TO WDSTATO
           ELSE
               MOVE 'OFF     ' TO WDSTATO
           END-IF.
           EXEC CICS READQ TS QUEUE(WS-WDOGS-QUEUE-NAME)
                     INTO(QQ1WDST-RECORD)
                     LENGTH(WS-WDOGS-ITEM-LEN)
                     ITEM(1)
                     RESP(WS-WDOGS-RESP)
           END-EXEC.
           IF WS-WDOGS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WDLASTO WDFIXO
               MOVE ZEROS  TO WDHUNGO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WDLASTO.
           STRING WDS-LAST-CYCLE-TIMESTAMP(1:10)  DELIMITED SIZE
                  ' '                             DELIMITED SIZE
                  WDS-LAST-CYCLE-TIMESTAMP(12:8)  DELIMITED SIZE
                  INTO WDLASTO
           END-STRING.
           MOVE WDS-RUNS-HUNG       TO WDHUNGO.
           MOVE WDS-LAST-CORRECTION TO WDFIXO.

       000055-RESET-BREAKER.

           MOVE 'BRKR' TO AUTH-FUNCTION.
           MOVE 'O' TO AUTH-ROLES-WANTED.
           PERFORM 000088-CHECK-FUNCTION-ROLE.
           IF AUTH-REFUSED
               EXIT PARAGRAPH
           END-IF.
      *    Like the drain, the breaker reset is an operational
      *    emergency action and stays immediate: the whole point is
      *    to let scheduled work flow again the moment the root

       000050-TOGGLE-DRAIN.

           MOVE 'DRAN' TO AUTH-FUNCTION.
           MOVE 'O' TO AUTH-ROLES-WANTED.
           PERFORM 000088-CHECK-FUNCTION-ROLE.
           IF AUTH-REFUSED
               EXIT PARAGRAPH
           END-IF.
      *    The drain switch is the one panel action that stays
      *    immediate: it exists for the moment before a recycle,
      *    when waiting on a second approver defeats its purpose.

       000020-PROPOSE-TEST-MODE-TOGGLE.

           MOVE 'TMOD' TO AUTH-FUNCTION.
           MOVE 'O' TO AUTH-ROLES-WANTED.
           PERFORM 000088-CHECK-FUNCTION-ROLE.
           IF AUTH-REFUSED
               EXIT PARAGRAPH
           END-IF.
           MOVE 'T'    TO PND-CHANGE-TYPE.
           MOVE SPACES TO PND-NEW-VALUE.
           PERFORM 000045-WRITE-PENDING-CHANGE.

       000030-PROPOSE-ABEND-CODE.

           MOVE 'ABND' TO AUTH-FUNCTION.
           MOVE 'O' TO AUTH-ROLES-WANTED.
           PERFORM 000088-CHECK-FUNCTION-ROLE.
           IF AUTH-REFUSED
               EXIT PARAGRAPH
           END-IF.
           IF ABCINI = SPACES OR ABCINI = LOW-VALUES
               MOVE 'ENTER A NEW ABEND CODE FIRST' TO MSGO
               EXIT PARAGRAPH

       000040-PROPOSE-ACTIVE-DIALECT.

           MOVE 'DIAL' TO AUTH-FUNCTION.
           MOVE 'O' TO AUTH-ROLES-WANTED.
           PERFORM 000088-CHECK-FUNCTION-ROLE.
           IF AUTH-REFUSED
               EXIT PARAGRAPH
           END-IF.
           IF DIAINI = SPACE OR DIAINI = LOW-VALUES
               MOVE 'ENTER A NEW DIALECT CODE FIRST' TO MSGO
               EXIT PARAGRAPH
           MOVE WS-NEW-DIALECT-CD TO PND-NEW-VALUE(1:1).
           PERFORM 000045-WRITE-PENDING-CHANGE.

       000060-PROPOSE-RESTORE-PLAN.

           MOVE 'RSTR' TO AUTH-FUNCTION.
           MOVE 'O' TO AUTH-ROLES-WANTED.
           PERFORM 000088-CHECK-FUNCTION-ROLE.
           IF AUTH-REFUSED
               EXIT PARAGRAPH
           END-IF.
      *    The plan must exist and be a real plan (not the NEXTPLAN
      *    counter row); anything else is the approver's check
      *    against the files as they are at approval time.
           IF PLANINI NOT NUMERIC
               MOVE 'ENTER A 4-DIGIT RESTORE PLAN NUMBER FIRST' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           MOVE PLANINI TO RSP-PLAN-NO.
           MOVE ZERO    TO RSP-SEQ.
           IF RSP-PLAN-NO = ZERO
               MOVE 'RESTORE PLAN NUMBER CANNOT BE 0000' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           EXEC CICS READ FILE('QQ1RSTP')
                     INTO(QQ1RSTP-RECORD)
                     RIDFLD(RSP-KEY)
                     RESP(WS-RSTP-RESP)
           END-EXEC.
           IF WS-RSTP-RESP NOT = DFHRESP(NORMAL)
               MOVE 'RESTORE PLAN NOT FOUND IN QQ1RSTP' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           IF RSH-ROW-COUNT NOT NUMERIC OR RSH-ROW-COUNT = ZERO
               MOVE 'RESTORE PLAN HAS NO ROWS TO APPLY' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'R'     TO PND-CHANGE-TYPE.
           MOVE PLANINI TO PND-NEW-VALUE.
           PERFORM 000045-WRITE-PENDING-CHANGE.

       000045-WRITE-PENDING-CHANGE.

      *    Nothing is applied here: the proposal lands on QQ1PNDC
           ELSE
               MOVE 'QQ1PNDC WRITE FAILED - NOT QUEUED' TO MSGO
           END-IF.

       000088-CHECK-FUNCTION-ROLE.

      *    The caller names the function and the roles allowed to
      *    use it; QQ1C0094 checks the signed-on userid against the
      *    QQ1ROLE table and logs a refusal to QQ1SECV. A check that
      *    cannot be made refuses the function as well.
           MOVE EIBTRNID TO AUTH-TRANSID.
           MOVE 'N'      TO AUTH-RESULT.
           EXEC CICS LINK PROGRAM('QQ1C0094')
                     COMMAREA(QQ1AUTH-COMMAREA)
                     LENGTH(LENGTH OF QQ1AUTH-COMMAREA)
                     RESP(WS-AUTH-RESP)
           END-EXEC.
           IF WS-AUTH-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO AUTH-RESULT
               MOVE 'ROLE CHECK UNAVAILABLE - FUNCTION NOT DONE'
                   TO AUTH-MESSAGE
           END-IF.
           IF AUTH-REFUSED
               MOVE AUTH-MESSAGE TO MSGO
           END-IF.
      *
      *   +->   QQ1C0040_PERF_TEST_OPERATOR_PANEL   08/23/2026  00:00
      *   !       3270 operator console (QQOP) for the perf-test
      *   !       where the change is applied and journaled. The
      *   !       PF8 drain toggle deliberately stays immediate -
      *   !       it exists for the moment before a recycle.
      *   !
      *   !       10/14/2026 - last-run ABCODE lookup and the QQ1INFLT
      *   !       item length follow the widened date/region
      *   !       reference_id.
      *   !
      *   !       10/15/2026 - PF10 proposes a QQ1B0041 control-file
      *   !       restore plan (number keyed on the panel) as a
      *   !       QQ1PNDC pending change; QQ1C0041 applies it on
      *   !       approval.
      *   !
      *   !       10/15/2026 - every PF action needs the operator role
      *   !       in the QQ1ROLE table (QQ1C0094 check).
      *   !
      *   !       10/15/2026 - rows 19-20 show the QQWD hung-run
      *   !       watchdog: on/off, last cycle, runs over the
      *   !       in-flight limit and its latest correction.
      *   +---
