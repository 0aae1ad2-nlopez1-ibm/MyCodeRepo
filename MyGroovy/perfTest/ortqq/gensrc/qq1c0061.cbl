       COPY QQ1MQRP.
       COPY QQ1M061.
       COPY QQ1AID.
       COPY QQ1AUTH.
       01  WS-AUTH-RESP                PIC S9(8)   COMP.
       01  WS-COMMAREA.
           05  WS-CA-MODE              PIC X(1)    VALUE 'L'.
               88  WS-CA-LIST-MODE                 VALUE 'L'.
       01  WS-EDIT-OK-FLAG             PIC X(1).
           88  WS-EDIT-OK                          VALUE 'Y'.
       01  WS-OUTCOME-STATUS           PIC X(1)    VALUE 'N'.
       01  WS-REFERENCE-ID             PIC X(29)   VALUE SPACES.
       01  WS-ABCODE                   PIC X(4)    VALUE SPACES.
       01  WS-ABSTIME                  PIC S9(15)  COMP-3.
       01  WS-NOW-DATE                 PIC X(10).
       01  WS-MQ-REASON                PIC S9(9)   COMP VALUE ZERO.
       01  WS-MQ-REPLY-BUFFLEN         PIC S9(9)   COMP.
       01  WS-MQ-REPLY-QUEUE           PIC X(48)   VALUE SPACES.
      *    A resubmission is a request in its own right and goes on
      *    the QQ1INTK intake register like any other.
       COPY QQ1INTK.
       01  WS-INTK-RESP                PIC S9(8)   COMP.
       01  WS-LIST-LINE.
           05  LST-TIMESTAMP           PIC X(26).
           05  FILLER                  PIC X(1)    VALUE SPACES.

       000050-RESUBMIT-REQUEST.

           MOVE 'RSUB' TO AUTH-FUNCTION.
           MOVE 'O' TO AUTH-ROLES-WANTED.
           PERFORM 000088-CHECK-FUNCTION-ROLE.
           IF AUTH-REFUSED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CA-DETAIL-KEY TO QUA-KEY.
           EXEC CICS READ FILE('QQ1QUAR')
                     INTO(QQ1QUAR-RECORD)
               END-EXEC
           END-IF.
           MOVE 'N' TO WS-OUTCOME-STATUS.
           PERFORM 000066-REGISTER-INTAKE.
           EXEC CICS HANDLE ABEND
                     LABEL(000080-RESUBMIT-ABENDED)
           END-EXEC.
                     INTO(WS-ABCODE)
                     RESP(WS-CONTAINER-RESP)
           END-EXEC.
           PERFORM 000067-COMPLETE-INTAKE.
           MOVE QUA-CORRELATION-ID TO MQRP-CORRELATION-ID.
           MOVE WS-REFERENCE-ID    TO MQRP-REFERENCE-ID.
           MOVE WS-ABCODE          TO MQRP-ABCODE.
                                 WS-MQ-COMPCODE
                                 WS-MQ-REASON.

       000066-REGISTER-INTAKE.

      *    Keyed and stamped like the QQ1C0060 entries, with the
      *    quarantine key as the request's identity so the
      *    reconciliation can tie the run back to the QQ1QUAR
      *    record. RESP ignored - the register never stops a run.
           PERFORM 000076-FORMAT-NOW.
           MOVE SPACES TO QQ1INTK-RECORD.
           MOVE WS-NOW-TIMESTAMP  TO INK-TIMESTAMP.
           MOVE EIBTASKN          TO INK-TASKNO.
           MOVE 1                 TO INK-SEQ.
           MOVE 'Q'               TO INK-FRONT-DOOR.
           MOVE 'P'               TO INK-STATUS.
           MOVE QUA-KEY           TO INK-REQUEST-ID.
           MOVE QUA-CAMPAIGN-ID   TO INK-CAMPAIGN-ID.
           MOVE WS-DECIDER-USERID TO INK-USERID.
           EXEC CICS WRITE FILE('QQ1INTK')
                     FROM(QQ1INTK-RECORD)
                     RIDFLD(INK-KEY)
                     RESP(WS-INTK-RESP)
           END-EXEC.

       000067-COMPLETE-INTAKE.

           EXEC CICS READ FILE('QQ1INTK')
                     INTO(QQ1INTK-RECORD)
                     RIDFLD(INK-KEY)
                     UPDATE
                     RESP(WS-INTK-RESP)
           END-EXEC.
           IF WS-INTK-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           IF WS-OUTCOME-STATUS = 'A' OR WS-ABCODE NOT = SPACES
               MOVE 'A' TO INK-STATUS
           ELSE
               MOVE 'C' TO INK-STATUS
           END-IF.
           MOVE WS-REFERENCE-ID TO INK-REFERENCE-ID.
           MOVE WS-ABCODE       TO INK-ABCODE.
           PERFORM 000076-FORMAT-NOW.
           MOVE WS-NOW-TIMESTAMP TO INK-END-TIMESTAMP.
           EXEC CICS REWRITE FILE('QQ1INTK')
                     FROM(QQ1INTK-RECORD)
                     RESP(WS-INTK-RESP)
           END-EXEC.

       000070-REJECT-REQUEST.

           MOVE 'RJCT' TO AUTH-FUNCTION.
           MOVE 'O' TO AUTH-ROLES-WANTED.
           PERFORM 000088-CHECK-FUNCTION-ROLE.
           IF AUTH-REFUSED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CA-DETAIL-KEY TO QUA-KEY.
           EXEC CICS READ FILE('QQ1QUAR')
                     INTO(QQ1QUAR-RECORD)

       000075-STAMP-DECISION.

           PERFORM 000076-FORMAT-NOW.
           MOVE WS-DECIDER-USERID TO QUA-DECIDED-BY.
           MOVE WS-NOW-TIMESTAMP  TO QUA-DECIDED-TIMESTAMP.

       000076-FORMAT-NOW.

           EXEC CICS ASKTIME
                     ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS ASSIGN
                     USERID(WS-DECIDER-USERID)
           END-EXEC.

       000080-RESUBMIT-ABENDED.

           MOVE 'RESUBMITTED RUN ABENDED - REPLY SENT' TO MSGO.
           PERFORM 000090-SEND-LIST-AND-RETURN.

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

       000090-SEND-LIST-AND-RETURN.

           MOVE 'L' TO WS-CA-MODE.
      *   !       rejects with an abended QQ1MQRP carrying code
      *   !       QUAR. Every decision is stamped with who and
      *   !       when on the record itself.
      *   !
      *   !       10/14/2026 - reply reference_id widened to the
      *   !       29-byte date/region form.
      *   !
      *   !       10/15/2026 - resubmit and reject need the operator
      *   !       role in the QQ1ROLE table (QQ1C0094 check).
      *   !
      *   !       10/15/2026 - a resubmission is entered on the
      *   !       QQ1INTK intake register (front door Q, keyed back
      *   !       to its QQ1QUAR record) before the LINK and closed
      *   !       out with its reference_id and ABCODE.
      *   +---
