       COPY QQ1CTLL.
       COPY QQ1M031.
       COPY QQ1AID.
       COPY QQ1AUTH.
       01  WS-AUTH-RESP                PIC S9(8)   COMP.
      *    The COMMAREA carries the last key worked with across the
      *    pseudo-conversation, exactly the QQ1C0030 pattern:
      *    inquire-then-update needs no retyping under FRSET, and

       000020-ADD-RECORD.

           MOVE 'ADD ' TO AUTH-FUNCTION.
           MOVE 'S' TO AUTH-ROLES-WANTED.
           PERFORM 000088-CHECK-FUNCTION-ROLE.
           IF AUTH-REFUSED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000005-EDIT-KEY-FIELDS.
           IF NOT WS-EDIT-OK
               EXIT PARAGRAPH

       000030-UPDATE-RECORD.

           MOVE 'UPDT' TO AUTH-FUNCTION.
           MOVE 'S' TO AUTH-ROLES-WANTED.
           PERFORM 000088-CHECK-FUNCTION-ROLE.
           IF AUTH-REFUSED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000005-EDIT-KEY-FIELDS.
           IF NOT WS-EDIT-OK
               EXIT PARAGRAPH

       000040-DELETE-RECORD.

           MOVE 'DELT' TO AUTH-FUNCTION.
           MOVE 'S' TO AUTH-ROLES-WANTED.
           PERFORM 000088-CHECK-FUNCTION-ROLE.
           IF AUTH-REFUSED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000005-EDIT-KEY-FIELDS.
           IF NOT WS-EDIT-OK
               EXIT PARAGRAPH
                  INTO LSTCHGO
           END-STRING.

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

       000090-SEND-MAP-AND-RETURN.

           EXEC CICS SEND MAP('QQ1M31A')
      *   !       QQ1CTLL control-maintenance-log record per change,
      *   !       so SLA tuning is a desk job instead of an IDCAMS
      *   !       REPRO cycle and a region bounce risk.
      *   !
      *   !       10/15/2026 - adds, updates and deletes need the SLA
      *   !       owner role in the QQ1ROLE table (QQ1C0094 check).
      *   +---
