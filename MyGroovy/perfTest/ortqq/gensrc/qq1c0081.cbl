       COPY QQ1NOTE.
       COPY QQ1M081.
       COPY QQ1AID.
       COPY QQ1AUTH.
       01  WS-AUTH-RESP                PIC S9(8)   COMP.
      *    The COMMAREA carries the target and the note sequence
      *    last shown, so PF8 pages through a target's notes and an
      *    add lands at the next free sequence - the QQ1C0030
      *    last-key pattern.
       01  WS-COMMAREA.
           05  WS-CA-TARGET-ID         PIC X(29)   VALUE SPACES.
           05  WS-CA-LAST-SEQ          PIC 9(3)    VALUE ZERO.
       01  WS-NOTE-RESP                PIC S9(8)   COMP.
       01  WS-RECEIVE-RESP             PIC S9(8)   COMP.
       01  WS-EXIT-MESSAGE             PIC X(24)   VALUE
               'QQ1C0081 SESSION ENDED'.
       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(32).
       PROCEDURE DIVISION.
       000000-CONTROL.


       000020-ATTACH-NOTE.

           MOVE 'NOTE' TO AUTH-FUNCTION.
           MOVE 'OS' TO AUTH-ROLES-WANTED.
           PERFORM 000088-CHECK-FUNCTION-ROLE.
           IF AUTH-REFUSED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000005-EDIT-TARGET.
           IF NOT WS-EDIT-OK
               EXIT PARAGRAPH
                  INTO SHSTMPO
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

           EXEC CICS SEND MAP('QQ1M81A')
      *   !       morning reports read the file back and mark
      *   !       annotated runs as explained, so known noise stops
      *   !       being re-investigated every morning.
      *   !
      *   !       10/14/2026 - target field and COMMAREA widened to
      *   !       the 29-byte date/region reference_id.
      *   !
      *   !       10/15/2026 - attaching a note needs the operator or
      *   !       SLA owner role in the QQ1ROLE table (QQ1C0094
      *   !       check).
      *   +---
