       COPY QQ1BRCH.
       COPY QQ1M053.
       COPY QQ1AID.
       COPY QQ1AUTH.
       01  WS-AUTH-RESP                PIC S9(8)   COMP.
      *    The COMMAREA carries the paging position plus the exact
      *    BRC-KEY behind each list line, so PF5 with the cursor on
      *    a line can READ UPDATE the right record - the QQ1C0080
       01  WS-ACK-TIME                 PIC X(8).
       01  WS-ACK-USERID               PIC X(8).
       01  WS-LIST-LINE.
           05  LST-REFERENCE-ID        PIC X(29).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  LST-RUN-TIMESTAMP       PIC X(19).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  LST-PROGRAM-ID          PIC X(8).
           05  FILLER                  PIC X(1)    VALUE SPACES.

       000050-ACKNOWLEDGE-AT-CURSOR.

           MOVE 'ACK ' TO AUTH-FUNCTION.
           MOVE 'OS' TO AUTH-ROLES-WANTED.
           PERFORM 000088-CHECK-FUNCTION-ROLE.
           IF AUTH-REFUSED
               EXIT PARAGRAPH
           END-IF.
      *    The list lines sit on screen rows 4 through 13.
           COMPUTE WS-CURSOR-ROW = (EIBCPOSN / 80) + 1.
           IF WS-CURSOR-ROW < 4 OR WS-CURSOR-ROW > 13
               MOVE 'QQ1BRCH REWRITE FAILED' TO MSGO
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

       000090-SEND-MAP-AND-RETURN.

           EXEC CICS SEND MAP('QQ1M53A')
      *   !       timestamp, so the duty operator works the
      *   !       overnight breaches down to an empty list instead
      *   !       of losing them.
      *   !
      *   !       10/14/2026 - list line carries the 29-byte
      *   !       date/region reference_id; the run timestamp is shown
      *   !       to the second to keep the line on one row.
      *   !
      *   !       10/15/2026 - acknowledging needs the operator or SLA
      *   !       owner role in the QQ1ROLE table (QQ1C0094 check).
      *   +---
