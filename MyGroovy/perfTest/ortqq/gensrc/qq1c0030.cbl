       COPY QQ1MSGL.
       COPY QQ1M030.
       COPY QQ1AID.
       COPY QQ1AUTH.
       01  WS-AUTH-RESP                PIC S9(8)   COMP.
      *    The mapset's CTRL=(FREEKB,FRSET) resets every MDT on each
      *    SEND, so unmodified key fields do not come back on the
      *    next RECEIVE. The COMMAREA carries the last key worked

       000020-ADD-RECORD.

           MOVE 'ADD ' TO AUTH-FUNCTION.
           MOVE 'T' TO AUTH-ROLES-WANTED.
           PERFORM 000088-CHECK-FUNCTION-ROLE.
           IF AUTH-REFUSED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000005-EDIT-KEY-FIELDS.
           IF NOT WS-EDIT-OK
               EXIT PARAGRAPH
           END-IF.
      *    An ADD starts from a clean record; 000065 then overlays
      *    whichever text halves were keyed. Text keyed here is in
      *    effect at once, with no release and nothing scheduled.
           MOVE SPACES TO MSGT-TEXT.
           MOVE SPACES TO MSGT-RELEASE-ID MSGT-EFFECTIVE-FROM.
           MOVE SPACES TO MSGT-NEXT-VERSION.
           PERFORM 000065-BUILD-TEXT-FROM-SCREEN.
           EXEC CICS WRITE FILE('QQ1MSGU')
                     FROM(QQ1MSGT-RECORD)

       000030-UPDATE-RECORD.

           MOVE 'UPDT' TO AUTH-FUNCTION.
           MOVE 'T' TO AUTH-ROLES-WANTED.
           PERFORM 000088-CHECK-FUNCTION-ROLE.
           IF AUTH-REFUSED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000005-EDIT-KEY-FIELDS.
           IF NOT WS-EDIT-OK
               EXIT PARAGRAPH
           END-EXEC.
           IF WS-MSGT-RESP = DFHRESP(NORMAL)
               PERFORM 000065-BUILD-TEXT-FROM-SCREEN
      *        A row so far holding only a staged release version
      *        gets text in effect from now on; the staged version
      *        still takes over at its own go-live.
               IF MSGT-EFFECTIVE-FROM = HIGH-VALUES
                   MOVE SPACES TO MSGT-RELEASE-ID
                   MOVE SPACES TO MSGT-EFFECTIVE-FROM
               END-IF
               EXEC CICS REWRITE FILE('QQ1MSGU')
                         FROM(QQ1MSGT-RECORD)
                         RESP(WS-MSGT-RESP)

       000040-DELETE-RECORD.

           MOVE 'DELT' TO AUTH-FUNCTION.
           MOVE 'T' TO AUTH-ROLES-WANTED.
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

           EXEC CICS SEND MAP('QQ1M30A')
      *   !       maintenance-log record (userid, action, timestamp,
      *   !       text as applied) for every change, replacing the
      *   !       hand-built IDCAMS REPRO decks ops maintained before.
      *   !
      *   !       10/15/2026 - adds, updates and deletes need the
      *   !       catalog translator role in the QQ1ROLE table
      *   !       (QQ1C0094 check).
      *   !
      *   !       10/15/2026 - add/update stamp the text in effect at
      *   !       once, leaving any release-scheduled version alone.
      *   +---
