      *COMPILE1: LANG(COBOL) CMP(DEFAULT) CICS(Y) DB2(N)
      *COMPILE2: MQS(N) DLL(N) IP(N) LDAP(N) EXCI(N) RENT(N)
      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
      ** Operator view of undelivered outbox items and their age
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  QQ1C0091.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY QQ1OUTB.
       COPY QQ1M091.
       COPY QQ1AID.
       COPY QQ1AUTH.
       01  WS-AUTH-RESP                PIC S9(8)   COMP.
       01  WS-COMMAREA.
           05  WS-CA-RESUME-KEY        PIC X(32)   VALUE LOW-VALUES.
       01  WS-OUTB-RESP                PIC S9(8)   COMP.
       01  WS-RECEIVE-RESP             PIC S9(8)   COMP.
       01  WS-START-RESP               PIC S9(8)   COMP.
       01  WS-START-REQID              PIC X(8)    VALUE 'QQ1OUTBR'.
       01  WS-BROWSE-DONE-FLAG         PIC X(1)    VALUE 'N'.
           88  WS-BROWSE-DONE                      VALUE 'Y'.
       01  WS-FIRST-READ-FLAG          PIC X(1)    VALUE 'N'.
           88  WS-FIRST-READ                       VALUE 'Y'.
       01  WS-LINE-IDX                 PIC S9(4)   COMP.
       01  WS-SCAN-COUNT               PIC S9(8)   COMP.
       01  WS-SCAN-LIMIT               PIC S9(8)   COMP VALUE 500.
       01  WS-NOW-ABSTIME              PIC S9(15)  COMP-3.
       01  WS-AGE-MS                   PIC S9(15)  COMP-3.
       01  WS-AGE-MINUTES              PIC S9(9)   COMP.
       01  WS-AGE-HOURS                PIC S9(9)   COMP.
       01  WS-AGE-MM                   PIC S9(4)   COMP.
       01  WS-LIST-LINE.
           05  LST-KIND                PIC X(1).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  LST-REFERENCE-ID        PIC X(29).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  LST-PARKED-TIMESTAMP    PIC X(19).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  LST-AGE-HOURS           PIC ZZZZ9.
           05  LST-AGE-SEP             PIC X(1)    VALUE ':'.
           05  LST-AGE-MM              PIC 99.
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  LST-ATTEMPTS            PIC ZZZZ9.
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  LST-LAST-CODE           PIC -(9)9.
       01  WS-EXIT-MESSAGE             PIC X(24)   VALUE
               'QQ1C0091 SESSION ENDED'.
       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(32).
       PROCEDURE DIVISION.
       000000-CONTROL.

      *    Transaction QQOB. Everything on QQ1OUTB is output some
      *    run produced that has not reached DB2 or its queue yet;
      *    the age column is how long it has been stuck, so an
      *    operator can tell a blip the next QQRD cycle will clear
      *    from a queue manager that has been down all night.
           IF EIBCALEN = ZERO
               MOVE LOW-VALUES TO QQ1M91AO
               MOVE LOW-VALUES TO OUT-KEY
               MOVE 'N' TO WS-FIRST-READ-FLAG
               PERFORM 000030-FILL-OUTBOX-LIST
               PERFORM 000090-SEND-MAP-AND-RETURN
           END-IF.
           MOVE DFHCOMMAREA(1:LENGTH OF WS-COMMAREA) TO WS-COMMAREA.
           EXEC CICS RECEIVE MAP('QQ1M91A')
                     MAPSET('QQ1M091')
                     INTO(QQ1M91AI)
                     RESP(WS-RECEIVE-RESP)
           END-EXEC.
           MOVE LOW-VALUES TO QQ1M91AO.
           EVALUATE EIBAID
               WHEN QQ1AID-PF3
                   EXEC CICS SEND TEXT
                             FROM(WS-EXIT-MESSAGE)
                             ERASE
                             FREEKB
                   END-EXEC
                   EXEC CICS RETURN
                   END-EXEC
               WHEN QQ1AID-ENTER
                   MOVE LOW-VALUES TO OUT-KEY
                   MOVE 'N' TO WS-FIRST-READ-FLAG
                   PERFORM 000030-FILL-OUTBOX-LIST
               WHEN QQ1AID-PF8
                   MOVE WS-CA-RESUME-KEY TO OUT-KEY
                   MOVE 'Y' TO WS-FIRST-READ-FLAG
                   PERFORM 000030-FILL-OUTBOX-LIST
               WHEN QQ1AID-PF5
                   PERFORM 000050-REDELIVER-NOW
                   MOVE LOW-VALUES TO OUT-KEY
                   MOVE 'N' TO WS-FIRST-READ-FLAG
                   PERFORM 000031-FILL-LIST-KEEP-MESSAGE
               WHEN OTHER
                   MOVE 'INVALID FUNCTION KEY' TO MSGO
           END-EVALUATE.
           PERFORM 000090-SEND-MAP-AND-RETURN.

       000030-FILL-OUTBOX-LIST.

           PERFORM 000031-FILL-LIST-KEEP-MESSAGE.
           IF WS-LINE-IDX = ZERO
               MOVE 'OUTBOX EMPTY - EVERYTHING DELIVERED' TO MSGO
           ELSE
               MOVE 'UNDELIVERED ITEMS LISTED - PF8 FOR MORE' TO MSGO
           END-IF.

       000031-FILL-LIST-KEEP-MESSAGE.

      *    Fill the ten list lines from the current OUT-KEY
      *    position, leaving MSGO alone so an action outcome set
      *    by the caller still shows.
           EXEC CICS ASKTIME
                     ABSTIME(WS-NOW-ABSTIME)
           END-EXEC.
           MOVE ZERO   TO WS-LINE-IDX WS-SCAN-COUNT.
           MOVE 'N' TO WS-BROWSE-DONE-FLAG.
           EXEC CICS STARTBR
                     FILE('QQ1OUTB')
                     RIDFLD(OUT-KEY)
                     GTEQ
                     RESP(WS-OUTB-RESP)
           END-EXEC.
           IF WS-OUTB-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000032-BROWSE-ONE-ITEM UNTIL WS-BROWSE-DONE.
           EXEC CICS ENDBR
                     FILE('QQ1OUTB')
           END-EXEC.

       000032-BROWSE-ONE-ITEM.

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
               IF OUT-KEY = WS-CA-RESUME-KEY
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO WS-SCAN-COUNT.
           MOVE OUT-KEY TO WS-CA-RESUME-KEY.
           ADD 1 TO WS-LINE-IDX.
      *    Age from the ABSTIME stamped at parking, in hours and
      *    minutes - milliseconds on the ABSTIME clock.
           COMPUTE WS-AGE-MS = WS-NOW-ABSTIME - OUT-PARKED-ABSTIME.
           IF WS-AGE-MS < ZERO
               MOVE ZERO TO WS-AGE-MS
           END-IF.
           DIVIDE WS-AGE-MS BY 60000 GIVING WS-AGE-MINUTES.
           DIVIDE WS-AGE-MINUTES BY 60 GIVING WS-AGE-HOURS
               REMAINDER WS-AGE-MM.
           MOVE OUT-KIND               TO LST-KIND.
           MOVE OUT-REFERENCE-ID       TO LST-REFERENCE-ID.
           MOVE OUT-PARKED-TIMESTAMP   TO LST-PARKED-TIMESTAMP.
           MOVE WS-AGE-HOURS           TO LST-AGE-HOURS.
           MOVE WS-AGE-MM              TO LST-AGE-MM.
           MOVE OUT-ATTEMPTS           TO LST-ATTEMPTS.
           MOVE OUT-LAST-CODE          TO LST-LAST-CODE.
           PERFORM 000033-MOVE-LINE-TO-MAP.
           IF WS-LINE-IDX >= 10
                   OR WS-SCAN-COUNT >= WS-SCAN-LIMIT
               MOVE 'Y' TO WS-BROWSE-DONE-FLAG
           END-IF.

       000033-MOVE-LINE-TO-MAP.

           EVALUATE WS-LINE-IDX
               WHEN 1
                   MOVE WS-LIST-LINE TO LN01O
               WHEN 2
                   MOVE WS-LIST-LINE TO LN02O
               WHEN 3
                   MOVE WS-LIST-LINE TO LN03O
               WHEN 4
                   MOVE WS-LIST-LINE TO LN04O
               WHEN 5
                   MOVE WS-LIST-LINE TO LN05O
               WHEN 6
                   MOVE WS-LIST-LINE TO LN06O
               WHEN 7
                   MOVE WS-LIST-LINE TO LN07O
               WHEN 8
                   MOVE WS-LIST-LINE TO LN08O
               WHEN 9
                   MOVE WS-LIST-LINE TO LN09O
               WHEN 10
                   MOVE WS-LIST-LINE TO LN10O
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       000050-REDELIVER-NOW.

           MOVE 'RDLV' TO AUTH-FUNCTION.
           MOVE 'O' TO AUTH-ROLES-WANTED.
           PERFORM 000088-CHECK-FUNCTION-ROLE.
           IF AUTH-REFUSED
               EXIT PARAGRAPH
           END-IF.
      *    Replace whatever QQRD cycle is pending with one that
      *    runs now. QQ1C0090 ends at once if a cycle is already
      *    running, and reschedules itself if anything is left.
           EXEC CICS CANCEL REQID(WS-START-REQID)
                     TRANSID('QQRD')
                     RESP(WS-START-RESP)
           END-EXEC.
           EXEC CICS START TRANSID('QQRD')
                     REQID(WS-START-REQID)
                     RESP(WS-START-RESP)
           END-EXEC.
           IF WS-START-RESP = DFHRESP(NORMAL)
               MOVE 'REDELIVERY CYCLE STARTED - ENTER TO REFRESH'
                   TO MSGO
           ELSE
               MOVE 'START OF QQRD FAILED' TO MSGO
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

           EXEC CICS SEND MAP('QQ1M91A')
                     MAPSET('QQ1M091')
                     FROM(QQ1M91AO)
                     ERASE
           END-EXEC.
           EXEC CICS RETURN
                     TRANSID('QQOB')
                     COMMAREA(WS-COMMAREA)
           END-EXEC.
      *
      *   +->   QQ1C0091_OUTBOX_REVIEW              10/15/2026  00:00
      *   !       3270 screen (QQOB) over the QQ1OUTB outbox. Lists
      *   !       every result row and MQ message still waiting for
      *   !       redelivery, ten at a time, with its kind, run,
      *   !       when it was parked, how long ago, how many tries
      *   !       and the last SQLCODE / MQ reason. PF5 starts a
      *   !       QQRD redelivery cycle immediately.
      *   !
      *   !       10/15/2026 - redeliver-now needs the operator role
      *   !       in the QQ1ROLE table (QQ1C0094 check).
      *   +---
