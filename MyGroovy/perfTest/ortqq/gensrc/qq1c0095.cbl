      *COMPILE1: LANG(COBOL) CMP(DEFAULT) CICS(Y) DB2(N)
      *COMPILE2: MQS(N) DLL(N) IP(N) LDAP(N) EXCI(N) RENT(N)
      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
      ** Switch message catalog releases on, or roll them back
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  QQ1C0095.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY QQ1MREL.
       COPY QQ1MSGL.
       COPY QQ1M095.
       COPY QQ1AID.
       COPY QQ1AUTH.
       01  WS-AUTH-RESP                PIC S9(8)   COMP.
      *    The release last shown, so PF5/PF6 act on it without
      *    retyping (FRSET returns an unmodified field as nulls).
       01  WS-COMMAREA.
           05  WS-CA-RELEASE-ID        PIC X(8)    VALUE SPACES.
       01  WS-RELEASE-ID               PIC X(8).
       01  WS-MREL-RESP                PIC S9(8)   COMP.
       01  WS-LOG-RESP                 PIC S9(8)   COMP.
       01  WS-CACHE-DEL-RESP           PIC S9(8)   COMP.
       01  WS-CACHE-QUEUE-NAME         PIC X(8)    VALUE 'QQ1MSGC'.
       01  WS-RECEIVE-RESP             PIC S9(8)   COMP.
       01  WS-LOG-ACTION               PIC X(1).
       01  WS-ABSTIME                  PIC S9(15)  COMP-3.
       01  WS-CHANGE-DATE              PIC X(10).
       01  WS-CHANGE-TIME              PIC X(8).
       01  WS-CHANGE-TIMESTAMP         PIC X(26).
       01  WS-CHANGE-USERID            PIC X(8).
       01  WS-STATUS-WORD              PIC X(11).
       01  WS-ROWS-LINE.
           05  RWS-ROWS                PIC ZZ,ZZ9.
           05  FILLER                  PIC X(9)    VALUE
               ' STAGED, '.
           05  RWS-REJECTS             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(9)    VALUE
               ' REJECTED'.
       01  WS-BY-AT-LINE.
           05  BAL-USERID              PIC X(8).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  BAL-TIMESTAMP           PIC X(19).
       01  WS-LOG-EVENT                PIC X(32).
       01  WS-EXIT-MESSAGE             PIC X(24)   VALUE
               'QQ1C0095 SESSION ENDED'.
       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(8).
       PROCEDURE DIVISION.
       000000-CONTROL.

      *    Transaction QQRL. A release staged by QQ1B0027 serves
      *    nothing until it is switched on here; from then on
      *    IQQ1A031 serves its rows from the effective-from. It
      *    goes live as a whole and is rolled back as a whole -
      *    rolling back stops its rows being served at once, even
      *    after go-live, up to QQ1B0046 PROMOTE. Both flush the
      *    QQ1MSGC cache and log the switch to QQ1MSGL.
           IF EIBCALEN = ZERO
               MOVE LOW-VALUES TO QQ1M95AO
               PERFORM 000090-SEND-MAP-AND-RETURN
           END-IF.
           IF EIBCALEN = LENGTH OF WS-COMMAREA
               MOVE DFHCOMMAREA TO WS-COMMAREA
           END-IF.
           EXEC CICS RECEIVE MAP('QQ1M95A')
                     MAPSET('QQ1M095')
                     INTO(QQ1M95AI)
                     RESP(WS-RECEIVE-RESP)
           END-EXEC.
           IF WS-RECEIVE-RESP NOT = DFHRESP(NORMAL)
               MOVE LOW-VALUES TO QQ1M95AI
           END-IF.
           IF RELINI NOT = LOW-VALUES AND RELINI NOT = SPACES
               MOVE RELINI TO WS-CA-RELEASE-ID
           END-IF.
           MOVE WS-CA-RELEASE-ID TO WS-RELEASE-ID.
           MOVE LOW-VALUES TO QQ1M95AO.
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
                   PERFORM 000020-INQUIRE-RELEASE
               WHEN QQ1AID-PF5
                   PERFORM 000040-SWITCH-ON
               WHEN QQ1AID-PF6
                   PERFORM 000050-ROLL-BACK
               WHEN OTHER
                   MOVE 'INVALID FUNCTION KEY' TO MSGO
           END-EVALUATE.
           PERFORM 000090-SEND-MAP-AND-RETURN.

       000020-INQUIRE-RELEASE.

           IF WS-RELEASE-ID = SPACES
               MOVE 'KEY A RELEASE ID' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RELEASE-ID TO REL-RELEASE-ID.
           EXEC CICS READ FILE('QQ1MREL')
                     INTO(QQ1MREL-RECORD)
                     RIDFLD(REL-RELEASE-ID)
                     RESP(WS-MREL-RESP)
           END-EXEC.
           IF WS-MREL-RESP NOT = DFHRESP(NORMAL)
               MOVE WS-RELEASE-ID TO RELINO
               MOVE 'RELEASE NOT ON THE REGISTER' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000030-SHOW-RELEASE.
           MOVE 'RELEASE SHOWN' TO MSGO.

       000030-SHOW-RELEASE.

           EVALUATE TRUE
               WHEN REL-STATUS-IMPORTING
                   MOVE 'IMPORTING'   TO WS-STATUS-WORD
               WHEN REL-STATUS-STAGED
                   MOVE 'STAGED'      TO WS-STATUS-WORD
               WHEN REL-STATUS-ON
                   MOVE 'ON'          TO WS-STATUS-WORD
               WHEN REL-STATUS-ROLLED-BACK
                   MOVE 'ROLLED BACK' TO WS-STATUS-WORD
               WHEN REL-STATUS-PROMOTED
                   MOVE 'PROMOTED'    TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE REL-STATUS    TO WS-STATUS-WORD
           END-EVALUATE.
           MOVE REL-RELEASE-ID     TO RELINO.
           MOVE WS-STATUS-WORD     TO STATO.
           MOVE REL-EFFECTIVE-FROM TO EFFTO.
           MOVE REL-IMPORT-ROWS    TO RWS-ROWS.
           MOVE REL-IMPORT-REJECTS TO RWS-REJECTS.
           MOVE WS-ROWS-LINE       TO ROWSO.
           MOVE REL-IMPORTED-BY    TO BAL-USERID.
           MOVE REL-IMPORTED-AT    TO BAL-TIMESTAMP.
           MOVE WS-BY-AT-LINE      TO IMPBO.
           MOVE REL-SWITCHED-BY    TO BAL-USERID.
           MOVE REL-SWITCHED-AT    TO BAL-TIMESTAMP.
           MOVE WS-BY-AT-LINE      TO SWTBO.

       000040-SWITCH-ON.

           MOVE 'RLON' TO AUTH-FUNCTION.
           MOVE 'A' TO AUTH-ROLES-WANTED.
           PERFORM 000088-CHECK-FUNCTION-ROLE.
           IF AUTH-REFUSED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000060-READ-RELEASE-FOR-UPDATE.
           IF WS-MREL-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000030-SHOW-RELEASE.
           IF NOT REL-STATUS-STAGED
               MOVE 'ONLY A STAGED RELEASE CAN BE SWITCHED ON' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           IF REL-IMPORT-REJECTS > ZERO
               MOVE 'IMPORT HAD REJECTED ROWS - FIX AND IMPORT AGAIN'
                   TO MSGO
               EXIT PARAGRAPH
           END-IF.
      *    A bad translation otherwise shows only as garbled text
      *    on a live screen: the latest import must have linted
      *    clean (QQ1B0047, the gate step after QQ1B0027).
           IF NOT REL-LINT-PASSED
               MOVE 'CATALOG LINT NOT PASSED - SEE QQ1B0047 REPORT'
                   TO MSGO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000070-BUILD-CHANGE-STAMP.
      *    Dual control, as for campaign bookings: whoever loaded
      *    the release cannot also put it live.
           IF WS-CHANGE-USERID = REL-IMPORTED-BY
               MOVE 'IMPORTER CANNOT SWITCH ON OWN RELEASE' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           IF REL-EFFECTIVE-FROM NOT > WS-CHANGE-TIMESTAMP
               MOVE 'EFFECTIVE-FROM HAS PASSED - ROLL BACK AND RESTAGE'
                   TO MSGO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'O' TO REL-STATUS.
           MOVE 'O' TO WS-LOG-ACTION.
           MOVE 'RELEASE SWITCHED ON, GO-LIVE' TO WS-LOG-EVENT.
           PERFORM 000065-REWRITE-RELEASE.
           IF WS-MREL-RESP = DFHRESP(NORMAL)
               MOVE 'RELEASE SWITCHED ON - LIVE FROM ITS EFFECTIVE-FROM'
                   TO MSGO
           END-IF.

       000050-ROLL-BACK.

           MOVE 'RLBK' TO AUTH-FUNCTION.
           MOVE 'AT' TO AUTH-ROLES-WANTED.
           PERFORM 000088-CHECK-FUNCTION-ROLE.
           IF AUTH-REFUSED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000060-READ-RELEASE-FOR-UPDATE.
           IF WS-MREL-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000030-SHOW-RELEASE.
      *    Once promoted, the release's text is the rows' text in
      *    effect and what it replaced is gone: a later release
      *    (or QQ1C0030) is the way back.
           IF REL-STATUS-PROMOTED
               MOVE 'RELEASE PROMOTED - CORRECT WITH A NEW RELEASE'
                   TO MSGO
               EXIT PARAGRAPH
           END-IF.
           IF REL-STATUS-ROLLED-BACK
               MOVE 'RELEASE ALREADY ROLLED BACK' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000070-BUILD-CHANGE-STAMP.
           MOVE 'B' TO REL-STATUS.
           MOVE 'B' TO WS-LOG-ACTION.
           MOVE 'RELEASE ROLLED BACK, GO-LIVE WAS' TO WS-LOG-EVENT.
           PERFORM 000065-REWRITE-RELEASE.
           IF WS-MREL-RESP = DFHRESP(NORMAL)
               MOVE 'RELEASE ROLLED BACK - ITS ROWS NO LONGER SERVED'
                   TO MSGO
           END-IF.

       000060-READ-RELEASE-FOR-UPDATE.

           IF WS-RELEASE-ID = SPACES
               MOVE 'KEY A RELEASE ID' TO MSGO
               MOVE DFHRESP(NOTFND) TO WS-MREL-RESP
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RELEASE-ID TO REL-RELEASE-ID.
           EXEC CICS READ FILE('QQ1MREL')
                     INTO(QQ1MREL-RECORD)
                     RIDFLD(REL-RELEASE-ID)
                     UPDATE
                     RESP(WS-MREL-RESP)
           END-EXEC.
           IF WS-MREL-RESP NOT = DFHRESP(NORMAL)
               MOVE WS-RELEASE-ID TO RELINO
               MOVE 'RELEASE NOT ON THE REGISTER' TO MSGO
           END-IF.

       000065-REWRITE-RELEASE.

      *    Register first, then the cache: a lookup that re-primes
      *    the cache in between reads the new status anyway, as
      *    IQQ1A031 checks the release on every served row.
           MOVE WS-CHANGE-USERID    TO REL-SWITCHED-BY.
           MOVE WS-CHANGE-TIMESTAMP TO REL-SWITCHED-AT.
           EXEC CICS REWRITE FILE('QQ1MREL')
                     FROM(QQ1MREL-RECORD)
                     RESP(WS-MREL-RESP)
           END-EXEC.
           IF WS-MREL-RESP NOT = DFHRESP(NORMAL)
               MOVE 'QQ1MREL REWRITE FAILED - NOTHING CHANGED' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000030-SHOW-RELEASE.
           EXEC CICS DELETEQ TS
                     QUEUE(WS-CACHE-QUEUE-NAME)
                     RESP(WS-CACHE-DEL-RESP)
           END-EXEC.
           MOVE WS-CHANGE-TIMESTAMP TO MSGL-TIMESTAMP.
           MOVE EIBTASKN            TO MSGL-TASKNO.
           MOVE WS-CHANGE-USERID    TO MSGL-USERID.
           MOVE WS-LOG-ACTION       TO MSGL-ACTION.
           MOVE REL-RELEASE-ID      TO MSGL-RESOURCE-NAME.
           MOVE SPACE               TO MSGL-DIALECT-CODE.
           MOVE ZERO                TO MSGL-SEQUENCE-NUM.
           MOVE SPACES              TO MSGL-TEXT.
           STRING WS-LOG-EVENT       DELIMITED '  '
                  ' '                DELIMITED SIZE
                  REL-EFFECTIVE-FROM DELIMITED SIZE
                  INTO MSGL-TEXT
           END-STRING.
           EXEC CICS WRITE FILE('QQ1MSGL')
                     FROM(QQ1MSGL-RECORD)
                     RIDFLD(MSGL-KEY)
                     RESP(WS-LOG-RESP)
           END-EXEC.

       000070-BUILD-CHANGE-STAMP.

           EXEC CICS ASKTIME
                     ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-CHANGE-DATE)
                     DATESEP('-')
                     TIME(WS-CHANGE-TIME)
                     TIMESEP(':')
           END-EXEC.
           MOVE SPACES TO WS-CHANGE-TIMESTAMP.
           STRING WS-CHANGE-DATE DELIMITED SIZE
                  'T'            DELIMITED SIZE
                  WS-CHANGE-TIME DELIMITED SIZE
                  '.000000'      DELIMITED SIZE
                  INTO WS-CHANGE-TIMESTAMP
           END-STRING.
           EXEC CICS ASSIGN
                     USERID(WS-CHANGE-USERID)
           END-EXEC.

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

           EXEC CICS SEND MAP('QQ1M95A')
                     MAPSET('QQ1M095')
                     FROM(QQ1M95AO)
                     ERASE
           END-EXEC.
           EXEC CICS RETURN
                     TRANSID('QQRL')
                     COMMAREA(WS-COMMAREA)
           END-EXEC.
      *
      *   +->   QQ1C0095_CATALOG_RELEASE_SWITCH     10/15/2026  00:00
      *   !       3270 screen (QQRL) over the QQ1MREL release
      *   !       register. Shows a release's status, go-live,
      *   !       import counts and who imported and switched it.
      *   !       PF5 switches a cleanly staged release on (approver
      *   !       role, not the importer, before its go-live); PF6
      *   !       rolls a release back at any point before QQ1B0046
      *   !       promotes it (approver or catalog translator role).
      *   !       Each switch flushes the QQ1MSGC cache and writes a
      *   !       QQ1MSGL record.
      *   !
      *   !       10/15/2026 - switching on also needs a clean
      *   !       QQ1B0047 catalog lint of the release's import.
      *   +---
