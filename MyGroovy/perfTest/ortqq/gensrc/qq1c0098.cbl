      *COMPILE1: LANG(COBOL) CMP(DEFAULT) CICS(Y) DB2(N)
      *COMPILE2: MQS(N) DLL(N) IP(N) LDAP(N) EXCI(N) RENT(N)
      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
      ** Online maintenance transaction for the QQ1KNOW issue catalog
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  QQ1C0098.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY QQ1KNOW.
       COPY QQ1CTLL.
       COPY QQ1M098.
       COPY QQ1AID.
       COPY QQ1AUTH.
       01  WS-AUTH-RESP                PIC S9(8)   COMP.
       01  WS-COMMAREA.
           05  WS-CA-RULE-ID           PIC X(8)    VALUE SPACES.
       01  WS-POSITION-KEY             PIC X(8).
       01  WS-KNOW-RESP                PIC S9(8)   COMP.
       01  WS-LOG-RESP                 PIC S9(8)   COMP.
       01  WS-RECEIVE-RESP             PIC S9(8)   COMP.
       01  WS-EDIT-OK-FLAG             PIC X(1)    VALUE 'N'.
           88  WS-EDIT-OK                          VALUE 'Y'.
      *    FRSET leaves a field the analyst did not touch off the
      *    wire (length zero); one cleared with ERASE EOF also comes
      *    back empty but with this flag byte, and blanks the field.
       01  WS-FIELD-ERASED             PIC X(1)    VALUE X'80'.
       01  WS-LOG-ACTION               PIC X(1).
      *    Return code as keyed: optional leading blanks, an
      *    optional '-', then one to four digits.
       01  WS-RC-TEXT                  PIC X(5).
       01  WS-RC-POS                   PIC S9(4)   COMP.
       01  WS-RC-LEN                   PIC S9(4)   COMP.
       01  WS-RC-NEGATIVE-FLAG         PIC X(1).
           88  WS-RC-NEGATIVE                      VALUE 'Y'.
       01  WS-RC-DIGITS                PIC 9(4).
       01  WS-RC-DIGITS-X REDEFINES WS-RC-DIGITS
                                       PIC X(4).
       01  WS-RC-EDIT                  PIC -(4)9.
       01  WS-HITS-EDIT                PIC Z(6)9.
       01  WS-CHAIN-WORK               PIC X(5).
       01  WS-ABSTIME                  PIC S9(15)  COMP-3.
       01  WS-CHANGE-DATE              PIC X(10).
       01  WS-CHANGE-TIME              PIC X(8).
       01  WS-CHANGE-TIMESTAMP         PIC X(26).
       01  WS-CHANGE-USERID            PIC X(8).
       01  WS-EXIT-MESSAGE             PIC X(24)   VALUE
               'QQ1C0098 SESSION ENDED'.
       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(8).
       PROCEDURE DIVISION.
       000000-CONTROL.

           IF EIBCALEN = ZERO
               MOVE LOW-VALUES TO QQ1M98AO
               MOVE 'KEY A RULE ID - ENTER SHOWS IT, PF8 BROWSES'
                   TO MSGO
               PERFORM 000090-SEND-MAP-AND-RETURN
           END-IF.
           IF EIBCALEN = LENGTH OF WS-COMMAREA
               MOVE DFHCOMMAREA TO WS-COMMAREA
           END-IF.

           EXEC CICS RECEIVE MAP('QQ1M98A')
                     MAPSET('QQ1M098')
                     INTO(QQ1M98AI)
                     RESP(WS-RECEIVE-RESP)
           END-EXEC.
           IF WS-RECEIVE-RESP NOT = DFHRESP(NORMAL)
               MOVE LOW-VALUES TO QQ1M98AI
           END-IF.

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
                   PERFORM 000010-INQUIRE-RULE
               WHEN QQ1AID-PF5
                   PERFORM 000020-ADD-RULE
               WHEN QQ1AID-PF6
                   PERFORM 000030-UPDATE-RULE
               WHEN QQ1AID-PF7
                   PERFORM 000040-RETIRE-OR-REINSTATE
               WHEN QQ1AID-PF8
                   PERFORM 000050-BROWSE-NEXT-RULE
               WHEN OTHER
                   MOVE LOW-VALUES TO QQ1M98AO
                   MOVE 'INVALID FUNCTION KEY' TO MSGO
           END-EVALUATE.
           PERFORM 000090-SEND-MAP-AND-RETURN.

       000005-EDIT-KEY-FIELDS.

      *    An empty screen key falls back to the last rule carried
      *    in the COMMAREA (FRSET wipes unmodified fields).
           MOVE 'N' TO WS-EDIT-OK-FLAG.
           IF RULEIDL = ZERO OR RULEIDI = SPACES
               IF WS-CA-RULE-ID = SPACES
                   MOVE 'RULE ID IS REQUIRED' TO MSGO
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CA-RULE-ID TO KNW-RULE-ID
           ELSE
               MOVE RULEIDI TO KNW-RULE-ID
               INSPECT KNW-RULE-ID REPLACING ALL LOW-VALUE BY SPACE
           END-IF.
           MOVE KNW-RULE-ID TO WS-CA-RULE-ID.
           MOVE 'Y' TO WS-EDIT-OK-FLAG.

       000006-APPLY-SCREEN-FIELDS.

      *    Lays the keyed fields over QQ1KNOW-RECORD: a field the
      *    analyst typed in replaces the rule's value, one erased
      *    blanks it, one left alone keeps it - so an update only
      *    needs the fields that change. An add starts from spaces.
           IF KTITLEL > ZERO
               MOVE KTITLEI TO KNW-TITLE
           ELSE
               IF KTITLEF = WS-FIELD-ERASED
                   MOVE SPACES TO KNW-TITLE
               END-IF
           END-IF.
           IF ABCODEL > ZERO
               MOVE ABCODEI TO KNW-MATCH-ABCODE
           ELSE
               IF ABCODEF = WS-FIELD-ERASED
                   MOVE SPACES TO KNW-MATCH-ABCODE
               END-IF
           END-IF.
           IF CHAINL > ZERO
               MOVE CHAINI TO KNW-MATCH-CHAIN-TRACE
           ELSE
               IF CHAINF = WS-FIELD-ERASED
                   MOVE SPACES TO KNW-MATCH-CHAIN-TRACE
               END-IF
           END-IF.
           IF ORIGINL > ZERO
               MOVE ORIGINI TO KNW-MATCH-ORIGIN-SERVID
           ELSE
               IF ORIGINF = WS-FIELD-ERASED
                   MOVE SPACES TO KNW-MATCH-ORIGIN-SERVID
               END-IF
           END-IF.
           IF CTEXTL > ZERO
               MOVE CTEXTI TO KNW-MATCH-CONTEXT
           ELSE
               IF CTEXTF = WS-FIELD-ERASED
                   MOVE SPACES TO KNW-MATCH-CONTEXT
               END-IF
           END-IF.
           IF TICKETL > ZERO
               MOVE TICKETI TO KNW-TICKET
           ELSE
               IF TICKETF = WS-FIELD-ERASED
                   MOVE SPACES TO KNW-TICKET
               END-IF
           END-IF.
           IF RESPNSL > ZERO
               MOVE RESPNSI TO KNW-RESPONSE
           ELSE
               IF RESPNSF = WS-FIELD-ERASED
                   MOVE SPACES TO KNW-RESPONSE
               END-IF
           END-IF.
           INSPECT KNW-TITLE REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT KNW-MATCH-RULE REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT KNW-TICKET REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT KNW-RESPONSE REPLACING ALL LOW-VALUE BY SPACE.
           IF RCVALL > ZERO
               MOVE RCVALI TO WS-RC-TEXT
               PERFORM 000007-EDIT-RETURN-CODE
               IF NOT WS-EDIT-OK
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF RCVALF = WS-FIELD-ERASED
                   MOVE SPACE TO KNW-MATCH-RC-TEST
                   MOVE ZERO  TO KNW-MATCH-RETURN-CODE
               END-IF
           END-IF.
      *    A rule must say something about the event, must name the
      *    ticket the problem is worked under, and must carry the
      *    response the triage job puts on the run's note.
           MOVE 'N' TO WS-EDIT-OK-FLAG.
           MOVE KNW-MATCH-CHAIN-TRACE TO WS-CHAIN-WORK.
           INSPECT WS-CHAIN-WORK REPLACING ALL '*' BY SPACE.
           IF KNW-MATCH-ABCODE = SPACES
                   AND WS-CHAIN-WORK = SPACES
                   AND KNW-MATCH-ORIGIN-SERVID = SPACES
                   AND NOT KNW-MATCH-RC-EQUAL
                   AND KNW-MATCH-CONTEXT = SPACES
               MOVE 'CODE AT LEAST ONE MATCH FIELD' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           IF KNW-TICKET = SPACES
               MOVE 'PROBLEM TICKET IS REQUIRED' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           IF KNW-RESPONSE = SPACES
               MOVE 'STANDARD RESPONSE IS REQUIRED' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-EDIT-OK-FLAG.

       000007-EDIT-RETURN-CODE.

           MOVE 'N' TO WS-EDIT-OK-FLAG.
           INSPECT WS-RC-TEXT REPLACING ALL LOW-VALUE BY SPACE.
           IF WS-RC-TEXT = SPACES
               MOVE SPACE TO KNW-MATCH-RC-TEST
               MOVE ZERO  TO KNW-MATCH-RETURN-CODE
               MOVE 'Y' TO WS-EDIT-OK-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-RC-POS.
           INSPECT WS-RC-TEXT TALLYING WS-RC-POS
               FOR LEADING SPACES.
           ADD 1 TO WS-RC-POS.
           MOVE 'N' TO WS-RC-NEGATIVE-FLAG.
           IF WS-RC-TEXT(WS-RC-POS:1) = '-'
               MOVE 'Y' TO WS-RC-NEGATIVE-FLAG
               ADD 1 TO WS-RC-POS
           END-IF.
           MOVE ZERO TO WS-RC-LEN.
           IF WS-RC-POS <= 5
               INSPECT WS-RC-TEXT(WS-RC-POS:) TALLYING WS-RC-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
           END-IF.
           IF WS-RC-LEN < 1 OR WS-RC-LEN > 4
               MOVE 'RETURN CODE IS 1-4 DIGITS, - IN FRONT IF NEGATIVE'
                   TO MSGO
               EXIT PARAGRAPH
           END-IF.
           IF WS-RC-TEXT(WS-RC-POS:WS-RC-LEN) NOT NUMERIC
               MOVE 'RETURN CODE IS 1-4 DIGITS, - IN FRONT IF NEGATIVE'
                   TO MSGO
               EXIT PARAGRAPH
           END-IF.
           IF WS-RC-POS + WS-RC-LEN <= 5
               IF WS-RC-TEXT(WS-RC-POS + WS-RC-LEN:) NOT = SPACES
                   MOVE
                     'RETURN CODE IS 1-4 DIGITS, - IN FRONT IF NEGATIVE'
                       TO MSGO
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE ZERO TO WS-RC-DIGITS.
           MOVE WS-RC-TEXT(WS-RC-POS:WS-RC-LEN)
               TO WS-RC-DIGITS-X(5 - WS-RC-LEN:WS-RC-LEN).
           MOVE '=' TO KNW-MATCH-RC-TEST.
           IF WS-RC-NEGATIVE
               COMPUTE KNW-MATCH-RETURN-CODE = 0 - WS-RC-DIGITS
           ELSE
               MOVE WS-RC-DIGITS TO KNW-MATCH-RETURN-CODE
           END-IF.
           MOVE 'Y' TO WS-EDIT-OK-FLAG.

       000010-INQUIRE-RULE.

           PERFORM 000005-EDIT-KEY-FIELDS.
           IF NOT WS-EDIT-OK
               EXIT PARAGRAPH
           END-IF.
           EXEC CICS READ FILE('QQ1KNOW')
                     INTO(QQ1KNOW-RECORD)
                     RIDFLD(KNW-KEY)
                     RESP(WS-KNOW-RESP)
           END-EXEC.
           IF WS-KNOW-RESP = DFHRESP(NORMAL)
               PERFORM 000060-SHOW-RULE
               MOVE 'RULE DISPLAYED' TO MSGO
           ELSE
               IF WS-KNOW-RESP = DFHRESP(NOTFND)
                   MOVE 'RULE NOT FOUND - PF5 ADDS IT' TO MSGO
               ELSE
                   MOVE 'QQ1KNOW READ FAILED' TO MSGO
               END-IF
           END-IF.

       000020-ADD-RULE.

           MOVE 'ADD ' TO AUTH-FUNCTION.
           MOVE 'O' TO AUTH-ROLES-WANTED.
           PERFORM 000088-CHECK-FUNCTION-ROLE.
           IF AUTH-REFUSED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000005-EDIT-KEY-FIELDS.
           IF NOT WS-EDIT-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE KNW-RULE-ID TO WS-POSITION-KEY.
           MOVE SPACES      TO QQ1KNOW-RECORD.
           MOVE WS-POSITION-KEY TO KNW-RULE-ID.
           MOVE ZERO        TO KNW-MATCH-RETURN-CODE.
           MOVE ZERO        TO KNW-MATCH-COUNT.
           PERFORM 000006-APPLY-SCREEN-FIELDS.
           IF NOT WS-EDIT-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'A' TO KNW-STATUS.
           PERFORM 000070-STAMP-CHANGE.
           EXEC CICS WRITE FILE('QQ1KNOW')
                     FROM(QQ1KNOW-RECORD)
                     RIDFLD(KNW-KEY)
                     RESP(WS-KNOW-RESP)
           END-EXEC.
           IF WS-KNOW-RESP = DFHRESP(NORMAL)
               MOVE 'A' TO WS-LOG-ACTION
               PERFORM 000071-WRITE-MAINT-LOG
               PERFORM 000060-SHOW-RULE
               MOVE 'RULE ADDED - QQ1B0055 USES IT FROM ITS NEXT RUN'
                   TO MSGO
           ELSE
               IF WS-KNOW-RESP = DFHRESP(DUPREC)
                   MOVE 'RULE ALREADY EXISTS - USE PF6' TO MSGO
               ELSE
                   MOVE 'QQ1KNOW WRITE FAILED' TO MSGO
               END-IF
           END-IF.

       000030-UPDATE-RULE.

           MOVE 'UPDT' TO AUTH-FUNCTION.
           MOVE 'O' TO AUTH-ROLES-WANTED.
           PERFORM 000088-CHECK-FUNCTION-ROLE.
           IF AUTH-REFUSED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000005-EDIT-KEY-FIELDS.
           IF NOT WS-EDIT-OK
               EXIT PARAGRAPH
           END-IF.
           EXEC CICS READ FILE('QQ1KNOW')
                     INTO(QQ1KNOW-RECORD)
                     RIDFLD(KNW-KEY)
                     UPDATE
                     RESP(WS-KNOW-RESP)
           END-EXEC.
           IF WS-KNOW-RESP NOT = DFHRESP(NORMAL)
               IF WS-KNOW-RESP = DFHRESP(NOTFND)
                   MOVE 'RULE NOT FOUND - USE PF5 TO ADD' TO MSGO
               ELSE
                   MOVE 'QQ1KNOW READ FOR UPDATE FAILED' TO MSGO
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000006-APPLY-SCREEN-FIELDS.
           IF NOT WS-EDIT-OK
               EXEC CICS UNLOCK FILE('QQ1KNOW')
               END-EXEC
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000070-STAMP-CHANGE.
           EXEC CICS REWRITE FILE('QQ1KNOW')
                     FROM(QQ1KNOW-RECORD)
                     RESP(WS-KNOW-RESP)
           END-EXEC.
           IF WS-KNOW-RESP = DFHRESP(NORMAL)
               MOVE 'U' TO WS-LOG-ACTION
               PERFORM 000071-WRITE-MAINT-LOG
               PERFORM 000060-SHOW-RULE
               MOVE 'RULE UPDATED' TO MSGO
           ELSE
               MOVE 'QQ1KNOW REWRITE FAILED' TO MSGO
           END-IF.

       000040-RETIRE-OR-REINSTATE.

      *    Rules are retired, not deleted: the hit history stays on
      *    the catalog and a retired rule can be put back.
           MOVE 'STAT' TO AUTH-FUNCTION.
           MOVE 'O' TO AUTH-ROLES-WANTED.
           PERFORM 000088-CHECK-FUNCTION-ROLE.
           IF AUTH-REFUSED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000005-EDIT-KEY-FIELDS.
           IF NOT WS-EDIT-OK
               EXIT PARAGRAPH
           END-IF.
           EXEC CICS READ FILE('QQ1KNOW')
                     INTO(QQ1KNOW-RECORD)
                     RIDFLD(KNW-KEY)
                     UPDATE
                     RESP(WS-KNOW-RESP)
           END-EXEC.
           IF WS-KNOW-RESP NOT = DFHRESP(NORMAL)
               MOVE 'RULE NOT FOUND' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           IF KNW-ACTIVE
               MOVE 'R' TO KNW-STATUS
           ELSE
               MOVE 'A' TO KNW-STATUS
           END-IF.
           PERFORM 000070-STAMP-CHANGE.
           EXEC CICS REWRITE FILE('QQ1KNOW')
                     FROM(QQ1KNOW-RECORD)
                     RESP(WS-KNOW-RESP)
           END-EXEC.
           IF WS-KNOW-RESP = DFHRESP(NORMAL)
               MOVE 'U' TO WS-LOG-ACTION
               PERFORM 000071-WRITE-MAINT-LOG
               PERFORM 000060-SHOW-RULE
               IF KNW-ACTIVE
                   MOVE 'RULE REINSTATED' TO MSGO
               ELSE
                   MOVE 'RULE RETIRED - TRIAGE NO LONGER USES IT'
                       TO MSGO
               END-IF
           ELSE
               MOVE 'QQ1KNOW REWRITE FAILED' TO MSGO
           END-IF.

       000050-BROWSE-NEXT-RULE.

           IF RULEIDL > ZERO AND RULEIDI NOT = SPACES
               MOVE RULEIDI TO KNW-RULE-ID
               INSPECT KNW-RULE-ID REPLACING ALL LOW-VALUE BY SPACE
           ELSE
               IF WS-CA-RULE-ID = SPACES
                   MOVE LOW-VALUES TO KNW-KEY
               ELSE
                   MOVE WS-CA-RULE-ID TO KNW-RULE-ID
               END-IF
           END-IF.
           MOVE KNW-KEY TO WS-POSITION-KEY.
           MOVE LOW-VALUES TO QQ1M98AO.
           EXEC CICS STARTBR FILE('QQ1KNOW')
                     RIDFLD(KNW-KEY)
                     GTEQ
                     RESP(WS-KNOW-RESP)
           END-EXEC.
           IF WS-KNOW-RESP NOT = DFHRESP(NORMAL)
               MOVE 'END OF CATALOG' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           EXEC CICS READNEXT FILE('QQ1KNOW')
                     INTO(QQ1KNOW-RECORD)
                     RIDFLD(KNW-KEY)
                     RESP(WS-KNOW-RESP)
           END-EXEC.
           IF WS-KNOW-RESP = DFHRESP(NORMAL)
                   AND KNW-KEY = WS-POSITION-KEY
               EXEC CICS READNEXT FILE('QQ1KNOW')
                         INTO(QQ1KNOW-RECORD)
                         RIDFLD(KNW-KEY)
                         RESP(WS-KNOW-RESP)
               END-EXEC
           END-IF.
           IF WS-KNOW-RESP = DFHRESP(NORMAL)
               PERFORM 000060-SHOW-RULE
               MOVE KNW-RULE-ID TO WS-CA-RULE-ID
               MOVE 'NEXT RULE DISPLAYED' TO MSGO
           ELSE
               MOVE 'END OF CATALOG' TO MSGO
           END-IF.
           EXEC CICS ENDBR FILE('QQ1KNOW')
           END-EXEC.

       000060-SHOW-RULE.

           MOVE KNW-RULE-ID             TO RULEIDO.
           MOVE KNW-STATUS              TO KSTATO.
           MOVE KNW-TITLE               TO KTITLEO.
           MOVE KNW-MATCH-ABCODE        TO ABCODEO.
           MOVE KNW-MATCH-CHAIN-TRACE   TO CHAINO.
           MOVE KNW-MATCH-ORIGIN-SERVID TO ORIGINO.
           IF KNW-MATCH-RC-EQUAL
               MOVE KNW-MATCH-RETURN-CODE TO WS-RC-EDIT
               MOVE WS-RC-EDIT            TO RCVALO
           ELSE
               MOVE SPACES                TO RCVALO
           END-IF.
           MOVE KNW-MATCH-CONTEXT       TO CTEXTO.
           MOVE KNW-TICKET              TO TICKETO.
           MOVE KNW-RESPONSE            TO RESPNSO.
           IF KNW-MATCH-COUNT NUMERIC
               MOVE KNW-MATCH-COUNT     TO WS-HITS-EDIT
               MOVE WS-HITS-EDIT        TO HITSO
           ELSE
               MOVE SPACES              TO HITSO
           END-IF.
           IF KNW-LAST-MATCHED = SPACES
               MOVE 'NEVER'             TO LASTMO
           ELSE
               MOVE KNW-LAST-MATCHED    TO LASTMO
           END-IF.
           MOVE SPACES TO LSTCHGO.
           STRING KNW-USERID      DELIMITED SPACE
                  ' '             DELIMITED SIZE
                  KNW-TIMESTAMP   DELIMITED SIZE
                  INTO LSTCHGO
           END-STRING.

       000070-STAMP-CHANGE.

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
           MOVE WS-CHANGE-USERID    TO KNW-USERID.
           MOVE WS-CHANGE-TIMESTAMP TO KNW-TIMESTAMP.

       000071-WRITE-MAINT-LOG.

      *    The image carries the rule as applied: status, ticket and
      *    the match fields, in QQ1KNOW order.
           MOVE WS-CHANGE-TIMESTAMP    TO CTLL-TIMESTAMP.
           MOVE EIBTASKN               TO CTLL-TASKNO.
           MOVE WS-CHANGE-USERID       TO CTLL-USERID.
           MOVE 'QQ1KNOW '             TO CTLL-FILE-ID.
           MOVE WS-LOG-ACTION          TO CTLL-ACTION.
           MOVE KNW-KEY                TO CTLL-RECORD-KEY.
           IF KNW-MATCH-RC-EQUAL
               MOVE KNW-MATCH-RETURN-CODE TO WS-RC-EDIT
           ELSE
               MOVE ZERO TO WS-RC-EDIT
           END-IF.
           MOVE SPACES                 TO CTLL-IMAGE.
           STRING KNW-STATUS              DELIMITED SIZE
                  ' '                     DELIMITED SIZE
                  KNW-TICKET              DELIMITED SIZE
                  ' '                     DELIMITED SIZE
                  KNW-MATCH-ABCODE        DELIMITED SIZE
                  ' '                     DELIMITED SIZE
                  KNW-MATCH-CHAIN-TRACE   DELIMITED SIZE
                  ' '                     DELIMITED SIZE
                  KNW-MATCH-ORIGIN-SERVID DELIMITED SIZE
                  ' '                     DELIMITED SIZE
                  KNW-MATCH-RC-TEST       DELIMITED SIZE
                  WS-RC-EDIT              DELIMITED SIZE
                  ' '                     DELIMITED SIZE
                  KNW-MATCH-CONTEXT       DELIMITED SIZE
                  INTO CTLL-IMAGE
           END-STRING.
           EXEC CICS WRITE FILE('QQ1CTLL')
                     FROM(QQ1CTLL-RECORD)
                     RIDFLD(CTLL-KEY)
                     RESP(WS-LOG-RESP)
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

           EXEC CICS SEND MAP('QQ1M98A')
                     MAPSET('QQ1M098')
                     FROM(QQ1M98AO)
                     ERASE
           END-EXEC.
           EXEC CICS RETURN
                     TRANSID('QQKI')
                     COMMAREA(WS-COMMAREA)
           END-EXEC.
      *
      *   +->   QQ1C0098_KNOWN_ISSUE_CATALOG        10/15/2026  00:00
      *   !       3270 maintenance transaction (QQKI) for the QQ1KNOW
      *   !       known-issue catalog, in the QQ1C0032 maintenance
      *   !       style. Inquires, adds, updates, retires/reinstates
      *   !       and browses the match rules (ABCODE, chain-trace
      *   !       pattern, origin SERVID, return code, context
      *   !       text) with their problem ticket and standard
      *   !       response, and shows how many runs the QQ1B0055
      *   !       triage has annotated under each. An update takes
      *   !       only the fields keyed. Changes need the operator
      *   !       role (QQ1C0094 check) and are logged to QQ1CTLL.
      *   +---
