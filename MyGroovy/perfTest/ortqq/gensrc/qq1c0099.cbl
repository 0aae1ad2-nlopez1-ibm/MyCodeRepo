      *COMPILE1: LANG(COBOL) CMP(DEFAULT) CICS(Y) DB2(N)
      *COMPILE2: MQS(N) DLL(N) IP(N) LDAP(N) EXCI(N) RENT(N)
      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
      ** Online definition and arming of QQ1FLTI injection faults
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  QQ1C0099.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY QQ1FLTI.
       COPY QQ1RGCT.
       COPY QQ1PNDC.
       COPY QQ1CTLL.
       COPY QQ1M099.
       COPY QQ1AID.
       COPY QQ1AUTH.
       01  WS-AUTH-RESP                PIC S9(8)   COMP.
       01  WS-COMMAREA.
           05  WS-CA-FAULT-NO          PIC X(4)    VALUE SPACES.
       01  WS-POSITION-KEY             PIC X(4).
       01  WS-FLTI-RESP                PIC S9(8)   COMP.
       01  WS-ROW-RESP                 PIC S9(8)   COMP.
       01  WS-PNDC-RESP                PIC S9(8)   COMP.
       01  WS-LOG-RESP                 PIC S9(8)   COMP.
       01  WS-RECEIVE-RESP             PIC S9(8)   COMP.
       01  WS-EDIT-OK-FLAG             PIC X(1)    VALUE 'N'.
           88  WS-EDIT-OK                          VALUE 'Y'.
      *    FRSET leaves a field the operator did not touch off the
      *    wire (length zero); one cleared with ERASE EOF also comes
      *    back empty but with this flag byte, and blanks the field.
       01  WS-FIELD-ERASED             PIC X(1)    VALUE X'80'.
      *    One QQ1CTLL entry per row changed; a disarm changes both
      *    the fault and the QQ1RGCT FAULT row in the same task, so
      *    the sequence keeps their journal keys apart.
       01  WS-JOURNAL-SEQ              PIC 9(6)    VALUE ZERO.
       01  WS-JOURNAL-FILE-ID          PIC X(8).
       01  WS-JOURNAL-ACTION           PIC X(1).
       01  WS-JOURNAL-KEY              PIC X(9).
       01  WS-JOURNAL-IMAGE            PIC X(60).
       01  WS-COUNT-EDIT               PIC Z(6)9.
       01  WS-ABSTIME                  PIC S9(15)  COMP-3.
       01  WS-CHANGE-DATE              PIC X(10).
       01  WS-CHANGE-TIME              PIC X(8).
       01  WS-CHANGE-TIMESTAMP         PIC X(26).
       01  WS-CHANGE-USERID            PIC X(8).
       01  WS-EXIT-MESSAGE             PIC X(24)   VALUE
               'QQ1C0099 SESSION ENDED'.
       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(4).
       PROCEDURE DIVISION.
       000000-CONTROL.

           IF EIBCALEN = ZERO
               MOVE LOW-VALUES TO QQ1M99AO
               MOVE 'KEY A FAULT NO - ENTER SHOWS IT, PF8 BROWSES'
                   TO MSGO
               PERFORM 000090-SEND-MAP-AND-RETURN
           END-IF.
           IF EIBCALEN = LENGTH OF WS-COMMAREA
               MOVE DFHCOMMAREA TO WS-COMMAREA
           END-IF.

           EXEC CICS RECEIVE MAP('QQ1M99A')
                     MAPSET('QQ1M099')
                     INTO(QQ1M99AI)
                     RESP(WS-RECEIVE-RESP)
           END-EXEC.
           IF WS-RECEIVE-RESP NOT = DFHRESP(NORMAL)
               MOVE LOW-VALUES TO QQ1M99AI
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
                   PERFORM 000010-INQUIRE-FAULT
               WHEN QQ1AID-PF5
                   PERFORM 000020-ADD-FAULT
               WHEN QQ1AID-PF6
                   PERFORM 000030-UPDATE-FAULT
               WHEN QQ1AID-PF7
                   PERFORM 000040-PROPOSE-ARMING
               WHEN QQ1AID-PF8
                   PERFORM 000050-BROWSE-NEXT-FAULT
               WHEN QQ1AID-PF9
                   PERFORM 000055-DISARM-FAULT
               WHEN OTHER
                   MOVE LOW-VALUES TO QQ1M99AO
                   MOVE 'INVALID FUNCTION KEY' TO MSGO
           END-EVALUATE.
           PERFORM 000090-SEND-MAP-AND-RETURN.

       000005-EDIT-KEY-FIELDS.

      *    An empty screen key falls back to the last fault carried
      *    in the COMMAREA (FRSET wipes unmodified fields).
           MOVE 'N' TO WS-EDIT-OK-FLAG.
           IF FLTNOL = ZERO OR FLTNOI = SPACES
               IF WS-CA-FAULT-NO = SPACES
                   MOVE 'FAULT NO IS REQUIRED' TO MSGO
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CA-FAULT-NO TO FLT-KEY
           ELSE
               MOVE FLTNOI TO FLT-KEY
           END-IF.
           IF FLT-FAULT-NO NOT NUMERIC OR FLT-FAULT-NO = ZERO
               MOVE 'FAULT NO IS 4 DIGITS, 0001-9999' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           MOVE FLT-KEY TO WS-CA-FAULT-NO.
           MOVE 'Y' TO WS-EDIT-OK-FLAG.

       000006-APPLY-SCREEN-FIELDS.

      *    Lays the keyed fields over QQ1FLTI-RECORD: a field the
      *    operator typed in replaces the fault's value, one erased
      *    blanks it, one left alone keeps it. An add starts from
      *    spaces and zeros.
           MOVE 'N' TO WS-EDIT-OK-FLAG.
           IF FTITLEL > ZERO
               MOVE FTITLEI TO FLT-TITLE
           ELSE
               IF FTITLEF = WS-FIELD-ERASED
                   MOVE SPACES TO FLT-TITLE
               END-IF
           END-IF.
           IF HOPL > ZERO
               MOVE HOPI TO FLT-TARGET-HOP
           ELSE
               IF HOPF = WS-FIELD-ERASED
                   MOVE SPACES TO FLT-TARGET-HOP
               END-IF
           END-IF.
           IF FTYPEL > ZERO
               MOVE FTYPEI TO FLT-FAULT-TYPE
           ELSE
               IF FTYPEF = WS-FIELD-ERASED
                   MOVE SPACES TO FLT-FAULT-TYPE
               END-IF
           END-IF.
           IF CAMPL > ZERO
               MOVE CAMPI TO FLT-CAMPAIGN-ID
           ELSE
               IF CAMPF = WS-FIELD-ERASED
                   MOVE SPACES TO FLT-CAMPAIGN-ID
               END-IF
           END-IF.
           INSPECT FLT-TITLE REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT FLT-TARGET-HOP REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT FLT-FAULT-TYPE REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT FLT-CAMPAIGN-ID REPLACING ALL LOW-VALUE BY SPACE.
           IF DELAYL > ZERO
               IF DELAYI NOT NUMERIC
                   MOVE 'DELAY SECS IS 3 DIGITS, E.G. 005' TO MSGO
                   EXIT PARAGRAPH
               END-IF
               MOVE DELAYI TO FLT-DELAY-SECONDS
           ELSE
               IF DELAYF = WS-FIELD-ERASED
                   MOVE ZERO TO FLT-DELAY-SECONDS
               END-IF
           END-IF.
           IF PCTL > ZERO
               IF PCTI NOT NUMERIC
                   MOVE 'PERCENT IS 3 DIGITS, E.G. 025' TO MSGO
                   EXIT PARAGRAPH
               END-IF
               MOVE PCTI TO FLT-PERCENT
           ELSE
               IF PCTF = WS-FIELD-ERASED
                   MOVE ZERO TO FLT-PERCENT
               END-IF
           END-IF.
           IF MAXRUNL > ZERO
               IF MAXRUNI NOT NUMERIC
                   MOVE 'MAX RUNS IS 5 DIGITS, E.G. 00010' TO MSGO
                   EXIT PARAGRAPH
               END-IF
               MOVE MAXRUNI TO FLT-MAX-RUNS
           ELSE
               IF MAXRUNF = WS-FIELD-ERASED
                   MOVE ZERO TO FLT-MAX-RUNS
               END-IF
           END-IF.
      *    The fault must be one the target hop can actually be made
      *    to fail with (see QQ1FLTI), and it is never scoped to the
      *    canary or to the marker the injected runs are tagged with.
           IF FLT-TITLE = SPACES
               MOVE 'TITLE IS REQUIRED' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           EVALUATE FLT-TARGET-HOP ALSO FLT-FAULT-TYPE
               WHEN 'CQQ1A131' ALSO 'F'
               WHEN 'CQQ1A131' ALSO 'W'
               WHEN 'IQQ1A031' ALSO 'S'
               WHEN 'IQQ1A031' ALSO 'C'
               WHEN 'IQQ1A031' ALSO 'W'
               WHEN 'QQ1C0021' ALSO 'D'
               WHEN 'QQ1C0021' ALSO 'M'
               WHEN 'CQQ1A121' ALSO 'W'
                   CONTINUE
               WHEN OTHER
                   MOVE 'HOP AND FAULT TYPE ARE NOT A VALID PAIR'
                       TO MSGO
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF FLT-TYPE-DELAY
               IF FLT-DELAY-SECONDS = ZERO
                   MOVE 'A DELAY FAULT NEEDS DELAY SECS 001-999' TO MSGO
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE ZERO TO FLT-DELAY-SECONDS
           END-IF.
           IF FLT-PERCENT = ZERO OR FLT-PERCENT > 100
               MOVE 'PERCENT MUST BE 001-100' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           IF FLT-CAMPAIGN-ID = 'CANARY' OR FLT-CAMPAIGN-ID = 'FAULTINJ'
               MOVE 'CAMPAIGN CANNOT BE CANARY OR FAULTINJ' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-EDIT-OK-FLAG.

       000010-INQUIRE-FAULT.

           PERFORM 000005-EDIT-KEY-FIELDS.
           IF NOT WS-EDIT-OK
               EXIT PARAGRAPH
           END-IF.
           EXEC CICS READ FILE('QQ1FLTI')
                     INTO(QQ1FLTI-RECORD)
                     RIDFLD(FLT-KEY)
                     RESP(WS-FLTI-RESP)
           END-EXEC.
           IF WS-FLTI-RESP = DFHRESP(NORMAL)
               PERFORM 000060-SHOW-FAULT
               MOVE 'FAULT DISPLAYED' TO MSGO
           ELSE
               IF WS-FLTI-RESP = DFHRESP(NOTFND)
                   MOVE 'FAULT NOT FOUND - PF5 ADDS IT' TO MSGO
               ELSE
                   MOVE 'QQ1FLTI READ FAILED' TO MSGO
               END-IF
           END-IF.

       000020-ADD-FAULT.

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
           MOVE FLT-KEY     TO WS-POSITION-KEY.
           MOVE SPACES      TO QQ1FLTI-RECORD.
           MOVE WS-POSITION-KEY TO FLT-KEY.
           MOVE ZERO        TO FLT-DELAY-SECONDS.
           MOVE ZERO        TO FLT-PERCENT.
           MOVE ZERO        TO FLT-MAX-RUNS.
           MOVE ZERO        TO FLT-INJECTED-COUNT.
           PERFORM 000006-APPLY-SCREEN-FIELDS.
           IF NOT WS-EDIT-OK
               EXIT PARAGRAPH
           END-IF.
      *    A new fault is only defined; nothing is injected until a
      *    second operator approves its arming.
           MOVE 'D' TO FLT-STATUS.
           PERFORM 000070-STAMP-CHANGE.
           MOVE WS-CHANGE-USERID    TO FLT-DEFINED-BY.
           MOVE WS-CHANGE-TIMESTAMP TO FLT-DEFINED-TIMESTAMP.
           EXEC CICS WRITE FILE('QQ1FLTI')
                     FROM(QQ1FLTI-RECORD)
                     RIDFLD(FLT-KEY)
                     RESP(WS-FLTI-RESP)
           END-EXEC.
           IF WS-FLTI-RESP = DFHRESP(NORMAL)
               MOVE 'A' TO WS-JOURNAL-ACTION
               PERFORM 000072-JOURNAL-FAULT-ROW
               PERFORM 000060-SHOW-FAULT
               MOVE 'FAULT DEFINED - PF7 PROPOSES ARMING IT' TO MSGO
           ELSE
               IF WS-FLTI-RESP = DFHRESP(DUPREC)
                   MOVE 'FAULT ALREADY EXISTS - USE PF6' TO MSGO
               ELSE
                   MOVE 'QQ1FLTI WRITE FAILED' TO MSGO
               END-IF
           END-IF.

       000030-UPDATE-FAULT.

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
           EXEC CICS READ FILE('QQ1FLTI')
                     INTO(QQ1FLTI-RECORD)
                     RIDFLD(FLT-KEY)
                     UPDATE
                     RESP(WS-FLTI-RESP)
           END-EXEC.
           IF WS-FLTI-RESP NOT = DFHRESP(NORMAL)
               IF WS-FLTI-RESP = DFHRESP(NOTFND)
                   MOVE 'FAULT NOT FOUND - USE PF5 TO ADD' TO MSGO
               ELSE
                   MOVE 'QQ1FLTI READ FOR UPDATE FAILED' TO MSGO
               END-IF
               EXIT PARAGRAPH
           END-IF.
      *    What the approver agreed to arm is what gets injected: an
      *    armed or pending fault is disarmed before it is changed.
           IF FLT-ARMED OR FLT-ARM-PROPOSED
               EXEC CICS UNLOCK FILE('QQ1FLTI')
               END-EXEC
               PERFORM 000060-SHOW-FAULT
               MOVE 'FAULT IS ARMED OR PENDING - PF9 DISARMS IT FIRST'
                   TO MSGO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000006-APPLY-SCREEN-FIELDS.
           IF NOT WS-EDIT-OK
               EXEC CICS UNLOCK FILE('QQ1FLTI')
               END-EXEC
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000070-STAMP-CHANGE.
           MOVE WS-CHANGE-USERID    TO FLT-DEFINED-BY.
           MOVE WS-CHANGE-TIMESTAMP TO FLT-DEFINED-TIMESTAMP.
           EXEC CICS REWRITE FILE('QQ1FLTI')
                     FROM(QQ1FLTI-RECORD)
                     RESP(WS-FLTI-RESP)
           END-EXEC.
           IF WS-FLTI-RESP = DFHRESP(NORMAL)
               MOVE 'U' TO WS-JOURNAL-ACTION
               PERFORM 000072-JOURNAL-FAULT-ROW
               PERFORM 000060-SHOW-FAULT
               MOVE 'FAULT UPDATED' TO MSGO
           ELSE
               MOVE 'QQ1FLTI REWRITE FAILED' TO MSGO
           END-IF.

       000040-PROPOSE-ARMING.

      *    Nothing is armed here: the fault goes to arm-pending and
      *    the arming lands on QQ1PNDC for a second authorized
      *    userid to approve or reject on the QQ1C0041 review screen
      *    (QQAP) - where the QQ1RGCT FAULT row is actually set.
           MOVE 'ARM ' TO AUTH-FUNCTION.
           MOVE 'O' TO AUTH-ROLES-WANTED.
           PERFORM 000088-CHECK-FUNCTION-ROLE.
           IF AUTH-REFUSED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000005-EDIT-KEY-FIELDS.
           IF NOT WS-EDIT-OK
               EXIT PARAGRAPH
           END-IF.
           EXEC CICS READ FILE('QQ1FLTI')
                     INTO(QQ1FLTI-RECORD)
                     RIDFLD(FLT-KEY)
                     UPDATE
                     RESP(WS-FLTI-RESP)
           END-EXEC.
           IF WS-FLTI-RESP NOT = DFHRESP(NORMAL)
               MOVE 'FAULT NOT FOUND' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           IF FLT-ARMED OR FLT-ARM-PROPOSED
               EXEC CICS UNLOCK FILE('QQ1FLTI')
               END-EXEC
               PERFORM 000060-SHOW-FAULT
               MOVE 'FAULT IS ALREADY ARMED OR WAITING FOR APPROVAL'
                   TO MSGO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000070-STAMP-CHANGE.
           MOVE 'F'                 TO PND-CHANGE-TYPE.
           MOVE FLT-FAULT-NO        TO PND-NEW-VALUE.
           MOVE WS-CHANGE-TIMESTAMP TO PND-TIMESTAMP.
           MOVE EIBTASKN            TO PND-TASKNO.
           MOVE 'P'                 TO PND-STATUS.
           MOVE WS-CHANGE-USERID    TO PND-PROPOSED-BY.
           MOVE SPACES              TO PND-DECIDED-BY.
           MOVE SPACES              TO PND-DECIDED-TIMESTAMP.
           EXEC CICS WRITE FILE('QQ1PNDC')
                     FROM(QQ1PNDC-RECORD)
                     RIDFLD(PND-KEY)
                     RESP(WS-PNDC-RESP)
           END-EXEC.
           IF WS-PNDC-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS UNLOCK FILE('QQ1FLTI')
               END-EXEC
               MOVE 'QQ1PNDC WRITE FAILED - NOT QUEUED' TO MSGO
               EXIT PARAGRAPH
           END-IF.
      *    Each arming starts a fresh run count for the run cap.
           MOVE 'P'  TO FLT-STATUS.
           MOVE ZERO TO FLT-INJECTED-COUNT.
           EXEC CICS REWRITE FILE('QQ1FLTI')
                     FROM(QQ1FLTI-RECORD)
                     RESP(WS-FLTI-RESP)
           END-EXEC.
           IF WS-FLTI-RESP = DFHRESP(NORMAL)
               MOVE 'U' TO WS-JOURNAL-ACTION
               PERFORM 000072-JOURNAL-FAULT-ROW
               PERFORM 000060-SHOW-FAULT
               MOVE 'ARMING QUEUED - SECOND OPERATOR APPROVES (QQAP)'
                   TO MSGO
           ELSE
               MOVE 'QQ1FLTI REWRITE FAILED - APPROVAL WILL BE REFUSED'
                   TO MSGO
           END-IF.

       000050-BROWSE-NEXT-FAULT.

           IF FLTNOL > ZERO AND FLTNOI NOT = SPACES
               MOVE FLTNOI TO FLT-KEY
           ELSE
               IF WS-CA-FAULT-NO = SPACES
                   MOVE LOW-VALUES TO FLT-KEY
               ELSE
                   MOVE WS-CA-FAULT-NO TO FLT-KEY
               END-IF
           END-IF.
           MOVE FLT-KEY TO WS-POSITION-KEY.
           MOVE LOW-VALUES TO QQ1M99AO.
           EXEC CICS STARTBR FILE('QQ1FLTI')
                     RIDFLD(FLT-KEY)
                     GTEQ
                     RESP(WS-FLTI-RESP)
           END-EXEC.
           IF WS-FLTI-RESP NOT = DFHRESP(NORMAL)
               MOVE 'END OF FAULTS' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           EXEC CICS READNEXT FILE('QQ1FLTI')
                     INTO(QQ1FLTI-RECORD)
                     RIDFLD(FLT-KEY)
                     RESP(WS-FLTI-RESP)
           END-EXEC.
           IF WS-FLTI-RESP = DFHRESP(NORMAL)
                   AND FLT-KEY = WS-POSITION-KEY
               EXEC CICS READNEXT FILE('QQ1FLTI')
                         INTO(QQ1FLTI-RECORD)
                         RIDFLD(FLT-KEY)
                         RESP(WS-FLTI-RESP)
               END-EXEC
           END-IF.
           IF WS-FLTI-RESP = DFHRESP(NORMAL)
               PERFORM 000060-SHOW-FAULT
               MOVE FLT-KEY TO WS-CA-FAULT-NO
               MOVE 'NEXT FAULT DISPLAYED' TO MSGO
           ELSE
               MOVE 'END OF FAULTS' TO MSGO
           END-IF.
           EXEC CICS ENDBR FILE('QQ1FLTI')
           END-EXEC.

       000055-DISARM-FAULT.

      *    Stopping a fault never waits for a second operator: the
      *    fault goes to disarmed (a pending arming is then refused
      *    at approval) and the QQ1RGCT FAULT row is switched off if
      *    it points at this fault, so the next run is clean.
           MOVE 'DISA' TO AUTH-FUNCTION.
           MOVE 'O' TO AUTH-ROLES-WANTED.
           PERFORM 000088-CHECK-FUNCTION-ROLE.
           IF AUTH-REFUSED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000005-EDIT-KEY-FIELDS.
           IF NOT WS-EDIT-OK
               EXIT PARAGRAPH
           END-IF.
           EXEC CICS READ FILE('QQ1FLTI')
                     INTO(QQ1FLTI-RECORD)
                     RIDFLD(FLT-KEY)
                     UPDATE
                     RESP(WS-FLTI-RESP)
           END-EXEC.
           IF WS-FLTI-RESP NOT = DFHRESP(NORMAL)
               MOVE 'FAULT NOT FOUND' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           IF NOT FLT-ARMED AND NOT FLT-ARM-PROPOSED
               EXEC CICS UNLOCK FILE('QQ1FLTI')
               END-EXEC
               PERFORM 000060-SHOW-FAULT
               MOVE 'FAULT IS NOT ARMED' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000070-STAMP-CHANGE.
           MOVE 'X'                 TO FLT-STATUS.
           MOVE WS-CHANGE-USERID    TO FLT-DISARMED-BY.
           MOVE WS-CHANGE-TIMESTAMP TO FLT-DISARMED-TIMESTAMP.
           EXEC CICS REWRITE FILE('QQ1FLTI')
                     FROM(QQ1FLTI-RECORD)
                     RESP(WS-FLTI-RESP)
           END-EXEC.
           IF WS-FLTI-RESP NOT = DFHRESP(NORMAL)
               MOVE 'QQ1FLTI REWRITE FAILED - FAULT NOT DISARMED'
                   TO MSGO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'U' TO WS-JOURNAL-ACTION.
           PERFORM 000072-JOURNAL-FAULT-ROW.
           PERFORM 000060-SHOW-FAULT.
           MOVE 'FAULT DISARMED' TO MSGO.
           MOVE 'FAULT   ' TO RGC-KEY.
           EXEC CICS READ FILE('QQ1RGCU')
                     INTO(QQ1RGCT-RECORD)
                     RIDFLD(RGC-KEY)
                     UPDATE
                     RESP(WS-ROW-RESP)
           END-EXEC.
           IF WS-ROW-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           IF NOT RGC-FLAG-ON OR RGC-VALUE NOT = FLT-FAULT-NO
               EXEC CICS UNLOCK FILE('QQ1RGCU')
               END-EXEC
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N'                 TO RGC-FLAG.
           MOVE WS-CHANGE-USERID    TO RGC-USERID.
           MOVE WS-CHANGE-TIMESTAMP TO RGC-TIMESTAMP.
           EXEC CICS REWRITE FILE('QQ1RGCU')
                     FROM(QQ1RGCT-RECORD)
                     RESP(WS-ROW-RESP)
           END-EXEC.
           IF WS-ROW-RESP NOT = DFHRESP(NORMAL)
               MOVE 'QQ1RGCT FAULT ROW NOT CLEARED - FAULT IS DISARMED'
                   TO MSGO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'QQ1RGCT '             TO WS-JOURNAL-FILE-ID.
           MOVE 'U'                    TO WS-JOURNAL-ACTION.
           MOVE SPACES                 TO WS-JOURNAL-KEY.
           MOVE RGC-KEY                TO WS-JOURNAL-KEY(1:8).
           MOVE SPACES                 TO WS-JOURNAL-IMAGE.
           STRING 'FAULT DISARMED ' DELIMITED SIZE
                  FLT-FAULT-NO DELIMITED SIZE
                  INTO WS-JOURNAL-IMAGE
           END-STRING.
           PERFORM 000071-WRITE-MAINT-LOG.

       000060-SHOW-FAULT.

           MOVE FLT-FAULT-NO            TO FLTNOO.
           MOVE FLT-STATUS              TO FSTATO.
           MOVE FLT-TITLE               TO FTITLEO.
           MOVE FLT-TARGET-HOP          TO HOPO.
           MOVE FLT-FAULT-TYPE          TO FTYPEO.
           MOVE FLT-DELAY-SECONDS       TO DELAYO.
           MOVE FLT-CAMPAIGN-ID         TO CAMPO.
           MOVE FLT-PERCENT             TO PCTO.
           MOVE FLT-MAX-RUNS            TO MAXRUNO.
           IF FLT-INJECTED-COUNT NUMERIC
               MOVE FLT-INJECTED-COUNT  TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT       TO INJCNTO
           ELSE
               MOVE SPACES              TO INJCNTO
           END-IF.
           MOVE SPACES TO ARMBYO.
           EVALUATE TRUE
               WHEN FLT-ARMED
                   STRING FLT-ARMED-BY        DELIMITED SPACE
                          ' '                 DELIMITED SIZE
                          FLT-ARMED-TIMESTAMP DELIMITED SIZE
                          INTO ARMBYO
                   END-STRING
               WHEN FLT-ARM-PROPOSED
                   MOVE 'WAITING FOR APPROVAL ON QQAP' TO ARMBYO
               WHEN FLT-DISARMED
                   STRING 'OFF '                 DELIMITED SIZE
                          FLT-DISARMED-BY        DELIMITED SPACE
                          ' '                    DELIMITED SIZE
                          FLT-DISARMED-TIMESTAMP DELIMITED SIZE
                          INTO ARMBYO
                   END-STRING
               WHEN OTHER
                   MOVE 'NOT ARMED' TO ARMBYO
           END-EVALUATE.
           MOVE SPACES TO LSTCHGO.
           STRING FLT-DEFINED-BY        DELIMITED SPACE
                  ' '                   DELIMITED SIZE
                  FLT-DEFINED-TIMESTAMP DELIMITED SIZE
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

       000071-WRITE-MAINT-LOG.

      *    One QQ1CTLL entry per row changed, in the form QQ1C0041
      *    journals the same rows when it applies an approved arming.
           ADD 1 TO WS-JOURNAL-SEQ.
           MOVE WS-CHANGE-TIMESTAMP    TO CTLL-TIMESTAMP.
           MOVE WS-JOURNAL-SEQ         TO CTLL-TIMESTAMP(21:6).
           MOVE EIBTASKN               TO CTLL-TASKNO.
           MOVE WS-CHANGE-USERID       TO CTLL-USERID.
           MOVE WS-JOURNAL-FILE-ID     TO CTLL-FILE-ID.
           MOVE WS-JOURNAL-ACTION      TO CTLL-ACTION.
           MOVE WS-JOURNAL-KEY         TO CTLL-RECORD-KEY.
           MOVE WS-JOURNAL-IMAGE       TO CTLL-IMAGE.
           EXEC CICS WRITE FILE('QQ1CTLL')
                     FROM(QQ1CTLL-RECORD)
                     RIDFLD(CTLL-KEY)
                     RESP(WS-LOG-RESP)
           END-EXEC.

       000072-JOURNAL-FAULT-ROW.

           MOVE 'QQ1FLTI '             TO WS-JOURNAL-FILE-ID.
           MOVE SPACES                 TO WS-JOURNAL-KEY.
           MOVE FLT-FAULT-NO           TO WS-JOURNAL-KEY(1:4).
           MOVE SPACES                 TO WS-JOURNAL-IMAGE.
           STRING 'STATUS ' DELIMITED SIZE
                  FLT-STATUS DELIMITED SIZE
                  ' HOP ' DELIMITED SIZE
                  FLT-TARGET-HOP DELIMITED SIZE
                  ' TYPE ' DELIMITED SIZE
                  FLT-FAULT-TYPE DELIMITED SIZE
                  ' PCT ' DELIMITED SIZE
                  FLT-PERCENT DELIMITED SIZE
                  ' CAMP ' DELIMITED SIZE
                  FLT-CAMPAIGN-ID DELIMITED SIZE
                  INTO WS-JOURNAL-IMAGE
           END-STRING.
           PERFORM 000071-WRITE-MAINT-LOG.

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

           EXEC CICS SEND MAP('QQ1M99A')
                     MAPSET('QQ1M099')
                     FROM(QQ1M99AO)
                     ERASE
           END-EXEC.
           EXEC CICS RETURN
                     TRANSID('QQFI')
                     COMMAREA(WS-COMMAREA)
           END-EXEC.
      *
      *   +->   QQ1C0099_FAULT_INJECTION_DEFINITION 10/15/2026  00:00
      *   !       3270 maintenance transaction (QQFI) for the QQ1FLTI
      *   !       hop fault-injection faults, in the QQ1C0098
      *   !       maintenance style. Inquires, adds, updates and
      *   !       browses faults: target hop and fault type (checked
      *   !       against the pairs the chain can be made to fail
      *   !       with), delay seconds, and the campaign, percentage
      *   !       and run cap that scope it. PF7 queues the arming on
      *   !       QQ1PNDC (type F) for a second operator to approve on
      *   !       QQAP; PF9 disarms at once and switches off the
      *   !       QQ1RGCT FAULT row. Functions need the operator role
      *   !       (QQ1C0094 check); every row change is journaled to
      *   !       QQ1CTLL.
      *   +---
