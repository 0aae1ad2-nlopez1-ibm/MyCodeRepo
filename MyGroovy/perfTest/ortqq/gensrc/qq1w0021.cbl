       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-REFERENCE-ID                 PIC X(29)   VALUE SPACES.
       01  WS-ABCODE                       PIC X(4)    VALUE SPACES.
       01  WS-RESPONSE-BODY                PIC X(80)   VALUE SPACES.
       01  WS-RESPONSE-LENGTH              PIC S9(4)   COMP.
       01  WS-QP-CAMP-VALUE                PIC X(8)    VALUE SPACES.
       01  WS-QP-CAMP-VALUELEN             PIC S9(4)   COMP VALUE 8.
       01  WS-QP-RESP                      PIC S9(8)   COMP.
      *    Intake register entry for this call - see QQ1INTK.
       COPY QQ1INTK.
       01  WS-INTK-RESP                    PIC S9(8)   COMP.
       01  WS-INTK-ABSTIME                 PIC S9(15)  COMP-3.
       01  WS-INTK-DATE                    PIC X(10).
       01  WS-INTK-TIME                    PIC X(8).
       01  WS-LINK-ABENDED-FLAG            PIC X(1)    VALUE 'N'.
           88  WS-LINK-ABENDED                         VALUE 'Y'.
       PROCEDURE DIVISION.
       000000-CONTROL.

      *    door onto it, using the same channel/container mechanism
      *    QQ1C0021 already uses to LINK to CQQ1A121 (req018).
           PERFORM 000005-RECEIVE-ABCODE-OVERRIDE.
      *    Register the call as accepted before the chain runs, so
      *    a call that never comes back still shows up in the
      *    QQ1B0045 intake-to-outcome reconciliation.
           PERFORM 000050-REGISTER-INTAKE.

      *    If QQ1C0021's own recovery ABEND fires during the LINK
      *    below, it would otherwise propagate straight into this
           END-EXEC.

           PERFORM 000010-GET-RESULT-CONTAINERS.
           PERFORM 000051-COMPLETE-INTAKE.
           PERFORM 000030-SEND-RESPONSE.
           GOBACK.

      *    the failure back to the HTTP caller as a 500 instead of
      *    leaving the connection with no response.
           MOVE 500 TO WS-STATUS-CODE.
           MOVE 'Y' TO WS-LINK-ABENDED-FLAG.
           PERFORM 000010-GET-RESULT-CONTAINERS.
           PERFORM 000051-COMPLETE-INTAKE.
           PERFORM 000030-SEND-RESPONSE.
           GOBACK.

             WITH POINTER WS-RESPONSE-PTR
           END-STRING.
           COMPUTE WS-RESPONSE-LENGTH = WS-RESPONSE-PTR - 1.

       000050-REGISTER-INTAKE.

      *    One entry per call, pending until the answer is known. A
      *    full or unavailable register must never cost the caller
      *    the run - RESP is checked only by the rewrite below.
           EXEC CICS ASKTIME
                     ABSTIME(WS-INTK-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-INTK-ABSTIME)
                     YYYYMMDD(WS-INTK-DATE)
                     DATESEP('-')
                     TIME(WS-INTK-TIME)
                     TIMESEP(':')
           END-EXEC.
           MOVE SPACES TO QQ1INTK-RECORD.
           STRING WS-INTK-DATE DELIMITED SIZE
                  'T'          DELIMITED SIZE
                  WS-INTK-TIME DELIMITED SIZE
                  '.000000'    DELIMITED SIZE
                  INTO INK-TIMESTAMP
           END-STRING.
           MOVE EIBTASKN         TO INK-TASKNO.
           MOVE 1                TO INK-SEQ.
           MOVE 'W'              TO INK-FRONT-DOOR.
           MOVE 'P'              TO INK-STATUS.
           MOVE WS-QP-CAMP-VALUE TO INK-CAMPAIGN-ID.
           EXEC CICS ASSIGN
                     USERID(INK-USERID)
           END-EXEC.
           EXEC CICS WRITE FILE('QQ1INTK')
                     FROM(QQ1INTK-RECORD)
                     RIDFLD(INK-KEY)
                     RESP(WS-INTK-RESP)
           END-EXEC.

       000051-COMPLETE-INTAKE.

           EXEC CICS READ FILE('QQ1INTK')
                     INTO(QQ1INTK-RECORD)
                     RIDFLD(INK-KEY)
                     UPDATE
                     RESP(WS-INTK-RESP)
           END-EXEC.
           IF WS-INTK-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           IF WS-LINK-ABENDED OR WS-ABCODE NOT = SPACES
               MOVE 'A' TO INK-STATUS
           ELSE
               MOVE 'C' TO INK-STATUS
           END-IF.
           MOVE WS-REFERENCE-ID TO INK-REFERENCE-ID.
           MOVE WS-ABCODE       TO INK-ABCODE.
           EXEC CICS ASKTIME
                     ABSTIME(WS-INTK-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-INTK-ABSTIME)
                     YYYYMMDD(WS-INTK-DATE)
                     DATESEP('-')
                     TIME(WS-INTK-TIME)
                     TIMESEP(':')
           END-EXEC.
           STRING WS-INTK-DATE DELIMITED SIZE
                  'T'          DELIMITED SIZE
                  WS-INTK-TIME DELIMITED SIZE
                  '.000000'    DELIMITED SIZE
                  INTO INK-END-TIMESTAMP
           END-STRING.
           EXEC CICS REWRITE FILE('QQ1INTK')
                     FROM(QQ1INTK-RECORD)
                     RESP(WS-INTK-RESP)
           END-EXEC.
      *
      *   +->   QQ1W0021_WEB_SERVICE_WRAPPER        08/08/2026  00:00
      *   !       URIMAP-invoked CICS web support front door onto the
      *   !       campaign id, and HANDLE ABEND turns
      *   !       QQ1C0021's own recovery ABEND into an HTTP 500
      *   !       response instead of an abended web task.
      *   !
      *   !       10/14/2026 - reference_id widened to the 29-byte
      *   !       date/region form; the JSON body still fits the
      *   !       80-byte response.
      *   !
      *   !       10/15/2026 - each call is entered on the QQ1INTK
      *   !       intake register as pending before the LINK and
      *   !       closed out with its reference_id and ABCODE, for
      *   !       the QQ1B0045 intake-to-outcome reconciliation.
      *   +---
