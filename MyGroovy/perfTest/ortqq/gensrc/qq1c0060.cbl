           88  WS-DRAIN-DONE                       VALUE 'Y'.
       01  WS-LINK-ABENDED-FLAG        PIC X(1)    VALUE 'N'.
           88  WS-LINK-ABENDED                     VALUE 'Y'.
       01  WS-REFERENCE-ID             PIC X(29)   VALUE SPACES.
       01  WS-ABCODE                   PIC X(4)    VALUE SPACES.
       01  WS-CONTAINER-RESP           PIC S9(8)   COMP.
       01  WS-DELETE-RESP              PIC S9(8)   COMP.
      *    Every request that passes validation is entered on the
      *    QQ1INTK intake register before its chain runs, one entry
      *    per request in this drain pass.
       COPY QQ1INTK.
       01  WS-INTK-RESP                PIC S9(8)   COMP.
       01  WS-INTK-SEQ                 PIC 9(3)    VALUE ZERO.
       01  WS-INTK-ABSTIME             PIC S9(15)  COMP-3.
       01  WS-INTK-DATE                PIC X(10).
       01  WS-INTK-TIME                PIC X(8).
       PROCEDURE DIVISION.
       000000-CONTROL.

               PERFORM 000070-QUARANTINE-REQUEST
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000080-REGISTER-INTAKE.
      *    Containers live for the life of the task and this drain
      *    loop reuses one channel for every request - clear the
      *    override containers first, or a request with these
                     INTO(WS-ABCODE)
                     RESP(WS-CONTAINER-RESP)
           END-EXEC.
           PERFORM 000081-COMPLETE-INTAKE.
           IF MQRQ-REPLY-QUEUE = SPACES
               EXIT PARAGRAPH
           END-IF.
                                 WS-MQ-COMPCODE
                                 WS-MQ-REASON.

       000080-REGISTER-INTAKE.

      *    Pending until the reply goes out. The register is never
      *    allowed to stop a request: RESP is taken and ignored
      *    here, and the close-out simply finds nothing to update.
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
           ADD 1 TO WS-INTK-SEQ.
           MOVE EIBTASKN            TO INK-TASKNO.
           MOVE WS-INTK-SEQ         TO INK-SEQ.
           MOVE 'M'                 TO INK-FRONT-DOOR.
           MOVE 'P'                 TO INK-STATUS.
           MOVE MQRQ-CORRELATION-ID TO INK-REQUEST-ID.
           MOVE MQRQ-CAMPAIGN-ID    TO INK-CAMPAIGN-ID.
           EXEC CICS ASSIGN
                     USERID(INK-USERID)
           END-EXEC.
           EXEC CICS WRITE FILE('QQ1INTK')
                     FROM(QQ1INTK-RECORD)
                     RIDFLD(INK-KEY)
                     RESP(WS-INTK-RESP)
           END-EXEC.

       000081-COMPLETE-INTAKE.

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

       000050-LINK-ABENDED.

      *    Control lands here when the chain abends under the LINK.
      *   !       QQ1.PERFTEST.QUARANTINE queue instead of failing
      *   !       silently; the QQ1C0061 screen (QQMQ) repairs and
      *   !       resubmits or rejects it with an error reply.
      *   !
      *   !       10/14/2026 - reply reference_id widened to the
      *   !       29-byte date/region form.
      *   !
      *   !       10/15/2026 - every request that passes validation
      *   !       is entered on the QQ1INTK intake register as
      *   !       pending before the LINK and closed out with its
      *   !       reference_id and ABCODE when the reply is built,
      *   !       for the QQ1B0045 intake-to-outcome reconciliation.
      *   +---
