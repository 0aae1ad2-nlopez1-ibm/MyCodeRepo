      *COMPILE1: LANG(COBOL) CMP(DEFAULT) CICS(Y) DB2(N)
      *COMPILE2: MQS(N) DLL(N) IP(N) LDAP(N) EXCI(N) RENT(N)
      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
      ** Booking scheduler: submits approved campaigns, tracks them
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  QQ1C0093.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY QQ1BOOK.
       COPY QQ1CAMP.
       01  WS-BOOK-RESP                PIC S9(8)   COMP.
       01  WS-CAMP-RESP                PIC S9(8)   COMP.
       01  WS-ENQ-RESP                 PIC S9(8)   COMP.
       01  WS-START-RESP               PIC S9(8)   COMP.
       01  WS-SPOOL-RESP               PIC S9(8)   COMP.
      *    One QQBS cycle at a time, same REQID on every START so a
      *    pending one is CANCELled before the next is scheduled.
       01  WS-ENQ-NAME                 PIC X(8)    VALUE 'QQ1BOOKS'.
       01  WS-START-REQID              PIC X(8)    VALUE 'QQ1BOOKS'.
       01  WS-INTERVAL                 PIC S9(8)   COMP VALUE 60.
       01  WS-BATCH-MAX                PIC S9(4)   COMP VALUE 50.
       01  WS-BATCH-COUNT              PIC S9(4)   COMP VALUE ZERO.
       01  WS-BATCH-IDX                PIC S9(4)   COMP.
       01  WS-BATCH-KEYS.
           05  WS-BATCH-KEY            PIC X(8)    OCCURS 50 TIMES.
       01  WS-RESUME-KEY               PIC X(8)    VALUE LOW-VALUES.
       01  WS-SCAN-DONE-FLAG           PIC X(1)    VALUE 'N'.
           88  WS-SCAN-DONE                        VALUE 'Y'.
       01  WS-BROWSE-DONE-FLAG         PIC X(1)    VALUE 'N'.
           88  WS-BROWSE-DONE                      VALUE 'Y'.
       01  WS-FIRST-READ-FLAG          PIC X(1)    VALUE 'N'.
           88  WS-FIRST-READ                       VALUE 'Y'.
       01  WS-SUBMITTED-FLAG           PIC X(1)    VALUE 'N'.
           88  WS-SUBMITTED                        VALUE 'Y'.
       01  WS-ACTIVE-COUNT             PIC 9(7)    VALUE ZERO.
       01  WS-ABSTIME                  PIC S9(15)  COMP-3.
       01  WS-NOW-DATE                 PIC X(10).
       01  WS-NOW-TIME                 PIC X(8).
       01  WS-NOW-TIMESTAMP            PIC X(26).
      *    Booked start and the clock compared as YYYY-MM-DDTHH:MM
      *    strings - both sides built the same way.
       01  WS-NOW-MINUTE-STAMP         PIC X(16).
       01  WS-DUE-MINUTE-STAMP         PIC X(16).
      *    Internal reader submission: one 80-byte card at a time.
       01  WS-SPOOL-TOKEN              PIC X(8).
       01  WS-CARD-LENGTH              PIC S9(8)   COMP VALUE 80.
       01  WS-JCL-CARD                 PIC X(80).
       PROCEDURE DIVISION.
       000000-CONTROL.

      *    Started (transaction QQBS) by PF6 on the QQBK booking
      *    screen, by itself while any booking is approved,
      *    submitted or running, and by QQ1C0071 at region startup.
      *    Each cycle submits every approved booking whose start
      *    time has come and moves submitted and running ones on
      *    from their campaign's QQ1CAMP registry record.
           EXEC CICS ENQ RESOURCE(WS-ENQ-NAME)
                     LENGTH(8)
                     NOSUSPEND
                     RESP(WS-ENQ-RESP)
           END-EXEC.
           IF WS-ENQ-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS RETURN
               END-EXEC
           END-IF.
           PERFORM 000030-FORMAT-NOW.
           MOVE LOW-VALUES TO WS-RESUME-KEY.
           MOVE 'N' TO WS-SCAN-DONE-FLAG.
           PERFORM 000010-SCHEDULE-ONE-BATCH UNTIL WS-SCAN-DONE.
           IF WS-ACTIVE-COUNT > ZERO
               PERFORM 000041-SCHEDULE-NEXT-CYCLE
           END-IF.
           EXEC CICS DEQ RESOURCE(WS-ENQ-NAME)
                     LENGTH(8)
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.

       000010-SCHEDULE-ONE-BATCH.

           PERFORM 000011-COLLECT-BATCH.
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                   UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
               PERFORM 000020-SCHEDULE-ONE-BOOKING
           END-PERFORM.
           IF WS-BATCH-COUNT < WS-BATCH-MAX
               MOVE 'Y' TO WS-SCAN-DONE-FLAG
           END-IF.

       000011-COLLECT-BATCH.

      *    Only bookings the scheduler acts on are collected;
      *    requested ones wait for the operator, done and rejected
      *    ones are history.
           MOVE ZERO TO WS-BATCH-COUNT.
           MOVE 'N' TO WS-BROWSE-DONE-FLAG.
           IF WS-RESUME-KEY = LOW-VALUES
               MOVE 'N' TO WS-FIRST-READ-FLAG
           ELSE
               MOVE 'Y' TO WS-FIRST-READ-FLAG
           END-IF.
           MOVE WS-RESUME-KEY TO BKG-CAMPAIGN-ID.
           EXEC CICS STARTBR
                     FILE('QQ1BOOK')
                     RIDFLD(BKG-CAMPAIGN-ID)
                     GTEQ
                     RESP(WS-BOOK-RESP)
           END-EXEC.
           IF WS-BOOK-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000012-BROWSE-ONE-KEY UNTIL WS-BROWSE-DONE.
           EXEC CICS ENDBR
                     FILE('QQ1BOOK')
           END-EXEC.

       000012-BROWSE-ONE-KEY.

           EXEC CICS READNEXT
                     FILE('QQ1BOOK')
                     INTO(QQ1BOOK-RECORD)
                     RIDFLD(BKG-CAMPAIGN-ID)
                     RESP(WS-BOOK-RESP)
           END-EXEC.
           IF WS-BOOK-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF WS-FIRST-READ
               MOVE 'N' TO WS-FIRST-READ-FLAG
               IF BKG-CAMPAIGN-ID = WS-RESUME-KEY
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE BKG-CAMPAIGN-ID TO WS-RESUME-KEY.
           IF NOT BKG-APPROVED
                   AND NOT BKG-SUBMITTED
                   AND NOT BKG-RUNNING
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BATCH-COUNT.
           MOVE BKG-CAMPAIGN-ID TO WS-BATCH-KEY(WS-BATCH-COUNT).
           IF WS-BATCH-COUNT >= WS-BATCH-MAX
               MOVE 'Y' TO WS-BROWSE-DONE-FLAG
           END-IF.

       000020-SCHEDULE-ONE-BOOKING.

           MOVE WS-BATCH-KEY(WS-BATCH-IDX) TO BKG-CAMPAIGN-ID.
           EXEC CICS READ FILE('QQ1BOOK')
                     INTO(QQ1BOOK-RECORD)
                     RIDFLD(BKG-CAMPAIGN-ID)
                     UPDATE
                     RESP(WS-BOOK-RESP)
           END-EXEC.
           IF WS-BOOK-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ACTIVE-COUNT.
           IF BKG-APPROVED
               STRING BKG-START-DATE DELIMITED SIZE
                      'T'            DELIMITED SIZE
                      BKG-START-TIME DELIMITED SIZE
                      INTO WS-DUE-MINUTE-STAMP
               END-STRING
               IF WS-DUE-MINUTE-STAMP > WS-NOW-MINUTE-STAMP
                   EXEC CICS UNLOCK FILE('QQ1BOOK')
                   END-EXEC
                   EXIT PARAGRAPH
               END-IF
               PERFORM 000021-SUBMIT-CAMPAIGN-JOB
               IF WS-SUBMITTED
                   MOVE 'S'              TO BKG-STATUS
                   MOVE WS-NOW-TIMESTAMP TO BKG-SUBMITTED-TIMESTAMP
                   MOVE 'JOB SUBMITTED'  TO BKG-NOTE
               ELSE
                   MOVE 'SUBMIT FAILED - RETRYING' TO BKG-NOTE
               END-IF
           ELSE
               PERFORM 000025-FOLLOW-CAMPAIGN
           END-IF.
           EXEC CICS REWRITE FILE('QQ1BOOK')
                     FROM(QQ1BOOK-RECORD)
                     RESP(WS-BOOK-RESP)
           END-EXEC.
           IF BKG-DONE
               SUBTRACT 1 FROM WS-ACTIVE-COUNT
           END-IF.
      *    Commit booking by booking: a submitted job and the
      *    status that says so go together.
           EXEC CICS SYNCPOINT
           END-EXEC.

       000021-SUBMIT-CAMPAIGN-JOB.

      *    The same two steps as the QQ1PERFJ sample - pre-flight
      *    validation, then the driver - with the booking's
      *    campaign id as job name and CAMP, the requester as SUB
      *    so QQ1B0012 registers the plan in QQ1CAMP under them,
      *    and the load profile member on the DRIVE step's QQ1PROF.
           MOVE 'N' TO WS-SUBMITTED-FLAG.
           EXEC CICS SPOOLOPEN OUTPUT
                     NODE('LOCAL')
                     USERID('INTRDR')
                     TOKEN(WS-SPOOL-TOKEN)
                     RESP(WS-SPOOL-RESP)
           END-EXEC.
           IF WS-SPOOL-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-JCL-CARD.
           STRING '//'                     DELIMITED SIZE
                  BKG-CAMPAIGN-ID          DELIMITED SPACE
                  ' JOB (ACCTNO),''ORTQQ BOOKED RUN'','
                                           DELIMITED SIZE
                  'CLASS=A,MSGCLASS=X,'    DELIMITED SIZE
                  INTO WS-JCL-CARD
           END-STRING.
           PERFORM 000022-WRITE-CARD.
           MOVE SPACES TO WS-JCL-CARD.
           STRING '//         REGION=0M,NOTIFY='
                                           DELIMITED SIZE
                  BKG-REQUESTED-BY         DELIMITED SPACE
                  INTO WS-JCL-CARD
           END-STRING.
           PERFORM 000022-WRITE-CARD.
           MOVE SPACES TO WS-JCL-CARD.
           STRING '//*  BOOKED ON QQBK BY ' DELIMITED SIZE
                  BKG-REQUESTED-BY         DELIMITED SPACE
                  ', APPROVED BY '         DELIMITED SIZE
                  BKG-DECIDED-BY           DELIMITED SPACE
                  INTO WS-JCL-CARD
           END-STRING.
           PERFORM 000022-WRITE-CARD.
           MOVE '//VALIDATE EXEC QQ1B0021' TO WS-JCL-CARD.
           PERFORM 000022-WRITE-CARD.
           MOVE SPACES TO WS-JCL-CARD.
           STRING '//RUN      EXEC QQ1PERF,ITER=' DELIMITED SIZE
                  BKG-ITERATIONS           DELIMITED SIZE
                  ',THINK='                DELIMITED SIZE
                  BKG-THINK-SECONDS        DELIMITED SIZE
                  ',COND=(0,NE),'          DELIMITED SIZE
                  INTO WS-JCL-CARD
           END-STRING.
           PERFORM 000022-WRITE-CARD.
      *    CAMP and SUB are concatenated into the driver PARM, so
      *    both go in padded to their full 8 bytes.
           MOVE SPACES TO WS-JCL-CARD.
           STRING '//         CAMP='''     DELIMITED SIZE
                  BKG-CAMPAIGN-ID          DELIMITED SIZE
                  ''',SUB='''              DELIMITED SIZE
                  BKG-REQUESTED-BY         DELIMITED SIZE
                  ''''                     DELIMITED SIZE
                  INTO WS-JCL-CARD
           END-STRING.
           PERFORM 000022-WRITE-CARD.
           IF BKG-PROFILE NOT = SPACES
               MOVE SPACES TO WS-JCL-CARD
               STRING '//DRIVE.QQ1PROF DD DISP=SHR,'
                                           DELIMITED SIZE
                      'DSN=ORTQQ.PERF.PROFILES(' DELIMITED SIZE
                      BKG-PROFILE          DELIMITED SPACE
                      ')'                  DELIMITED SIZE
                      INTO WS-JCL-CARD
               END-STRING
               PERFORM 000022-WRITE-CARD
           END-IF.
           MOVE '//' TO WS-JCL-CARD.
           PERFORM 000022-WRITE-CARD.
           IF WS-SPOOL-RESP = DFHRESP(NORMAL)
               EXEC CICS SPOOLCLOSE
                         TOKEN(WS-SPOOL-TOKEN)
                         RESP(WS-SPOOL-RESP)
               END-EXEC
               IF WS-SPOOL-RESP = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-SUBMITTED-FLAG
               END-IF
           ELSE
      *        A half-written job is thrown away, never run.
               EXEC CICS SPOOLCLOSE
                         TOKEN(WS-SPOOL-TOKEN)
                         DELETE
                         RESP(WS-SPOOL-RESP)
               END-EXEC
           END-IF.

       000022-WRITE-CARD.

      *    After the first failed write the rest are skipped; the
      *    close then deletes what was written.
           IF WS-SPOOL-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           EXEC CICS SPOOLWRITE
                     TOKEN(WS-SPOOL-TOKEN)
                     FROM(WS-JCL-CARD)
                     FLENGTH(WS-CARD-LENGTH)
                     RESP(WS-SPOOL-RESP)
           END-EXEC.

       000025-FOLLOW-CAMPAIGN.

      *    QQ1B0012 marks the campaign running when it starts and
      *    complete or aborted when it ends. No registry record yet
      *    means the job has not reached the driver - the booking
      *    stays submitted.
           MOVE BKG-CAMPAIGN-ID TO CMP-CAMPAIGN-ID.
           EXEC CICS READ FILE('QQ1CAMP')
                     INTO(QQ1CAMP-RECORD)
                     RIDFLD(CMP-CAMPAIGN-ID)
                     RESP(WS-CAMP-RESP)
           END-EXEC.
           IF WS-CAMP-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN CMP-RUNNING
                   MOVE 'U'        TO BKG-STATUS
                   MOVE 'RUNNING'  TO BKG-NOTE
               WHEN CMP-COMPLETE
                   MOVE 'D'        TO BKG-STATUS
                   MOVE 'COMPLETE' TO BKG-NOTE
               WHEN CMP-ABORTED
                   MOVE 'D'        TO BKG-STATUS
                   MOVE 'ABORTED'  TO BKG-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       000030-FORMAT-NOW.

           EXEC CICS ASKTIME
                     ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-NOW-DATE)
                     DATESEP('-')
                     TIME(WS-NOW-TIME)
                     TIMESEP(':')
           END-EXEC.
           STRING WS-NOW-DATE DELIMITED SIZE
                  'T'         DELIMITED SIZE
                  WS-NOW-TIME DELIMITED SIZE
                  '.000000'   DELIMITED SIZE
                  INTO WS-NOW-TIMESTAMP
           END-STRING.
           MOVE WS-NOW-TIMESTAMP(1:16) TO WS-NOW-MINUTE-STAMP.

       000041-SCHEDULE-NEXT-CYCLE.

           EXEC CICS CANCEL REQID(WS-START-REQID)
                     TRANSID('QQBS')
                     RESP(WS-START-RESP)
           END-EXEC.
           EXEC CICS START TRANSID('QQBS')
                     REQID(WS-START-REQID)
                     AFTER SECONDS(WS-INTERVAL)
                     RESP(WS-START-RESP)
           END-EXEC.
      *
      *   +->   QQ1C0093_BOOKING_SCHEDULER          10/15/2026  00:00
      *   !       Started task QQBS. Submits each approved QQ1BOOK
      *   !       booking through the internal reader once its start
      *   !       time comes - the QQ1PERFJ steps with the booked
      *   !       iterations, think time, load profile, campaign id
      *   !       and requester - and follows submitted bookings to
      *   !       running and done from the QQ1CAMP registry record
      *   !       the driver keeps. Reschedules itself every minute
      *   !       while any booking is still approved or under way.
      *   +---
