       COPY QQ1TMODE.
       COPY QQ1DIALT.
       COPY QQ1CTLL.
      *    An approved restore plan is applied row by row through
      *    the update-enabled paths of the file it restores.
       COPY QQ1RSTP.
       COPY QQ1SLAT.
       COPY QQ1CALP.
       COPY QQ1RGCT.
      *    An approved fault arming marks the QQ1FLTI fault armed
      *    and points the QQ1RGCT FAULT row at it.
       COPY QQ1FLTI.
       01  WS-FLTI-RESP                PIC S9(8)   COMP.
       COPY QQ1M041.
       COPY QQ1AID.
       COPY QQ1AUTH.
       01  WS-AUTH-RESP                PIC S9(8)   COMP.
      *    The COMMAREA carries the exact PND-KEY behind each list
      *    line so PF5/PF6 with the cursor on a line can READ
      *    UPDATE the right proposal - the QQ1C0053 pattern.
       01  WS-TMODE-RESP               PIC S9(8)   COMP.
       01  WS-DIALT-RESP               PIC S9(8)   COMP.
       01  WS-LOG-RESP                 PIC S9(8)   COMP.
       01  WS-RSTP-RESP                PIC S9(8)   COMP.
       01  WS-ROW-RESP                 PIC S9(8)   COMP.
       01  WS-RECEIVE-RESP             PIC S9(8)   COMP.
       01  WS-BROWSE-DONE-FLAG         PIC X(1)    VALUE 'N'.
           88  WS-BROWSE-DONE                      VALUE 'Y'.
       01  WS-CHANGE-TIME              PIC X(8).
       01  WS-CHANGE-TIMESTAMP        PIC X(26).
       01  WS-CHANGE-USERID            PIC X(8).
      *    Every row change is journaled in the same text form the
      *    maintenance screens use, so QQ1B0041 can take it back
      *    too. Entries written by one task share its change stamp;
      *    the microsecond digits number them apart.
       01  WS-JOURNAL-SEQ              PIC 9(6)    VALUE ZERO.
       01  WS-JOURNAL-FILE-ID          PIC X(8).
       01  WS-JOURNAL-ACTION           PIC X(1).
       01  WS-JOURNAL-KEY              PIC X(9).
       01  WS-JOURNAL-IMAGE            PIC X(60).
       01  WS-RESTORE-FILE-ID          PIC X(8).
           88  WS-RESTORE-SLAT                     VALUE 'QQ1SLAT '.
           88  WS-RESTORE-CALP                     VALUE 'QQ1CALP '.
           88  WS-RESTORE-TMODE                    VALUE 'QQ1TMODE'.
           88  WS-RESTORE-DIALT                    VALUE 'QQ1DIALT'.
           88  WS-RESTORE-RGCT                     VALUE 'QQ1RGCT '.
       01  WS-RESTORE-PLAN-NO          PIC 9(4).
       01  WS-RESTORE-POINT-IN-TIME    PIC X(26).
       01  WS-RESTORE-PASS             PIC X(1).
           88  WS-RESTORE-CHECKING                 VALUE 'C'.
           88  WS-RESTORE-APPLYING                 VALUE 'A'.
       01  WS-PLAN-ROWS                PIC 9(5).
       01  WS-PLAN-ROWS-SEEN           PIC 9(5).
       01  WS-STALE-ROWS               PIC 9(5).
       01  WS-APPLIED-ROWS             PIC 9(5).
       01  WS-PLAN-DONE-FLAG           PIC X(1)    VALUE 'N'.
           88  WS-PLAN-DONE                        VALUE 'Y'.
       01  WS-ROW-FAILED-FLAG          PIC X(1)    VALUE 'N'.
           88  WS-ROW-FAILED                       VALUE 'Y'.
       01  WS-ROW-DONE-FLAG            PIC X(1)    VALUE 'N'.
           88  WS-ROW-DONE                         VALUE 'Y'.
       01  WS-LIVE-FLAG                PIC X(1).
           88  WS-LIVE-PRESENT                     VALUE 'Y'.
       01  WS-LIVE-IMAGE               PIC X(60).
       01  WS-FLAG-POS                 PIC S9(4)   COMP.
       01  WS-RESTORE-MESSAGE.
           05  RSM-TEXT                PIC X(30).
           05  RSM-COUNT               PIC ZZZZ9.
           05  RSM-OF                  PIC X(4).
           05  RSM-TOTAL               PIC ZZZZ9.
           05  RSM-TRAILER             PIC X(16).
       01  WS-LIST-LINE.
           05  LST-TIMESTAMP           PIC X(26).
           05  FILLER                  PIC X(1)    VALUE SPACES.

       000050-DECIDE-AT-CURSOR.

           IF WS-DECISION = 'A'
               MOVE 'APRV' TO AUTH-FUNCTION
           ELSE
               MOVE 'RJCT' TO AUTH-FUNCTION
           END-IF.
           MOVE 'A' TO AUTH-ROLES-WANTED.
           PERFORM 000088-CHECK-FUNCTION-ROLE.
           IF AUTH-REFUSED
               EXIT PARAGRAPH
           END-IF.
      *    The list lines sit on screen rows 4 through 13.
           COMPUTE WS-CURSOR-ROW = (EIBCPOSN / 80) + 1.
           IF WS-CURSOR-ROW < 4 OR WS-CURSOR-ROW > 13
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000070-JOURNAL-DECISION.
           IF WS-DECISION = 'R' AND PND-TYPE-FAULT-ARM
               PERFORM 000077-RELEASE-FAULT-PROPOSAL
           END-IF.
           IF WS-DECISION = 'A'
               MOVE 'CHANGE APPROVED AND APPLIED' TO MSGO
           ELSE
                   PERFORM 000062-APPLY-ABEND-CODE
               WHEN PND-TYPE-DIALECT
                   PERFORM 000063-APPLY-ACTIVE-DIALECT
               WHEN PND-TYPE-RESTORE
                   PERFORM 000065-APPLY-RESTORE-PLAN
               WHEN PND-TYPE-FAULT-ARM
                   PERFORM 000076-APPLY-FAULT-ARMING
               WHEN OTHER
                   MOVE 'UNKNOWN CHANGE TYPE' TO MSGO
           END-EVALUATE.
               END-EXEC
               IF WS-TMODE-RESP = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-APPLY-OK-FLAG
                   PERFORM 000073-JOURNAL-TEST-MODE-ROW
               ELSE
                   MOVE 'QQ1TMODE REWRITE FAILED' TO MSGO
               END-IF
                             RESP(WS-TMODE-RESP)
                   END-EXEC
                   MOVE 'Y' TO WS-APPLY-OK-FLAG
                   MOVE 'A' TO WS-JOURNAL-ACTION
                   PERFORM 000074-JOURNAL-TEST-MODE-IMAGE
               ELSE
                   MOVE 'QQ1TMODE READ FAILED' TO MSGO
               END-IF
               END-EXEC
               IF WS-TMODE-RESP = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-APPLY-OK-FLAG
                   PERFORM 000073-JOURNAL-TEST-MODE-ROW
               ELSE
                   MOVE 'QQ1TMODE REWRITE FAILED' TO MSGO
               END-IF
                   MOVE 'COULD NOT DEACTIVATE OLD DIALECT' TO MSGO
                   EXIT PARAGRAPH
               END-IF
               PERFORM 000075-JOURNAL-DIALECT-ROW
           END-IF.
           MOVE WS-NEW-DIALECT-CD TO DLT-DIALECT-CD.
           EXEC CICS READ FILE('QQ1DIALU')
           END-IF.
           IF WS-DIALT-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-APPLY-OK-FLAG
               PERFORM 000075-JOURNAL-DIALECT-ROW
           ELSE
               MOVE 'COULD NOT ACTIVATE NEW DIALECT' TO MSGO
           END-IF.
                     FILE('QQ1DIALU')
           END-EXEC.

       000065-APPLY-RESTORE-PLAN.

      *    A QQ1B0041 restore plan goes back only if every row it
      *    lists still holds the image the preview printed, or
      *    already holds the image it is to be put back to: one
      *    pass checks all of them, a second applies the rows not
      *    yet put back. A restore stopped part way by a failing
      *    row is finished by approving the plan again.
           IF PND-NEW-VALUE NOT NUMERIC
               MOVE 'RESTORE PLAN NUMBER NOT VALID' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           MOVE PND-NEW-VALUE TO WS-RESTORE-PLAN-NO.
           MOVE WS-RESTORE-PLAN-NO TO RSP-PLAN-NO.
           MOVE ZERO TO RSP-SEQ.
           EXEC CICS READ FILE('QQ1RSTP')
                     INTO(QQ1RSTP-RECORD)
                     RIDFLD(RSP-KEY)
                     RESP(WS-RSTP-RESP)
           END-EXEC.
           IF WS-RSTP-RESP NOT = DFHRESP(NORMAL)
               MOVE 'RESTORE PLAN NOT ON QQ1RSTP' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           IF RSH-ROW-COUNT NOT NUMERIC
                   OR RSH-ROW-COUNT = ZERO
               MOVE 'RESTORE PLAN HAS NO ROWS' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           MOVE RSH-FILE-ID       TO WS-RESTORE-FILE-ID.
           MOVE RSH-POINT-IN-TIME TO WS-RESTORE-POINT-IN-TIME.
           MOVE RSH-ROW-COUNT     TO WS-PLAN-ROWS.
           EVALUATE TRUE
               WHEN WS-RESTORE-SLAT
               WHEN WS-RESTORE-CALP
               WHEN WS-RESTORE-TMODE
                   MOVE ZERO TO WS-FLAG-POS
               WHEN WS-RESTORE-DIALT
                   MOVE 32 TO WS-FLAG-POS
               WHEN WS-RESTORE-RGCT
                   MOVE 9 TO WS-FLAG-POS
               WHEN OTHER
                   MOVE 'RESTORE PLAN FILE CANNOT BE RESTORED' TO MSGO
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE ZERO TO WS-STALE-ROWS WS-APPLIED-ROWS.
           MOVE 'C' TO WS-RESTORE-PASS.
           PERFORM 000066-BROWSE-PLAN-ROWS.
           IF WS-PLAN-ROWS-SEEN NOT = WS-PLAN-ROWS
                   OR WS-STALE-ROWS > ZERO
               MOVE 'ROWS CHANGED SINCE PREVIEW - RERUN QQ1B0041'
                   TO MSGO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'A' TO WS-RESTORE-PASS.
           PERFORM 000066-BROWSE-PLAN-ROWS.
      *    The restore as a whole is a change of its own: which
      *    file, back to when, how many rows. A stopped restore is
      *    journaled too - the control files are not recoverable,
      *    so the rows already put back stay put back.
           MOVE 'QQ1RSTP '  TO WS-JOURNAL-FILE-ID.
           MOVE 'U'         TO WS-JOURNAL-ACTION.
           MOVE SPACES      TO WS-JOURNAL-KEY.
           MOVE WS-RESTORE-PLAN-NO TO WS-JOURNAL-KEY(1:4).
           MOVE SPACES      TO WS-JOURNAL-IMAGE.
           STRING WS-RESTORE-FILE-ID DELIMITED SIZE
                  ' TO ' DELIMITED SIZE
                  WS-RESTORE-POINT-IN-TIME DELIMITED SIZE
                  ' ROWS ' DELIMITED SIZE
                  WS-APPLIED-ROWS DELIMITED SIZE
                  INTO WS-JOURNAL-IMAGE
           END-STRING.
           IF WS-ROW-FAILED
               MOVE ' STOPPED' TO WS-JOURNAL-IMAGE(50:8)
           END-IF.
           PERFORM 000072-JOURNAL-ROW-CHANGE.
           IF WS-ROW-FAILED
               MOVE SPACES TO WS-RESTORE-MESSAGE
               MOVE 'RESTORE STOPPED AFTER' TO RSM-TEXT
               MOVE WS-APPLIED-ROWS TO RSM-COUNT
               MOVE ' OF'           TO RSM-OF
               MOVE WS-PLAN-ROWS    TO RSM-TOTAL
               MOVE ' ROWS'         TO RSM-TRAILER
               MOVE WS-RESTORE-MESSAGE TO MSGO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-APPLY-OK-FLAG.

       000066-BROWSE-PLAN-ROWS.

           MOVE ZERO TO WS-PLAN-ROWS-SEEN.
           MOVE 'N'  TO WS-PLAN-DONE-FLAG WS-ROW-FAILED-FLAG.
           MOVE WS-RESTORE-PLAN-NO TO RSP-PLAN-NO.
           MOVE 1 TO RSP-SEQ.
           EXEC CICS STARTBR
                     FILE('QQ1RSTP')
                     RIDFLD(RSP-KEY)
                     GTEQ
                     RESP(WS-RSTP-RESP)
           END-EXEC.
           IF WS-RSTP-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-PLAN-DONE
               EXEC CICS READNEXT
                         FILE('QQ1RSTP')
                         INTO(QQ1RSTP-RECORD)
                         RIDFLD(RSP-KEY)
                         RESP(WS-RSTP-RESP)
               END-EXEC
               IF WS-RSTP-RESP NOT = DFHRESP(NORMAL)
                       OR RSP-PLAN-NO NOT = WS-RESTORE-PLAN-NO
                   MOVE 'Y' TO WS-PLAN-DONE-FLAG
               ELSE
                   ADD 1 TO WS-PLAN-ROWS-SEEN
                   IF WS-RESTORE-CHECKING
                       PERFORM 000067-CHECK-PLAN-ROW
                   ELSE
                       PERFORM 000068-APPLY-PLAN-ROW
                       IF WS-ROW-FAILED
                           MOVE 'Y' TO WS-PLAN-DONE-FLAG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EXEC CICS ENDBR
                     FILE('QQ1RSTP')
           END-EXEC.

       000067-CHECK-PLAN-ROW.

           IF RSP-FILE-ID NOT = WS-RESTORE-FILE-ID
               ADD 1 TO WS-STALE-ROWS
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000069-READ-LIVE-ROW.
           PERFORM 000071-TEST-ROW-DONE.
           IF WS-ROW-DONE
               EXIT PARAGRAPH
           END-IF.
           IF RSP-ACTION-ADD
               IF WS-LIVE-FLAG NOT = 'N'
                   ADD 1 TO WS-STALE-ROWS
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-LIVE-PRESENT
               ADD 1 TO WS-STALE-ROWS
               EXIT PARAGRAPH
           END-IF.
           IF WS-FLAG-POS > ZERO
               IF WS-LIVE-IMAGE(WS-FLAG-POS:1)
                       NOT = RSP-CURRENT-IMAGE(WS-FLAG-POS:1)
                   ADD 1 TO WS-STALE-ROWS
               END-IF
           ELSE
               IF WS-LIVE-IMAGE NOT = RSP-CURRENT-IMAGE
                   ADD 1 TO WS-STALE-ROWS
               END-IF
           END-IF.

       000068-APPLY-PLAN-ROW.

      *    Put back by an earlier approval that stopped part way.
           PERFORM 000069-READ-LIVE-ROW.
           PERFORM 000071-TEST-ROW-DONE.
           IF WS-ROW-DONE
               EXIT PARAGRAPH
           END-IF.
           MOVE RSP-ACTION TO WS-JOURNAL-ACTION.
           MOVE SPACES     TO WS-JOURNAL-KEY WS-JOURNAL-IMAGE.
           EVALUATE TRUE
               WHEN WS-RESTORE-SLAT
                   PERFORM 000080-RESTORE-SLAT-ROW
               WHEN WS-RESTORE-CALP
                   PERFORM 000081-RESTORE-CALP-ROW
               WHEN WS-RESTORE-TMODE
                   PERFORM 000082-RESTORE-TMODE-ROW
               WHEN WS-RESTORE-DIALT
                   PERFORM 000083-RESTORE-DIALT-ROW
               WHEN WS-RESTORE-RGCT
                   PERFORM 000084-RESTORE-RGCT-ROW
           END-EVALUATE.
           IF WS-ROW-RESP = DFHRESP(NORMAL)
               ADD 1 TO WS-APPLIED-ROWS
               PERFORM 000072-JOURNAL-ROW-CHANGE
           ELSE
               MOVE 'Y' TO WS-ROW-FAILED-FLAG
           END-IF.

       000069-READ-LIVE-ROW.

      *    The row as it is now, in the plan's image layout.
           MOVE SPACES TO WS-LIVE-IMAGE.
           EVALUATE TRUE
               WHEN WS-RESTORE-SLAT
                   MOVE RSP-ROW-KEY(1:8) TO SLA-PROGRAM-ID
                   EXEC CICS READ FILE('QQ1SLAU')
                             INTO(QQ1SLAT-RECORD)
                             RIDFLD(SLA-PROGRAM-ID)
                             RESP(WS-ROW-RESP)
                   END-EXEC
                   MOVE QQ1SLAT-RECORD TO WS-LIVE-IMAGE
                   MOVE SPACES TO WS-LIVE-IMAGE(39:2)
               WHEN WS-RESTORE-CALP
                   MOVE RSP-ROW-KEY(1:9) TO CAL-KEY
                   EXEC CICS READ FILE('QQ1CALU')
                             INTO(QQ1CALP-RECORD)
                             RIDFLD(CAL-KEY)
                             RESP(WS-ROW-RESP)
                   END-EXEC
                   MOVE QQ1CALP-RECORD TO WS-LIVE-IMAGE
                   MOVE SPACES TO WS-LIVE-IMAGE(18:3)
               WHEN WS-RESTORE-TMODE
                   MOVE RSP-ROW-KEY(1:8) TO TMD-MODE-KEY
                   EXEC CICS READ FILE('QQ1TMODU')
                             INTO(QQ1TMODE-RECORD)
                             RIDFLD(TMD-MODE-KEY)
                             RESP(WS-ROW-RESP)
                   END-EXEC
                   MOVE QQ1TMODE-RECORD TO WS-LIVE-IMAGE
               WHEN WS-RESTORE-DIALT
                   MOVE RSP-ROW-KEY(1:1) TO DLT-DIALECT-CD
                   EXEC CICS READ FILE('QQ1DIALU')
                             INTO(QQ1DIALT-RECORD)
                             RIDFLD(DLT-DIALECT-CD)
                             RESP(WS-ROW-RESP)
                   END-EXEC
                   MOVE QQ1DIALT-RECORD TO WS-LIVE-IMAGE
               WHEN WS-RESTORE-RGCT
                   MOVE RSP-ROW-KEY(1:8) TO RGC-KEY
                   EXEC CICS READ FILE('QQ1RGCU')
                             INTO(QQ1RGCT-RECORD)
                             RIDFLD(RGC-KEY)
                             RESP(WS-ROW-RESP)
                   END-EXEC
                   MOVE RGC-KEY   TO WS-LIVE-IMAGE(1:8)
                   MOVE RGC-FLAG  TO WS-LIVE-IMAGE(9:1)
                   MOVE RGC-VALUE TO WS-LIVE-IMAGE(10:5)
           END-EVALUATE.
           EVALUATE WS-ROW-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-LIVE-FLAG
               WHEN DFHRESP(NOTFND)
                   MOVE 'N' TO WS-LIVE-FLAG
               WHEN OTHER
                   MOVE 'E' TO WS-LIVE-FLAG
           END-EVALUATE.

       000070-JOURNAL-DECISION.

      *    The decided QQ1PNDC record is itself the journal, but a
                     RESP(WS-LOG-RESP)
           END-EXEC.

       000071-TEST-ROW-DONE.

      *    The live row (000069) already as the plan puts it back.
           MOVE 'N' TO WS-ROW-DONE-FLAG.
           IF RSP-ACTION-DELETE
               IF WS-LIVE-FLAG = 'N'
                   MOVE 'Y' TO WS-ROW-DONE-FLAG
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-LIVE-PRESENT
               EXIT PARAGRAPH
           END-IF.
           IF WS-FLAG-POS > ZERO
               IF WS-LIVE-IMAGE(WS-FLAG-POS:1)
                       = RSP-TARGET-IMAGE(WS-FLAG-POS:1)
                   MOVE 'Y' TO WS-ROW-DONE-FLAG
               END-IF
           ELSE
               IF WS-LIVE-IMAGE = RSP-TARGET-IMAGE
                   MOVE 'Y' TO WS-ROW-DONE-FLAG
               END-IF
           END-IF.

       000072-JOURNAL-ROW-CHANGE.

      *    One QQ1CTLL entry per row put back, in the text form
      *    the owning maintenance screen writes.
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

       000073-JOURNAL-TEST-MODE-ROW.

           MOVE 'U' TO WS-JOURNAL-ACTION.
           PERFORM 000074-JOURNAL-TEST-MODE-IMAGE.

       000074-JOURNAL-TEST-MODE-IMAGE.

           MOVE 'QQ1TMODE'             TO WS-JOURNAL-FILE-ID.
           MOVE SPACES                 TO WS-JOURNAL-KEY.
           MOVE TMD-MODE-KEY           TO WS-JOURNAL-KEY(1:8).
           MOVE SPACES                 TO WS-JOURNAL-IMAGE.
           STRING 'FLAG ' DELIMITED SIZE
                  TMD-TEST-MODE-FLAG DELIMITED SIZE
                  ' ABEND ' DELIMITED SIZE
                  TMD-ABEND-CODE DELIMITED SIZE
                  INTO WS-JOURNAL-IMAGE
           END-STRING.
           PERFORM 000072-JOURNAL-ROW-CHANGE.

       000075-JOURNAL-DIALECT-ROW.

           MOVE 'QQ1DIALT'             TO WS-JOURNAL-FILE-ID.
           MOVE 'U'                    TO WS-JOURNAL-ACTION.
           MOVE SPACES                 TO WS-JOURNAL-KEY.
           MOVE DLT-DIALECT-CD         TO WS-JOURNAL-KEY(1:1).
           MOVE SPACES                 TO WS-JOURNAL-IMAGE.
           STRING 'ACTIVE ' DELIMITED SIZE
                  DLT-ACTIVE-FLAG DELIMITED SIZE
                  INTO WS-JOURNAL-IMAGE
           END-STRING.
           PERFORM 000072-JOURNAL-ROW-CHANGE.

       000076-APPLY-FAULT-ARMING.

      *    Arming is the step of a fault-injection test that needs
      *    a second operator: the fault must still be waiting on
      *    this proposal, and only one fault is armed at a time.
      *    QQ1C0021 injects only while both the QQ1RGCT FAULT row
      *    and the QQ1FLTI row say armed.
           IF PND-NEW-VALUE NOT NUMERIC
               MOVE 'FAULT NUMBER NOT VALID' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'FAULT   ' TO RGC-KEY.
           EXEC CICS READ FILE('QQ1RGCU')
                     INTO(QQ1RGCT-RECORD)
                     RIDFLD(RGC-KEY)
                     UPDATE
                     RESP(WS-ROW-RESP)
           END-EXEC.
           IF WS-ROW-RESP NOT = DFHRESP(NORMAL)
                   AND WS-ROW-RESP NOT = DFHRESP(NOTFND)
               MOVE 'QQ1RGCT READ FAILED' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           IF WS-ROW-RESP = DFHRESP(NORMAL) AND RGC-FLAG-ON
               EXEC CICS UNLOCK FILE('QQ1RGCU')
               END-EXEC
               MOVE 'ANOTHER FAULT IS ARMED - DISARM IT FIRST' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           MOVE PND-NEW-VALUE TO FLT-FAULT-NO.
           EXEC CICS READ FILE('QQ1FLTI')
                     INTO(QQ1FLTI-RECORD)
                     RIDFLD(FLT-KEY)
                     UPDATE
                     RESP(WS-FLTI-RESP)
           END-EXEC.
           IF WS-FLTI-RESP = DFHRESP(NORMAL) AND NOT FLT-ARM-PROPOSED
               EXEC CICS UNLOCK FILE('QQ1FLTI')
               END-EXEC
               MOVE DFHRESP(INVREQ) TO WS-FLTI-RESP
           END-IF.
           IF WS-FLTI-RESP NOT = DFHRESP(NORMAL)
               IF WS-ROW-RESP = DFHRESP(NORMAL)
                   EXEC CICS UNLOCK FILE('QQ1RGCU')
                   END-EXEC
               END-IF
               MOVE 'FAULT IS NO LONGER WAITING TO BE ARMED' TO MSGO
               EXIT PARAGRAPH
           END-IF.
      *    The FAULT row goes first: a fault left at 'A' with no
      *    armed row behind it could never be approved again, nor
      *    a new one proposed. No FAULT row yet on a region that
      *    never armed one - the first arming adds it.
           IF WS-ROW-RESP = DFHRESP(NOTFND)
               MOVE SPACES     TO QQ1RGCT-RECORD
               MOVE 'FAULT   ' TO RGC-KEY
               MOVE ZERO       TO RGC-VALUE2
           END-IF.
           MOVE 'Y'                 TO RGC-FLAG.
           MOVE FLT-FAULT-NO        TO RGC-VALUE.
           MOVE WS-CHANGE-USERID    TO RGC-USERID.
           MOVE WS-CHANGE-TIMESTAMP TO RGC-TIMESTAMP.
           IF WS-ROW-RESP = DFHRESP(NORMAL)
               EXEC CICS REWRITE FILE('QQ1RGCU')
                         FROM(QQ1RGCT-RECORD)
                         RESP(WS-ROW-RESP)
               END-EXEC
           ELSE
               EXEC CICS WRITE FILE('QQ1RGCU')
                         FROM(QQ1RGCT-RECORD)
                         RIDFLD(RGC-KEY)
                         RESP(WS-ROW-RESP)
               END-EXEC
           END-IF.
           IF WS-ROW-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS UNLOCK FILE('QQ1FLTI')
               END-EXEC
               MOVE 'QQ1RGCT FAULT ROW NOT SET - FAULT NOT ARMED'
                   TO MSGO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'A'                 TO FLT-STATUS.
           MOVE WS-CHANGE-USERID    TO FLT-ARMED-BY.
           MOVE WS-CHANGE-TIMESTAMP TO FLT-ARMED-TIMESTAMP.
           EXEC CICS REWRITE FILE('QQ1FLTI')
                     FROM(QQ1FLTI-RECORD)
                     RESP(WS-FLTI-RESP)
           END-EXEC.
           IF WS-FLTI-RESP NOT = DFHRESP(NORMAL)
               PERFORM 000079-DISARM-FAULT-ROW
               MOVE 'QQ1FLTI REWRITE FAILED - FAULT NOT ARMED' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'U' TO WS-JOURNAL-ACTION.
           PERFORM 000078-JOURNAL-FAULT-ROW.
           MOVE 'QQ1RGCT '             TO WS-JOURNAL-FILE-ID.
           MOVE 'U'                    TO WS-JOURNAL-ACTION.
           MOVE SPACES                 TO WS-JOURNAL-KEY.
           MOVE RGC-KEY                TO WS-JOURNAL-KEY(1:8).
           MOVE SPACES                 TO WS-JOURNAL-IMAGE.
           STRING 'FAULT ARMED ' DELIMITED SIZE
                  FLT-FAULT-NO DELIMITED SIZE
                  INTO WS-JOURNAL-IMAGE
           END-STRING.
           PERFORM 000072-JOURNAL-ROW-CHANGE.
           MOVE 'Y' TO WS-APPLY-OK-FLAG.

       000077-RELEASE-FAULT-PROPOSAL.

      *    A rejected arming puts the fault back to defined, so it
      *    can be corrected on QQFI and proposed again.
           IF PND-NEW-VALUE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE PND-NEW-VALUE TO FLT-FAULT-NO.
           EXEC CICS READ FILE('QQ1FLTI')
                     INTO(QQ1FLTI-RECORD)
                     RIDFLD(FLT-KEY)
                     UPDATE
                     RESP(WS-FLTI-RESP)
           END-EXEC.
           IF WS-FLTI-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           IF NOT FLT-ARM-PROPOSED
               EXEC CICS UNLOCK FILE('QQ1FLTI')
               END-EXEC
               EXIT PARAGRAPH
           END-IF.
           MOVE 'D' TO FLT-STATUS.
           EXEC CICS REWRITE FILE('QQ1FLTI')
                     FROM(QQ1FLTI-RECORD)
                     RESP(WS-FLTI-RESP)
           END-EXEC.
           IF WS-FLTI-RESP = DFHRESP(NORMAL)
               MOVE 'U' TO WS-JOURNAL-ACTION
               PERFORM 000078-JOURNAL-FAULT-ROW
           END-IF.

       000078-JOURNAL-FAULT-ROW.

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
           PERFORM 000072-JOURNAL-ROW-CHANGE.

       000079-DISARM-FAULT-ROW.

      *    Takes the FAULT row back off when the QQ1FLTI half of
      *    an arming failed, so the fault can be approved again.
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
           MOVE 'N'                 TO RGC-FLAG.
           MOVE ZERO                TO RGC-VALUE.
           MOVE WS-CHANGE-USERID    TO RGC-USERID.
           MOVE WS-CHANGE-TIMESTAMP TO RGC-TIMESTAMP.
           EXEC CICS REWRITE FILE('QQ1RGCU')
                     FROM(QQ1RGCT-RECORD)
                     RESP(WS-ROW-RESP)
           END-EXEC.

       000080-RESTORE-SLAT-ROW.

           MOVE 'QQ1SLAT '             TO WS-JOURNAL-FILE-ID.
           MOVE RSP-ROW-KEY(1:8)       TO SLA-PROGRAM-ID.
           IF RSP-ACTION-ADD
               MOVE RSP-TARGET-IMAGE(1:40) TO QQ1SLAT-RECORD
               EXEC CICS WRITE FILE('QQ1SLAU')
                         FROM(QQ1SLAT-RECORD)
                         RIDFLD(SLA-PROGRAM-ID)
                         RESP(WS-ROW-RESP)
               END-EXEC
           ELSE
               EXEC CICS READ FILE('QQ1SLAU')
                         INTO(QQ1SLAT-RECORD)
                         RIDFLD(SLA-PROGRAM-ID)
                         UPDATE
                         RESP(WS-ROW-RESP)
               END-EXEC
               IF WS-ROW-RESP = DFHRESP(NORMAL)
                   IF RSP-ACTION-DELETE
                       EXEC CICS DELETE FILE('QQ1SLAU')
                                 RESP(WS-ROW-RESP)
                       END-EXEC
                   ELSE
                       MOVE RSP-TARGET-IMAGE(1:38)
                           TO QQ1SLAT-RECORD(1:38)
                       EXEC CICS REWRITE FILE('QQ1SLAU')
                                 FROM(QQ1SLAT-RECORD)
                                 RESP(WS-ROW-RESP)
                       END-EXEC
                   END-IF
               END-IF
           END-IF.
           MOVE SLA-PROGRAM-ID         TO WS-JOURNAL-KEY(1:8).
           STRING 'ELAPSED ' DELIMITED SIZE
                  SLA-ELAPSED-LIMIT DELIMITED SIZE
                  ' CPU ' DELIMITED SIZE
                  SLA-CPU-LIMIT DELIMITED SIZE
                  INTO WS-JOURNAL-IMAGE
           END-STRING.

       000081-RESTORE-CALP-ROW.

           MOVE 'QQ1CALP '             TO WS-JOURNAL-FILE-ID.
           MOVE RSP-ROW-KEY(1:9)       TO CAL-KEY.
           IF RSP-ACTION-ADD
               MOVE RSP-TARGET-IMAGE(1:20) TO QQ1CALP-RECORD
               EXEC CICS WRITE FILE('QQ1CALU')
                         FROM(QQ1CALP-RECORD)
                         RIDFLD(CAL-KEY)
                         RESP(WS-ROW-RESP)
               END-EXEC
           ELSE
               EXEC CICS READ FILE('QQ1CALU')
                         INTO(QQ1CALP-RECORD)
                         RIDFLD(CAL-KEY)
                         UPDATE
                         RESP(WS-ROW-RESP)
               END-EXEC
               IF WS-ROW-RESP = DFHRESP(NORMAL)
                   IF RSP-ACTION-DELETE
                       EXEC CICS DELETE FILE('QQ1CALU')
                                 RESP(WS-ROW-RESP)
                       END-EXEC
                   ELSE
                       MOVE RSP-TARGET-IMAGE(1:17)
                           TO QQ1CALP-RECORD(1:17)
                       EXEC CICS REWRITE FILE('QQ1CALU')
                                 FROM(QQ1CALP-RECORD)
                                 RESP(WS-ROW-RESP)
                       END-EXEC
                   END-IF
               END-IF
           END-IF.
           MOVE CAL-KEY                TO WS-JOURNAL-KEY.
           STRING 'WINDOW ' DELIMITED SIZE
                  CAL-WINDOW-START DELIMITED SIZE
                  '-' DELIMITED SIZE
                  CAL-WINDOW-END DELIMITED SIZE
                  INTO WS-JOURNAL-IMAGE
           END-STRING.

       000082-RESTORE-TMODE-ROW.

      *    QQ1TMODU cannot delete; QQ1B0041 never plans one here.
           MOVE RSP-ROW-KEY(1:8)       TO TMD-MODE-KEY.
           IF RSP-ACTION-ADD
               MOVE RSP-TARGET-IMAGE(1:13) TO QQ1TMODE-RECORD
               EXEC CICS WRITE FILE('QQ1TMODU')
                         FROM(QQ1TMODE-RECORD)
                         RIDFLD(TMD-MODE-KEY)
                         RESP(WS-ROW-RESP)
               END-EXEC
           ELSE
               EXEC CICS READ FILE('QQ1TMODU')
                         INTO(QQ1TMODE-RECORD)
                         RIDFLD(TMD-MODE-KEY)
                         UPDATE
                         RESP(WS-ROW-RESP)
               END-EXEC
               IF WS-ROW-RESP = DFHRESP(NORMAL)
                   MOVE RSP-TARGET-IMAGE(1:13) TO QQ1TMODE-RECORD
                   EXEC CICS REWRITE FILE('QQ1TMODU')
                             FROM(QQ1TMODE-RECORD)
                             RESP(WS-ROW-RESP)
                   END-EXEC
               END-IF
           END-IF.
           MOVE 'QQ1TMODE'             TO WS-JOURNAL-FILE-ID.
           MOVE TMD-MODE-KEY           TO WS-JOURNAL-KEY(1:8).
           STRING 'FLAG ' DELIMITED SIZE
                  TMD-TEST-MODE-FLAG DELIMITED SIZE
                  ' ABEND ' DELIMITED SIZE
                  TMD-ABEND-CODE DELIMITED SIZE
                  INTO WS-JOURNAL-IMAGE
           END-STRING.

       000083-RESTORE-DIALT-ROW.

           MOVE 'QQ1DIALT'             TO WS-JOURNAL-FILE-ID.
           MOVE RSP-ROW-KEY(1:1)       TO DLT-DIALECT-CD.
           EXEC CICS READ FILE('QQ1DIALU')
                     INTO(QQ1DIALT-RECORD)
                     RIDFLD(DLT-DIALECT-CD)
                     UPDATE
                     RESP(WS-ROW-RESP)
           END-EXEC.
           IF WS-ROW-RESP = DFHRESP(NORMAL)
               MOVE RSP-TARGET-IMAGE(32:1) TO DLT-ACTIVE-FLAG
               EXEC CICS REWRITE FILE('QQ1DIALU')
                         FROM(QQ1DIALT-RECORD)
                         RESP(WS-ROW-RESP)
               END-EXEC
           END-IF.
           MOVE DLT-DIALECT-CD         TO WS-JOURNAL-KEY(1:1).
           STRING 'ACTIVE ' DELIMITED SIZE
                  DLT-ACTIVE-FLAG DELIMITED SIZE
                  INTO WS-JOURNAL-IMAGE
           END-STRING.

       000084-RESTORE-RGCT-ROW.

      *    Only the flag goes back. Clearing the breaker clears
      *    its consecutive-failure count too, as the panel's own
      *    breaker reset does.
           MOVE 'QQ1RGCT '             TO WS-JOURNAL-FILE-ID.
           MOVE RSP-ROW-KEY(1:8)       TO RGC-KEY.
           EXEC CICS READ FILE('QQ1RGCU')
                     INTO(QQ1RGCT-RECORD)
                     RIDFLD(RGC-KEY)
                     UPDATE
                     RESP(WS-ROW-RESP)
           END-EXEC.
           IF WS-ROW-RESP = DFHRESP(NORMAL)
               MOVE RSP-TARGET-IMAGE(9:1) TO RGC-FLAG
               IF RGC-KEY = 'BREAKER' AND NOT RGC-FLAG-ON
                   MOVE ZERO TO RGC-VALUE2
               END-IF
               MOVE WS-CHANGE-USERID    TO RGC-USERID
               MOVE WS-CHANGE-TIMESTAMP TO RGC-TIMESTAMP
               EXEC CICS REWRITE FILE('QQ1RGCU')
                         FROM(QQ1RGCT-RECORD)
                         RESP(WS-ROW-RESP)
               END-EXEC
           END-IF.
           MOVE RGC-KEY                TO WS-JOURNAL-KEY(1:8).
           EVALUATE TRUE
               WHEN RGC-KEY = 'DRAIN' AND RGC-FLAG-ON
                   MOVE 'DRAIN SET ON'  TO WS-JOURNAL-IMAGE
               WHEN RGC-KEY = 'DRAIN'
                   MOVE 'DRAIN SET OFF' TO WS-JOURNAL-IMAGE
               WHEN RGC-KEY = 'BREAKER' AND NOT RGC-FLAG-ON
                   MOVE 'BREAKER RESET BY OPERATOR' TO WS-JOURNAL-IMAGE
               WHEN OTHER
                   STRING 'FLAG SET ' DELIMITED SIZE
                          RGC-FLAG DELIMITED SIZE
                          ' BY RESTORE' DELIMITED SIZE
                          INTO WS-JOURNAL-IMAGE
                   END-STRING
           END-EVALUATE.

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

           EXEC CICS SEND MAP('QQ1M41A')
      *   !       proposer can never decide their own change, and
      *   !       the decided record plus a QQ1CTLL entry journal
      *   !       who proposed, who decided, and when.
      *   !
      *   !       10/15/2026 - approving a QQ1B0041 restore plan
      *   !       applies it: every row is first checked against
      *   !       the image the preview saw (any drift refuses the
      *   !       whole plan), then put back through the update
      *   !       paths, one QQ1CTLL entry per row plus one for the
      *   !       restore. Test-mode and dialect changes now journal
      *   !       their after-image too, so they can be restored.
      *   !
      *   !       10/15/2026 - approve and reject need the approver
      *   !       role in the QQ1ROLE table (QQ1C0094 check).
      *   !
      *   !       10/15/2026 - approving a fault arming proposed
      *   !       on QQFI marks the QQ1FLTI fault armed and sets the
      *   !       QQ1RGCT FAULT row, one armed fault at a time;
      *   !       rejecting it returns the fault to defined.
      *   !
      *   !       10/15/2026 - Restore and fault arming recover cleanly.
      *   !       Re-approving a stopped restore plan finishes it: rows
      *   !       already at their target image pass the check and are
      *   !       skipped, and a stopped restore is journaled too. The
      *   !       QQ1RGCT FAULT row is set before QQ1FLTI goes armed.
      *   +---
