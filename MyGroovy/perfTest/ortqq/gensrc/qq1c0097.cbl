      *COMPILE1: LANG(COBOL) CMP(DEFAULT) CICS(Y) DB2(N)
      *COMPILE2: MQS(N) DLL(N) IP(N) LDAP(N) EXCI(N) RENT(N)
      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
      ** Online viewer over the QQ1REPO report repository
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  QQ1C0097.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY QQ1REPO.
       COPY QQ1M097.
       COPY QQ1AID.
      *    The COMMAREA carries the position across the pseudo-
      *    conversation: the report id and from-date as last keyed
      *    (FRSET wipes unmodified fields off the wire), the last
      *    run date listed for PF8 to resume after, the run date
      *    behind each of the ten list lines for PF4, and on the
      *    view screen the date shown, its line count, the first
      *    line on the screen and the first column.
       01  WS-COMMAREA.
           05  WS-CA-MODE              PIC X(1)    VALUE 'L'.
               88  WS-CA-LIST-MODE                 VALUE 'L'.
               88  WS-CA-VIEW-MODE                 VALUE 'V'.
           05  WS-CA-REPORT-ID         PIC X(8)    VALUE SPACES.
           05  WS-CA-FROM-DATE         PIC X(10)   VALUE SPACES.
           05  WS-CA-RESUME-DATE       PIC X(10)   VALUE SPACES.
           05  WS-CA-LINE-DATES.
               10  WS-CA-LINE-DATE     PIC X(10)   OCCURS 10 TIMES.
           05  WS-CA-VIEW-DATE         PIC X(10)   VALUE SPACES.
           05  WS-CA-LINE-COUNT        PIC 9(6)    VALUE ZERO.
           05  WS-CA-TOP-LINE          PIC 9(6)    VALUE ZERO.
           05  WS-CA-COLUMN            PIC 9(3)    VALUE 1.
       01  WS-REPO-RESP                PIC S9(8)   COMP.
       01  WS-RECEIVE-RESP             PIC S9(8)   COMP.
       01  WS-BROWSE-DONE-FLAG         PIC X(1)    VALUE 'N'.
           88  WS-BROWSE-DONE                      VALUE 'Y'.
       01  WS-LINE-IDX                 PIC S9(4)   COMP.
      *    Only the directory entries are listed; each one read is
      *    followed by a reposition past the rest of that date, so
      *    a browse costs a read per date, not per report line. A
      *    date whose filing never finished has no directory entry
      *    and is skipped the same way - cap the reads anyway.
       01  WS-SCAN-COUNT               PIC S9(8)   COMP.
       01  WS-SCAN-LIMIT               PIC S9(8)   COMP VALUE 500.
       01  WS-CURSOR-ROW               PIC S9(4)   COMP.
      *    Report lines are up to 132 wide and the screen shows 79:
      *    PF11 moves to the right-hand columns, PF10 back.
       01  WS-PAGE-LINES               PIC 9(6)    VALUE 18.
       01  WS-SCREEN-WIDTH             PIC 9(3)    VALUE 79.
       01  WS-RIGHT-COLUMN             PIC 9(3)    VALUE 54.
       01  WS-BOTTOM-LINE              PIC 9(6).
       01  WS-LAST-COLUMN              PIC 9(3).
       01  WS-VIEW-LINE                PIC X(79).
       01  WS-LIST-LINE.
           05  LST-RUN-DATE            PIC X(10).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  LST-FILED-AT            PIC X(19).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  LST-LINE-COUNT          PIC ZZZZZ9.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  LST-TITLE               PIC X(39).
       01  WS-POSITION-LINE.
           05  FILLER                  PIC X(6)    VALUE 'LINES '.
           05  POS-FIRST-LINE          PIC 9(6).
           05  FILLER                  PIC X(1)    VALUE '-'.
           05  POS-LAST-LINE           PIC 9(6).
           05  FILLER                  PIC X(4)    VALUE ' OF '.
           05  POS-LINE-COUNT          PIC 9(6).
           05  FILLER                  PIC X(10)   VALUE
               '  COLUMNS '.
           05  POS-FIRST-COLUMN        PIC 9(3).
           05  FILLER                  PIC X(1)    VALUE '-'.
           05  POS-LAST-COLUMN         PIC 9(3).
           05  FILLER                  PIC X(4)    VALUE SPACES.
       01  WS-EXIT-MESSAGE             PIC X(24)   VALUE
               'QQ1C0097 SESSION ENDED'.
       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(154).
       PROCEDURE DIVISION.
       000000-CONTROL.

      *    Pseudo-conversational like QQ1C0080: first entry paints
      *    the empty date list; later entries act on the PF key
      *    against the position carried in the COMMAREA and re-SEND.
           IF EIBCALEN = ZERO
               MOVE LOW-VALUES TO QQ1M97AO
               MOVE 'ENTER A REPORT ID (E.G. QQ1RPT9) AND PRESS ENTER'
                   TO MSGO
               PERFORM 000090-SEND-LIST-AND-RETURN
           END-IF.
           MOVE DFHCOMMAREA(1:LENGTH OF WS-COMMAREA) TO WS-COMMAREA.

           IF WS-CA-VIEW-MODE
               PERFORM 000060-HANDLE-VIEW-SCREEN
           END-IF.
           EXEC CICS RECEIVE MAP('QQ1M97A')
                     MAPSET('QQ1M097')
                     INTO(QQ1M97AI)
                     RESP(WS-RECEIVE-RESP)
           END-EXEC.
           IF WS-RECEIVE-RESP NOT = DFHRESP(NORMAL)
               MOVE LOW-VALUES TO QQ1M97AI
           END-IF.
           MOVE LOW-VALUES TO QQ1M97AO.
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
                   PERFORM 000010-START-NEW-LIST
               WHEN QQ1AID-PF8
                   PERFORM 000020-PAGE-FORWARD
               WHEN QQ1AID-PF4
                   PERFORM 000050-VIEW-DATE-AT-CURSOR
                   IF WS-CA-VIEW-MODE
                       PERFORM 000091-SEND-VIEW-AND-RETURN
                   END-IF
               WHEN OTHER
                   MOVE 'INVALID FUNCTION KEY' TO MSGO
                   PERFORM 000033-SHOW-KEY-FIELDS
           END-EVALUATE.
           PERFORM 000090-SEND-LIST-AND-RETURN.

       000010-START-NEW-LIST.

      *    Capture the key fields as keyed (an untouched field comes
      *    back low-values under FRSET and keeps its COMMAREA value)
      *    and list from the from-date, or the oldest date on file.
           IF RPTIDI NOT = LOW-VALUES
               MOVE RPTIDI TO WS-CA-REPORT-ID
           END-IF.
           IF FRDATEI NOT = LOW-VALUES
               MOVE FRDATEI TO WS-CA-FROM-DATE
           END-IF.
           MOVE SPACES TO WS-CA-LINE-DATES WS-CA-RESUME-DATE.
           IF WS-CA-REPORT-ID = SPACES
               MOVE 'KEY A REPORT ID - THE QQ1RPTN DD NAME' TO MSGO
               PERFORM 000033-SHOW-KEY-FIELDS
               EXIT PARAGRAPH
           END-IF.
           IF WS-CA-FROM-DATE NOT = SPACES
                   AND (WS-CA-FROM-DATE(1:4) NOT NUMERIC
                   OR WS-CA-FROM-DATE(5:1) NOT = '-'
                   OR WS-CA-FROM-DATE(6:2) NOT NUMERIC
                   OR WS-CA-FROM-DATE(8:1) NOT = '-'
                   OR WS-CA-FROM-DATE(9:2) NOT NUMERIC)
               MOVE 'FROM DATE MUST BE YYYY-MM-DD OR BLANK' TO MSGO
               PERFORM 000033-SHOW-KEY-FIELDS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CA-REPORT-ID TO RPO-REPORT-ID.
           IF WS-CA-FROM-DATE = SPACES
               MOVE LOW-VALUES TO RPO-RUN-DATE
           ELSE
               MOVE WS-CA-FROM-DATE TO RPO-RUN-DATE
           END-IF.
           MOVE ZERO TO RPO-LINE-NO.
           PERFORM 000030-FILL-DATE-PAGE.

       000020-PAGE-FORWARD.

      *    Resume past every line of the last date shown.
           IF WS-CA-RESUME-DATE = SPACES
               MOVE 'NO MORE DATES - PRESS ENTER TO LIST AGAIN' TO MSGO
               PERFORM 000033-SHOW-KEY-FIELDS
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CA-LINE-DATES.
           MOVE WS-CA-REPORT-ID   TO RPO-REPORT-ID.
           MOVE WS-CA-RESUME-DATE TO RPO-RUN-DATE.
           MOVE 999999            TO RPO-LINE-NO.
           PERFORM 000030-FILL-DATE-PAGE.

       000030-FILL-DATE-PAGE.

           MOVE ZERO   TO WS-LINE-IDX WS-SCAN-COUNT.
           MOVE 'N'    TO WS-BROWSE-DONE-FLAG.
           PERFORM 000033-SHOW-KEY-FIELDS.
           EXEC CICS STARTBR
                     FILE('QQ1REPO')
                     RIDFLD(RPO-KEY)
                     GTEQ
                     RESP(WS-REPO-RESP)
           END-EXEC.
           IF WS-REPO-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-CA-RESUME-DATE
               MOVE 'NO FILED COPIES OF THAT REPORT IN RANGE' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000031-BROWSE-ONE-DATE UNTIL WS-BROWSE-DONE.
           EXEC CICS ENDBR
                     FILE('QQ1REPO')
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-LINE-IDX = ZERO
                   MOVE SPACES TO WS-CA-RESUME-DATE
                   MOVE 'NO FILED COPIES OF THAT REPORT IN RANGE'
                       TO MSGO
               WHEN WS-SCAN-COUNT >= WS-SCAN-LIMIT
                   MOVE 'SCAN LIMIT REACHED - PF8 CONTINUES' TO MSGO
               WHEN WS-LINE-IDX >= 10
                   MOVE 'LIST FILLED - PF8 FOR MORE DATES' TO MSGO
               WHEN OTHER
                   MOVE 'END OF FILED DATES - PF4 VIEWS AT CURSOR'
                       TO MSGO
           END-EVALUATE.

       000031-BROWSE-ONE-DATE.

           EXEC CICS READNEXT
                     FILE('QQ1REPO')
                     INTO(QQ1REPO-RECORD)
                     RIDFLD(RPO-KEY)
                     RESP(WS-REPO-RESP)
           END-EXEC.
           IF WS-REPO-RESP NOT = DFHRESP(NORMAL)
                   OR RPO-REPORT-ID NOT = WS-CA-REPORT-ID
               MOVE 'Y' TO WS-BROWSE-DONE-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SCAN-COUNT.
           MOVE RPO-RUN-DATE TO WS-CA-RESUME-DATE.
           IF RPO-DIRECTORY-ENTRY
               ADD 1 TO WS-LINE-IDX
               MOVE RPO-RUN-DATE              TO LST-RUN-DATE
               MOVE RPO-FILED-TIMESTAMP(1:19) TO LST-FILED-AT
               MOVE RPO-LINE-COUNT            TO LST-LINE-COUNT
               MOVE RPO-TITLE                 TO LST-TITLE
               MOVE RPO-RUN-DATE TO WS-CA-LINE-DATE(WS-LINE-IDX)
               PERFORM 000032-MOVE-LINE-TO-MAP
           END-IF.
           IF WS-LINE-IDX >= 10
                   OR WS-SCAN-COUNT >= WS-SCAN-LIMIT
               MOVE 'Y' TO WS-BROWSE-DONE-FLAG
               EXIT PARAGRAPH
           END-IF.
      *    Step over the rest of this date's lines to the next date.
           MOVE 999999 TO RPO-LINE-NO.
           EXEC CICS RESETBR
                     FILE('QQ1REPO')
                     RIDFLD(RPO-KEY)
                     GTEQ
                     RESP(WS-REPO-RESP)
           END-EXEC.
           IF WS-REPO-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE-FLAG
           END-IF.

       000032-MOVE-LINE-TO-MAP.

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

       000033-SHOW-KEY-FIELDS.

           MOVE WS-CA-REPORT-ID TO RPTIDO.
           MOVE WS-CA-FROM-DATE TO FRDATEO.

       000050-VIEW-DATE-AT-CURSOR.

      *    EIBCPOSN is the zero-based buffer offset of the cursor;
      *    the list lines sit on screen rows 6 through 15.
           PERFORM 000033-SHOW-KEY-FIELDS.
           COMPUTE WS-CURSOR-ROW = (EIBCPOSN / 80) + 1.
           IF WS-CURSOR-ROW < 6 OR WS-CURSOR-ROW > 15
               MOVE 'PUT THE CURSOR ON A LIST LINE FIRST' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-LINE-IDX = WS-CURSOR-ROW - 5.
           IF WS-CA-LINE-DATE(WS-LINE-IDX) = SPACES
               MOVE 'NO FILED DATE ON THAT LINE' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CA-REPORT-ID              TO RPO-REPORT-ID.
           MOVE WS-CA-LINE-DATE(WS-LINE-IDX) TO RPO-RUN-DATE.
           MOVE ZERO                         TO RPO-LINE-NO.
           EXEC CICS READ FILE('QQ1REPO')
                     INTO(QQ1REPO-RECORD)
                     RIDFLD(RPO-KEY)
                     RESP(WS-REPO-RESP)
           END-EXEC.
           IF WS-REPO-RESP NOT = DFHRESP(NORMAL)
               MOVE 'THAT DATE IS NO LONGER ON FILE' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           MOVE RPO-RUN-DATE   TO WS-CA-VIEW-DATE.
           MOVE RPO-LINE-COUNT TO WS-CA-LINE-COUNT.
           MOVE 1              TO WS-CA-TOP-LINE WS-CA-COLUMN.
           MOVE 'V' TO WS-CA-MODE.
           MOVE LOW-VALUES TO QQ1M97BO.
           PERFORM 000070-FILL-VIEW-PAGE.

       000060-HANDLE-VIEW-SCREEN.

      *    On the view screen PF7/PF8 page, PF10/PF11 shift the
      *    columns and PF3 goes back to the date list, rebuilt from
      *    the carried report id and from-date.
           MOVE LOW-VALUES TO QQ1M97BO.
           EVALUATE EIBAID
               WHEN QQ1AID-PF3
                   MOVE 'L' TO WS-CA-MODE
                   MOVE LOW-VALUES TO QQ1M97AO
                   MOVE WS-CA-REPORT-ID TO RPO-REPORT-ID
                   IF WS-CA-FROM-DATE = SPACES
                       MOVE LOW-VALUES TO RPO-RUN-DATE
                   ELSE
                       MOVE WS-CA-FROM-DATE TO RPO-RUN-DATE
                   END-IF
                   MOVE ZERO TO RPO-LINE-NO
                   MOVE SPACES TO WS-CA-LINE-DATES
                   PERFORM 000030-FILL-DATE-PAGE
                   PERFORM 000090-SEND-LIST-AND-RETURN
               WHEN QQ1AID-PF8
                   IF WS-CA-TOP-LINE + WS-PAGE-LINES > WS-CA-LINE-COUNT
                       MOVE 'ALREADY AT THE LAST PAGE' TO VMSGO
                   ELSE
                       ADD WS-PAGE-LINES TO WS-CA-TOP-LINE
                   END-IF
               WHEN QQ1AID-PF7
                   IF WS-CA-TOP-LINE <= 1
                       MOVE 'ALREADY AT THE FIRST PAGE' TO VMSGO
                   ELSE
                       IF WS-CA-TOP-LINE > WS-PAGE-LINES
                           SUBTRACT WS-PAGE-LINES FROM WS-CA-TOP-LINE
                       ELSE
                           MOVE 1 TO WS-CA-TOP-LINE
                       END-IF
                   END-IF
               WHEN QQ1AID-PF10
                   MOVE 1 TO WS-CA-COLUMN
               WHEN QQ1AID-PF11
                   MOVE WS-RIGHT-COLUMN TO WS-CA-COLUMN
               WHEN OTHER
                   MOVE 'INVALID FUNCTION KEY' TO VMSGO
           END-EVALUATE.
           PERFORM 000070-FILL-VIEW-PAGE.
           PERFORM 000091-SEND-VIEW-AND-RETURN.

       000070-FILL-VIEW-PAGE.

      *    A purge can take the date away under an open view; say
      *    so rather than show an empty page.
           MOVE WS-CA-REPORT-ID TO VRPTO.
           MOVE WS-CA-VIEW-DATE TO VDATEO.
           MOVE ZERO TO WS-LINE-IDX.
           MOVE 'N'  TO WS-BROWSE-DONE-FLAG.
           MOVE WS-CA-REPORT-ID TO RPO-REPORT-ID.
           MOVE WS-CA-VIEW-DATE TO RPO-RUN-DATE.
           MOVE WS-CA-TOP-LINE  TO RPO-LINE-NO.
           EXEC CICS STARTBR
                     FILE('QQ1REPO')
                     RIDFLD(RPO-KEY)
                     GTEQ
                     RESP(WS-REPO-RESP)
           END-EXEC.
           IF WS-REPO-RESP = DFHRESP(NORMAL)
               PERFORM 000071-BROWSE-ONE-LINE UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR
                         FILE('QQ1REPO')
               END-EXEC
           END-IF.
           IF WS-LINE-IDX = ZERO
               MOVE 'THAT DATE IS NO LONGER ON FILE - PF3 FOR LIST'
                   TO VMSGO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-BOTTOM-LINE = WS-CA-TOP-LINE + WS-LINE-IDX - 1.
           COMPUTE WS-LAST-COLUMN = WS-CA-COLUMN + WS-SCREEN-WIDTH - 1.
           MOVE WS-CA-TOP-LINE   TO POS-FIRST-LINE.
           MOVE WS-BOTTOM-LINE   TO POS-LAST-LINE.
           MOVE WS-CA-LINE-COUNT TO POS-LINE-COUNT.
           MOVE WS-CA-COLUMN     TO POS-FIRST-COLUMN.
           MOVE WS-LAST-COLUMN   TO POS-LAST-COLUMN.
           MOVE WS-POSITION-LINE TO VPOSO.
           IF VMSGO = LOW-VALUES
               IF WS-BOTTOM-LINE >= WS-CA-LINE-COUNT
                   MOVE 'END OF REPORT - PF3 FOR THE DATE LIST' TO VMSGO
               ELSE
                   MOVE 'PF8 FOR THE NEXT PAGE' TO VMSGO
               END-IF
           END-IF.

       000071-BROWSE-ONE-LINE.

           EXEC CICS READNEXT
                     FILE('QQ1REPO')
                     INTO(QQ1REPO-RECORD)
                     RIDFLD(RPO-KEY)
                     RESP(WS-REPO-RESP)
           END-EXEC.
           IF WS-REPO-RESP NOT = DFHRESP(NORMAL)
                   OR RPO-REPORT-ID NOT = WS-CA-REPORT-ID
                   OR RPO-RUN-DATE NOT = WS-CA-VIEW-DATE
               MOVE 'Y' TO WS-BROWSE-DONE-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LINE-IDX.
           MOVE RPO-LINE-TEXT(WS-CA-COLUMN:WS-SCREEN-WIDTH)
               TO WS-VIEW-LINE.
           PERFORM 000072-MOVE-VIEW-LINE-TO-MAP.
           IF WS-LINE-IDX >= WS-PAGE-LINES
               MOVE 'Y' TO WS-BROWSE-DONE-FLAG
           END-IF.

       000072-MOVE-VIEW-LINE-TO-MAP.

           EVALUATE WS-LINE-IDX
               WHEN 1
                   MOVE WS-VIEW-LINE TO V01O
               WHEN 2
                   MOVE WS-VIEW-LINE TO V02O
               WHEN 3
                   MOVE WS-VIEW-LINE TO V03O
               WHEN 4
                   MOVE WS-VIEW-LINE TO V04O
               WHEN 5
                   MOVE WS-VIEW-LINE TO V05O
               WHEN 6
                   MOVE WS-VIEW-LINE TO V06O
               WHEN 7
                   MOVE WS-VIEW-LINE TO V07O
               WHEN 8
                   MOVE WS-VIEW-LINE TO V08O
               WHEN 9
                   MOVE WS-VIEW-LINE TO V09O
               WHEN 10
                   MOVE WS-VIEW-LINE TO V10O
               WHEN 11
                   MOVE WS-VIEW-LINE TO V11O
               WHEN 12
                   MOVE WS-VIEW-LINE TO V12O
               WHEN 13
                   MOVE WS-VIEW-LINE TO V13O
               WHEN 14
                   MOVE WS-VIEW-LINE TO V14O
               WHEN 15
                   MOVE WS-VIEW-LINE TO V15O
               WHEN 16
                   MOVE WS-VIEW-LINE TO V16O
               WHEN 17
                   MOVE WS-VIEW-LINE TO V17O
               WHEN 18
                   MOVE WS-VIEW-LINE TO V18O
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       000090-SEND-LIST-AND-RETURN.

           MOVE 'L' TO WS-CA-MODE.
           EXEC CICS SEND MAP('QQ1M97A')
                     MAPSET('QQ1M097')
                     FROM(QQ1M97AO)
                     ERASE
           END-EXEC.
           EXEC CICS RETURN
                     TRANSID('QQRV')
                     COMMAREA(WS-COMMAREA)
           END-EXEC.

       000091-SEND-VIEW-AND-RETURN.

           EXEC CICS SEND MAP('QQ1M97B')
                     MAPSET('QQ1M097')
                     FROM(QQ1M97BO)
                     ERASE
           END-EXEC.
           EXEC CICS RETURN
                     TRANSID('QQRV')
                     COMMAREA(WS-COMMAREA)
           END-EXEC.
      *
      *   +->   QQ1C0097_REPORT_REPOSITORY_VIEW     10/15/2026  00:00
      *   !       3270 viewer (QQRV) over the QQ1REPO report
      *   !       repository, so what a past night's report said can
      *   !       be read at a terminal after the spool copy is gone.
      *   !       A report id (the QQ1RPTn DD name) and optional
      *   !       from-date list the filed run dates ten at a time,
      *   !       one read per date off the directory entries; PF4
      *   !       with the cursor on a date pages that copy 18 lines
      *   !       at a time on QQ1M97B, PF10/PF11 showing columns
      *   !       1-79 or 54-132 of the 132-byte lines.
      *   +---
