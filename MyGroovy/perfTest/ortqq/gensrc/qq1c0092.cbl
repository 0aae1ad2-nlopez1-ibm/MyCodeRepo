      *COMPILE1: LANG(COBOL) CMP(DEFAULT) CICS(Y) DB2(N)
      *COMPILE2: MQS(N) DLL(N) IP(N) LDAP(N) EXCI(N) RENT(N)
      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
      ** Campaign booking screen: request, conflict check, approval
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  QQ1C0092.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY QQ1BOOK.
       COPY QQ1CALP.
      *    QQ1CAMP is written by the batch driver; this screen only
      *    reads it, to refuse a campaign id that has already run.
       COPY QQ1CAMP.
       COPY QQ1M092.
       COPY QQ1AID.
       COPY QQ1AUTH.
       01  WS-AUTH-RESP                PIC S9(8)   COMP.
      *    The COMMAREA carries the campaign id behind each list
      *    line for PF6/PF7 at the cursor, the PF8 resume key, and
      *    the request being keyed - an unmodified field comes back
      *    empty, so what the tester typed last time is kept here.
       01  WS-COMMAREA.
           05  WS-CA-RESUME-KEY        PIC X(8)    VALUE LOW-VALUES.
           05  WS-CA-LINE-KEYS.
               10  WS-CA-LINE-KEY      PIC X(8)    OCCURS 10 TIMES.
           05  WS-CA-REQUEST.
               10  WS-CA-CAMPAIGN      PIC X(8).
               10  WS-CA-ITERATIONS    PIC X(5).
               10  WS-CA-THINK         PIC X(3).
               10  WS-CA-PROFILE       PIC X(8).
               10  WS-CA-START-DATE    PIC X(10).
               10  WS-CA-START-TIME    PIC X(5).
       01  WS-BOOK-RESP                PIC S9(8)   COMP.
       01  WS-CALP-RESP                PIC S9(8)   COMP.
       01  WS-CAMP-RESP                PIC S9(8)   COMP.
       01  WS-RECEIVE-RESP             PIC S9(8)   COMP.
       01  WS-START-RESP               PIC S9(8)   COMP.
       01  WS-START-REQID              PIC X(8)    VALUE 'QQ1BOOKS'.
       01  WS-BROWSE-DONE-FLAG         PIC X(1)    VALUE 'N'.
           88  WS-BROWSE-DONE                      VALUE 'Y'.
       01  WS-FIRST-READ-FLAG          PIC X(1)    VALUE 'N'.
           88  WS-FIRST-READ                       VALUE 'Y'.
       01  WS-REQUEST-OK-FLAG          PIC X(1)    VALUE 'N'.
           88  WS-REQUEST-OK                       VALUE 'Y'.
       01  WS-CONFLICT-FLAG            PIC X(1)    VALUE 'N'.
           88  WS-CONFLICT                         VALUE 'Y'.
       01  WS-LINE-IDX                 PIC S9(4)   COMP.
       01  WS-SCAN-COUNT               PIC S9(8)   COMP.
       01  WS-SCAN-LIMIT               PIC S9(8)   COMP VALUE 500.
       01  WS-CURSOR-ROW               PIC S9(4)   COMP.
       01  WS-DECISION                 PIC X(1).
       01  WS-ID-LENGTH                PIC S9(4)   COMP.
       01  WS-SELF-CAMPAIGN            PIC X(8).
       01  WS-ABSTIME                  PIC S9(15)  COMP-3.
       01  WS-CHANGE-DATE              PIC X(10).
       01  WS-CHANGE-TIME              PIC X(8).
       01  WS-CHANGE-TIMESTAMP         PIC X(26).
       01  WS-CHANGE-USERID            PIC X(8).
       01  WS-NOW-DATE8                PIC X(8).
       01  FILLER REDEFINES WS-NOW-DATE8.
           05  WS-NOW-YYYY             PIC 9(4).
           05  WS-NOW-MM               PIC 9(2).
           05  WS-NOW-DD               PIC 9(2).
       01  WS-NOW-TIME6                PIC X(6).
       01  FILLER REDEFINES WS-NOW-TIME6.
           05  WS-NOW-HH               PIC 9(2).
           05  WS-NOW-MI               PIC 9(2).
           05  WS-NOW-SS               PIC 9(2).
      *    The request as keyed: date YYYY-MM-DD, time HH:MM.
       01  WS-REQ-START-DATE.
           05  WS-REQ-YYYY             PIC X(4).
           05  WS-REQ-DASH-1           PIC X(1).
           05  WS-REQ-MM               PIC X(2).
           05  WS-REQ-DASH-2           PIC X(1).
           05  WS-REQ-DD               PIC X(2).
       01  WS-REQ-START-TIME.
           05  WS-REQ-HH               PIC X(2).
           05  WS-REQ-COLON            PIC X(1).
           05  WS-REQ-MI               PIC X(2).
       01  WS-REQ-ITERATIONS           PIC 9(5).
       01  WS-REQ-THINK                PIC 9(3).
      *    Calendar arithmetic. Days are numbered from 0000-03-01
      *    (March-based years put the leap day last), minutes from
      *    midnight of that day; the round trip date -> day number
      *    -> date also validates a keyed date.
       01  WS-CAL-YEAR                 PIC S9(9)   COMP.
       01  WS-CAL-MONTH                PIC S9(9)   COMP.
       01  WS-CAL-DAY                  PIC S9(9)   COMP.
       01  WS-DAY-NUMBER               PIC S9(9)   COMP.
       01  WS-DN-YEAR                  PIC S9(9)   COMP.
       01  WS-DN-MONTH                 PIC S9(9)   COMP.
       01  WS-DN-DAY-OF-YEAR           PIC S9(9)   COMP.
       01  WS-DN-DIV-4                 PIC S9(9)   COMP.
       01  WS-DN-DIV-100               PIC S9(9)   COMP.
       01  WS-DN-DIV-400               PIC S9(9)   COMP.
       01  WS-DN-MONTH-DAYS            PIC S9(9)   COMP.
       01  WS-DN-WORK                  PIC S9(15)  COMP-3.
       01  WS-DN-REMAINDER             PIC S9(9)   COMP.
       01  WS-START-MINUTE             PIC S9(11)  COMP-3.
       01  WS-END-MINUTE               PIC S9(11)  COMP-3.
       01  WS-NOW-MINUTE               PIC S9(11)  COMP-3.
       01  WS-EST-MINUTES              PIC S9(9)   COMP.
       01  WS-MAX-MINUTES              PIC S9(9)   COMP VALUE 1440.
       01  WS-LEAD-MINUTES             PIC S9(9)   COMP VALUE 5.
       01  WS-CHECK-DAY                PIC S9(9)   COMP.
       01  WS-LAST-DAY                 PIC S9(9)   COMP.
       01  WS-CHECK-DOW                PIC 9(1).
       01  WS-CHECK-DATE8.
           05  WS-CHECK-YYYY           PIC 9(4).
           05  WS-CHECK-MM             PIC 9(2).
           05  WS-CHECK-DD             PIC 9(2).
       01  WS-WIN-HH                   PIC S9(4)   COMP.
       01  WS-WIN-MI                   PIC S9(4)   COMP.
       01  WS-WIN-START-MINUTE         PIC S9(11)  COMP-3.
       01  WS-WIN-END-MINUTE           PIC S9(11)  COMP-3.
       01  WS-WINDOW-MESSAGE.
           05  FILLER                  PIC X(29)   VALUE
               'OVERLAPS PROTECTED WINDOW ON '.
           05  WMS-DATE                PIC X(8).
       01  WS-BOOKING-MESSAGE.
           05  FILLER                  PIC X(23)   VALUE
               'CONFLICTS WITH BOOKING '.
           05  BMS-CAMPAIGN            PIC X(8).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  BMS-STATUS              PIC X(9).
       01  WS-STATUS-WORD              PIC X(9).
       01  WS-LIST-LINE.
           05  LST-CAMPAIGN            PIC X(8).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  LST-STATUS              PIC X(9).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  LST-START-DATE          PIC X(10).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  LST-START-TIME          PIC X(5).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  LST-ITERATIONS          PIC 9(5).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  LST-THINK               PIC 9(3).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  LST-PROFILE             PIC X(8).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  LST-REQUESTED-BY        PIC X(8).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  LST-NOTE                PIC X(14).
       01  WS-EXIT-MESSAGE             PIC X(24)   VALUE
               'QQ1C0092 SESSION ENDED'.
       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(127).
       PROCEDURE DIVISION.
       000000-CONTROL.

      *    Transaction QQBK. A tester books a campaign slot instead
      *    of phoning for a QQ1PERFJ submission: the request is
      *    checked against the QQ1CALP protected windows and every
      *    booking still holding a slot, and waits for an operator
      *    to approve it here. The QQ1C0093 scheduler (QQBS) does
      *    the submitting; the list shows where each booking is.
           IF EIBCALEN = ZERO
               MOVE LOW-VALUES TO QQ1M92AO
               MOVE SPACES TO WS-CA-REQUEST
               MOVE LOW-VALUES TO BKG-CAMPAIGN-ID
               MOVE 'N' TO WS-FIRST-READ-FLAG
               PERFORM 000040-FILL-BOOKING-LIST
               PERFORM 000090-SEND-MAP-AND-RETURN
           END-IF.
           MOVE DFHCOMMAREA(1:LENGTH OF WS-COMMAREA) TO WS-COMMAREA.
           EXEC CICS RECEIVE MAP('QQ1M92A')
                     MAPSET('QQ1M092')
                     INTO(QQ1M92AI)
                     RESP(WS-RECEIVE-RESP)
           END-EXEC.
           IF WS-RECEIVE-RESP = DFHRESP(NORMAL)
               PERFORM 000010-SAVE-REQUEST-FIELDS
           END-IF.
           MOVE LOW-VALUES TO QQ1M92AO.
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
                   MOVE LOW-VALUES TO BKG-CAMPAIGN-ID
                   MOVE 'N' TO WS-FIRST-READ-FLAG
                   PERFORM 000040-FILL-BOOKING-LIST
               WHEN QQ1AID-PF5
                   PERFORM 000020-REQUEST-BOOKING
                   MOVE LOW-VALUES TO BKG-CAMPAIGN-ID
                   MOVE 'N' TO WS-FIRST-READ-FLAG
                   PERFORM 000041-FILL-LIST-KEEP-MESSAGE
               WHEN QQ1AID-PF6
                   MOVE 'A' TO WS-DECISION
                   PERFORM 000050-DECIDE-AT-CURSOR
                   MOVE LOW-VALUES TO BKG-CAMPAIGN-ID
                   MOVE 'N' TO WS-FIRST-READ-FLAG
                   PERFORM 000041-FILL-LIST-KEEP-MESSAGE
               WHEN QQ1AID-PF7
                   MOVE 'J' TO WS-DECISION
                   PERFORM 000050-DECIDE-AT-CURSOR
                   MOVE LOW-VALUES TO BKG-CAMPAIGN-ID
                   MOVE 'N' TO WS-FIRST-READ-FLAG
                   PERFORM 000041-FILL-LIST-KEEP-MESSAGE
               WHEN QQ1AID-PF8
                   MOVE WS-CA-RESUME-KEY TO BKG-CAMPAIGN-ID
                   MOVE 'Y' TO WS-FIRST-READ-FLAG
                   PERFORM 000040-FILL-BOOKING-LIST
               WHEN OTHER
                   MOVE 'INVALID FUNCTION KEY' TO MSGO
           END-EVALUATE.
           PERFORM 000090-SEND-MAP-AND-RETURN.

       000010-SAVE-REQUEST-FIELDS.

      *    Only fields keyed on this screen come back with a length;
      *    the rest keep what the COMMAREA carried.
           IF CAMPINL > ZERO
               MOVE CAMPINI TO WS-CA-CAMPAIGN
           END-IF.
           IF ITERINL > ZERO
               MOVE ITERINI TO WS-CA-ITERATIONS
           END-IF.
           IF THINKINL > ZERO
               MOVE THINKINI TO WS-CA-THINK
           END-IF.
           IF PROFINL > ZERO
               MOVE PROFINI TO WS-CA-PROFILE
           END-IF.
           IF SDATEINL > ZERO
               MOVE SDATEINI TO WS-CA-START-DATE
           END-IF.
           IF STIMEINL > ZERO
               MOVE STIMEINI TO WS-CA-START-TIME
           END-IF.
           INSPECT WS-CA-REQUEST REPLACING ALL LOW-VALUE BY SPACE.

       000020-REQUEST-BOOKING.

           PERFORM 000021-VALIDATE-REQUEST.
           IF NOT WS-REQUEST-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CA-CAMPAIGN TO BKG-CAMPAIGN-ID.
           EXEC CICS READ FILE('QQ1BOOK')
                     INTO(QQ1BOOK-RECORD)
                     RIDFLD(BKG-CAMPAIGN-ID)
                     RESP(WS-BOOK-RESP)
           END-EXEC.
           IF WS-BOOK-RESP = DFHRESP(NORMAL)
               MOVE 'CAMPAIGN ID ALREADY BOOKED - PICK ANOTHER' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CA-CAMPAIGN TO CMP-CAMPAIGN-ID.
           EXEC CICS READ FILE('QQ1CAMP')
                     INTO(QQ1CAMP-RECORD)
                     RIDFLD(CMP-CAMPAIGN-ID)
                     RESP(WS-CAMP-RESP)
           END-EXEC.
           IF WS-CAMP-RESP = DFHRESP(NORMAL)
               MOVE 'CAMPAIGN ID ALREADY RUN - PICK ANOTHER' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-SELF-CAMPAIGN.
           PERFORM 000030-CHECK-CALENDAR.
           IF WS-CONFLICT
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000035-CHECK-OTHER-BOOKINGS.
           IF WS-CONFLICT
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000058-BUILD-CHANGE-STAMP.
           MOVE SPACES              TO QQ1BOOK-RECORD.
           MOVE WS-CA-CAMPAIGN      TO BKG-CAMPAIGN-ID.
           MOVE 'R'                 TO BKG-STATUS.
           MOVE WS-REQ-ITERATIONS   TO BKG-ITERATIONS.
           MOVE WS-REQ-THINK        TO BKG-THINK-SECONDS.
           MOVE WS-CA-PROFILE       TO BKG-PROFILE.
           MOVE WS-CA-START-DATE    TO BKG-START-DATE.
           MOVE WS-CA-START-TIME    TO BKG-START-TIME.
           MOVE WS-START-MINUTE     TO BKG-START-MINUTE.
           MOVE WS-END-MINUTE       TO BKG-END-MINUTE.
           MOVE WS-CHANGE-USERID    TO BKG-REQUESTED-BY.
           MOVE WS-CHANGE-TIMESTAMP TO BKG-REQUESTED-TIMESTAMP.
           MOVE 'AWAITING APPROVAL' TO BKG-NOTE.
           EXEC CICS WRITE FILE('QQ1BOOK')
                     FROM(QQ1BOOK-RECORD)
                     RIDFLD(BKG-CAMPAIGN-ID)
                     RESP(WS-BOOK-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-BOOK-RESP = DFHRESP(NORMAL)
                   MOVE SPACES TO WS-CA-REQUEST
                   MOVE 'BOOKING REQUESTED - AN OPERATOR APPROVES IT'
                       TO MSGO
               WHEN WS-BOOK-RESP = DFHRESP(DUPREC)
                   MOVE 'CAMPAIGN ID ALREADY BOOKED - PICK ANOTHER'
                       TO MSGO
               WHEN OTHER
                   MOVE 'QQ1BOOK WRITE FAILED - NOT BOOKED' TO MSGO
           END-EVALUATE.

       000021-VALIDATE-REQUEST.

      *    Each check leaves its own message; the first one that
      *    fails ends the validation.
           MOVE 'N' TO WS-REQUEST-OK-FLAG.
           PERFORM 000022-VALIDATE-CAMPAIGN-ID.
           IF MSGO NOT = LOW-VALUES
               EXIT PARAGRAPH
           END-IF.
           IF WS-CA-ITERATIONS NOT NUMERIC
               MOVE 'ENTER ITERATIONS AS 5 DIGITS, E.G. 00100' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CA-ITERATIONS TO WS-REQ-ITERATIONS.
           IF WS-REQ-ITERATIONS = ZERO
               MOVE 'ITERATIONS MUST BE AT LEAST 00001' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           IF WS-CA-THINK NOT NUMERIC
               MOVE 'ENTER THINK TIME AS 3 DIGITS, E.G. 005' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CA-THINK TO WS-REQ-THINK.
           IF WS-CA-PROFILE NOT = SPACES
                   AND WS-CA-PROFILE(1:1) NOT ALPHABETIC-UPPER
               MOVE 'PROFILE MUST BE A MEMBER NAME OR BLANK' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000023-VALIDATE-START.
           IF MSGO NOT = LOW-VALUES
               EXIT PARAGRAPH
           END-IF.
      *    The slot a booking holds: one second per chain run on
      *    top of the think time, rounded up to whole minutes. A
      *    load profile reshapes the arrivals, not the total.
           COMPUTE WS-EST-MINUTES =
               (WS-REQ-ITERATIONS * (WS-REQ-THINK + 1) + 59) / 60.
           IF WS-EST-MINUTES > WS-MAX-MINUTES
               MOVE 'CAMPAIGN RUNS OVER 24 HOURS - SPLIT IT' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-END-MINUTE = WS-START-MINUTE + WS-EST-MINUTES.
           MOVE 'Y' TO WS-REQUEST-OK-FLAG.

       000022-VALIDATE-CAMPAIGN-ID.

      *    The campaign id is also the submitted job's name, so it
      *    has to be one: a letter, then letters or digits, no gaps.
           IF WS-CA-CAMPAIGN = SPACES
               MOVE 'ENTER A CAMPAIGN ID FIRST' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           IF WS-CA-CAMPAIGN(1:1) NOT ALPHABETIC-UPPER
               MOVE 'CAMPAIGN ID MUST START WITH A LETTER' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-ID-LENGTH.
           INSPECT WS-CA-CAMPAIGN TALLYING WS-ID-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-ID-LENGTH < 8
               IF WS-CA-CAMPAIGN(WS-ID-LENGTH + 1:) NOT = SPACES
                   MOVE 'CAMPAIGN ID CANNOT CONTAIN BLANKS' TO MSGO
               END-IF
           END-IF.

       000023-VALIDATE-START.

           MOVE WS-CA-START-DATE TO WS-REQ-START-DATE.
           MOVE WS-CA-START-TIME TO WS-REQ-START-TIME.
           IF WS-REQ-YYYY NOT NUMERIC
                   OR WS-REQ-MM NOT NUMERIC
                   OR WS-REQ-DD NOT NUMERIC
                   OR WS-REQ-DASH-1 NOT = '-'
                   OR WS-REQ-DASH-2 NOT = '-'
               MOVE 'ENTER THE START DATE AS YYYY-MM-DD' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           IF WS-REQ-HH NOT NUMERIC
                   OR WS-REQ-MI NOT NUMERIC
                   OR WS-REQ-COLON NOT = ':'
                   OR WS-REQ-HH > '23'
                   OR WS-REQ-MI > '59'
               MOVE 'ENTER THE START TIME AS HH:MM (00:00-23:59)'
                   TO MSGO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-REQ-YYYY TO WS-CAL-YEAR.
           MOVE WS-REQ-MM   TO WS-CAL-MONTH.
           MOVE WS-REQ-DD   TO WS-CAL-DAY.
           IF WS-CAL-MONTH < 1 OR WS-CAL-MONTH > 12
                   OR WS-CAL-DAY < 1
               MOVE 'START DATE IS NOT A CALENDAR DATE' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000025-DAY-NUMBER-FROM-DATE.
      *    A day past the end of its month comes back as a date in
      *    the next month - not the date that was keyed.
           PERFORM 000026-DATE-FROM-DAY-NUMBER.
           IF WS-CHECK-YYYY NOT = WS-CAL-YEAR
                   OR WS-CHECK-MM NOT = WS-CAL-MONTH
                   OR WS-CHECK-DD NOT = WS-CAL-DAY
               MOVE 'START DATE IS NOT A CALENDAR DATE' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-REQ-HH TO WS-WIN-HH.
           MOVE WS-REQ-MI TO WS-WIN-MI.
           COMPUTE WS-START-MINUTE =
               (WS-DAY-NUMBER * 1440) + (WS-WIN-HH * 60) + WS-WIN-MI.
           PERFORM 000027-NOW-MINUTE.
           IF WS-START-MINUTE < WS-NOW-MINUTE + WS-LEAD-MINUTES
               MOVE 'START MUST BE AT LEAST 5 MINUTES FROM NOW' TO MSGO
           END-IF.

       000025-DAY-NUMBER-FROM-DATE.

      *    WS-CAL-YEAR/MONTH/DAY in, WS-DAY-NUMBER out. January and
      *    February count as months 10 and 11 of the year before.
           IF WS-CAL-MONTH <= 2
               COMPUTE WS-DN-YEAR  = WS-CAL-YEAR - 1
               COMPUTE WS-DN-MONTH = WS-CAL-MONTH + 9
           ELSE
               MOVE WS-CAL-YEAR TO WS-DN-YEAR
               COMPUTE WS-DN-MONTH = WS-CAL-MONTH - 3
           END-IF.
           DIVIDE WS-DN-YEAR BY 4   GIVING WS-DN-DIV-4.
           DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-DIV-100.
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-DIV-400.
           COMPUTE WS-DN-WORK = (153 * WS-DN-MONTH) + 2.
           DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-MONTH-DAYS.
           COMPUTE WS-DAY-NUMBER = (365 * WS-DN-YEAR)
               + WS-DN-DIV-4 - WS-DN-DIV-100 + WS-DN-DIV-400
               + WS-DN-MONTH-DAYS + WS-CAL-DAY - 1.

       000026-DATE-FROM-DAY-NUMBER.

      *    WS-DAY-NUMBER in, WS-CHECK-DATE8 (YYYYMMDD) out - the
      *    inverse of 000025.
           COMPUTE WS-DN-WORK = (10000 * WS-DAY-NUMBER) + 14780.
           DIVIDE WS-DN-WORK BY 3652425 GIVING WS-DN-YEAR.
           PERFORM 000028-DAY-OF-MARCH-YEAR.
           IF WS-DN-DAY-OF-YEAR < ZERO
               SUBTRACT 1 FROM WS-DN-YEAR
               PERFORM 000028-DAY-OF-MARCH-YEAR
           END-IF.
           COMPUTE WS-DN-WORK = (100 * WS-DN-DAY-OF-YEAR) + 52.
           DIVIDE WS-DN-WORK BY 3060 GIVING WS-DN-MONTH.
           COMPUTE WS-DN-WORK = WS-DN-MONTH + 2.
           DIVIDE WS-DN-WORK BY 12 GIVING WS-DN-DIV-4
               REMAINDER WS-DN-REMAINDER.
           COMPUTE WS-CHECK-MM   = WS-DN-REMAINDER + 1.
           COMPUTE WS-CHECK-YYYY = WS-DN-YEAR + WS-DN-DIV-4.
           COMPUTE WS-DN-WORK = (WS-DN-MONTH * 306) + 5.
           DIVIDE WS-DN-WORK BY 10 GIVING WS-DN-MONTH-DAYS.
           COMPUTE WS-CHECK-DD =
               WS-DN-DAY-OF-YEAR - WS-DN-MONTH-DAYS + 1.

       000027-NOW-MINUTE.

           EXEC CICS ASKTIME
                     ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-NOW-DATE8)
                     TIME(WS-NOW-TIME6)
           END-EXEC.
           MOVE WS-NOW-YYYY TO WS-CAL-YEAR.
           MOVE WS-NOW-MM   TO WS-CAL-MONTH.
           MOVE WS-NOW-DD   TO WS-CAL-DAY.
           PERFORM 000025-DAY-NUMBER-FROM-DATE.
           COMPUTE WS-NOW-MINUTE =
               (WS-DAY-NUMBER * 1440) + (WS-NOW-HH * 60) + WS-NOW-MI.

       000028-DAY-OF-MARCH-YEAR.

           DIVIDE WS-DN-YEAR BY 4   GIVING WS-DN-DIV-4.
           DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-DIV-100.
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-DIV-400.
           COMPUTE WS-DN-DAY-OF-YEAR = WS-DAY-NUMBER
               - ((365 * WS-DN-YEAR) + WS-DN-DIV-4
                  - WS-DN-DIV-100 + WS-DN-DIV-400).

       000030-CHECK-CALENDAR.

      *    WS-START-MINUTE/WS-END-MINUTE against every QQ1CALP
      *    window that could touch them - from the day before the
      *    start, whose window may wrap past midnight, to the day
      *    of the last minute run.
           MOVE 'N' TO WS-CONFLICT-FLAG.
           DIVIDE WS-START-MINUTE BY 1440 GIVING WS-CHECK-DAY.
           SUBTRACT 1 FROM WS-CHECK-DAY.
           COMPUTE WS-DN-WORK = WS-END-MINUTE - 1.
           DIVIDE WS-DN-WORK BY 1440 GIVING WS-LAST-DAY.
           PERFORM 000031-CHECK-ONE-CALENDAR-DAY
               UNTIL WS-CONFLICT OR WS-CHECK-DAY > WS-LAST-DAY.

       000031-CHECK-ONE-CALENDAR-DAY.

      *    Same lookup as QQ1C0021's protected-window check: the
      *    holiday row for the date, else the day-of-week row
      *    (ISO 1 = Monday; day 0 of the count was a Wednesday).
           MOVE WS-CHECK-DAY TO WS-DAY-NUMBER.
           PERFORM 000026-DATE-FROM-DAY-NUMBER.
           COMPUTE WS-DN-WORK = WS-CHECK-DAY + 2.
           DIVIDE WS-DN-WORK BY 7 GIVING WS-DN-DIV-4
               REMAINDER WS-DN-REMAINDER.
           COMPUTE WS-CHECK-DOW = WS-DN-REMAINDER + 1.
           MOVE 'H' TO CAL-ENTRY-TYPE.
           MOVE WS-CHECK-DATE8 TO CAL-ENTRY-DATE.
           EXEC CICS READ FILE('QQ1CALP')
                     INTO(QQ1CALP-RECORD)
                     RIDFLD(CAL-KEY)
                     RESP(WS-CALP-RESP)
           END-EXEC.
           IF WS-CALP-RESP NOT = DFHRESP(NORMAL)
               MOVE 'D' TO CAL-ENTRY-TYPE
               MOVE SPACES TO CAL-ENTRY-DATE
               MOVE WS-CHECK-DOW TO CAL-ENTRY-DATE(1:1)
               EXEC CICS READ FILE('QQ1CALP')
                         INTO(QQ1CALP-RECORD)
                         RIDFLD(CAL-KEY)
                         RESP(WS-CALP-RESP)
               END-EXEC
           END-IF.
           IF WS-CALP-RESP = DFHRESP(NORMAL)
                   AND CAL-WINDOW-START NOT = CAL-WINDOW-END
               DIVIDE CAL-WINDOW-START BY 100 GIVING WS-WIN-HH
                   REMAINDER WS-WIN-MI
               COMPUTE WS-WIN-START-MINUTE = (WS-CHECK-DAY * 1440)
                   + (WS-WIN-HH * 60) + WS-WIN-MI
               DIVIDE CAL-WINDOW-END BY 100 GIVING WS-WIN-HH
                   REMAINDER WS-WIN-MI
               COMPUTE WS-WIN-END-MINUTE = (WS-CHECK-DAY * 1440)
                   + (WS-WIN-HH * 60) + WS-WIN-MI
               IF CAL-WINDOW-END < CAL-WINDOW-START
                   ADD 1440 TO WS-WIN-END-MINUTE
               END-IF
               IF WS-START-MINUTE < WS-WIN-END-MINUTE
                       AND WS-WIN-START-MINUTE < WS-END-MINUTE
                   MOVE 'Y' TO WS-CONFLICT-FLAG
                   MOVE WS-CHECK-DATE8 TO WMS-DATE
                   MOVE WS-WINDOW-MESSAGE TO MSGO
               END-IF
           END-IF.
           ADD 1 TO WS-CHECK-DAY.

       000035-CHECK-OTHER-BOOKINGS.

      *    Every other booking still holding a slot - requested
      *    ones included, first come first served - must not
      *    overlap WS-START-MINUTE/WS-END-MINUTE.
           MOVE 'N' TO WS-CONFLICT-FLAG.
           MOVE 'N' TO WS-BROWSE-DONE-FLAG.
           MOVE ZERO TO WS-SCAN-COUNT.
           MOVE LOW-VALUES TO BKG-CAMPAIGN-ID.
           EXEC CICS STARTBR
                     FILE('QQ1BOOK')
                     RIDFLD(BKG-CAMPAIGN-ID)
                     GTEQ
                     RESP(WS-BOOK-RESP)
           END-EXEC.
           IF WS-BOOK-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000036-CHECK-ONE-BOOKING UNTIL WS-BROWSE-DONE.
           EXEC CICS ENDBR
                     FILE('QQ1BOOK')
           END-EXEC.

       000036-CHECK-ONE-BOOKING.

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
           IF BKG-HOLDS-SLOT
                   AND BKG-CAMPAIGN-ID NOT = WS-SELF-CAMPAIGN
                   AND WS-START-MINUTE < BKG-END-MINUTE
                   AND BKG-START-MINUTE < WS-END-MINUTE
               MOVE 'Y' TO WS-CONFLICT-FLAG
               MOVE 'Y' TO WS-BROWSE-DONE-FLAG
               PERFORM 000044-NAME-STATUS
               MOVE BKG-CAMPAIGN-ID TO BMS-CAMPAIGN
               MOVE WS-STATUS-WORD  TO BMS-STATUS
               MOVE WS-BOOKING-MESSAGE TO MSGO
           END-IF.

       000040-FILL-BOOKING-LIST.

           PERFORM 000041-FILL-LIST-KEEP-MESSAGE.
           IF WS-LINE-IDX = ZERO
               MOVE 'NO BOOKINGS' TO MSGO
           ELSE
               MOVE 'BOOKINGS LISTED - PF8 FOR MORE' TO MSGO
           END-IF.

       000041-FILL-LIST-KEEP-MESSAGE.

      *    Fill the ten list lines from the current BKG-CAMPAIGN-ID
      *    position, leaving MSGO alone so an action outcome set
      *    by the caller still shows; the request fields go back
      *    on screen as the COMMAREA holds them.
           MOVE WS-CA-CAMPAIGN   TO CAMPINO.
           MOVE WS-CA-ITERATIONS TO ITERINO.
           MOVE WS-CA-THINK      TO THINKINO.
           MOVE WS-CA-PROFILE    TO PROFINO.
           MOVE WS-CA-START-DATE TO SDATEINO.
           MOVE WS-CA-START-TIME TO STIMEINO.
           MOVE SPACES TO WS-CA-LINE-KEYS.
           MOVE ZERO   TO WS-LINE-IDX WS-SCAN-COUNT.
           MOVE 'N' TO WS-BROWSE-DONE-FLAG.
           EXEC CICS STARTBR
                     FILE('QQ1BOOK')
                     RIDFLD(BKG-CAMPAIGN-ID)
                     GTEQ
                     RESP(WS-BOOK-RESP)
           END-EXEC.
           IF WS-BOOK-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000042-BROWSE-ONE-BOOKING UNTIL WS-BROWSE-DONE.
           EXEC CICS ENDBR
                     FILE('QQ1BOOK')
           END-EXEC.

       000042-BROWSE-ONE-BOOKING.

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
               IF BKG-CAMPAIGN-ID = WS-CA-RESUME-KEY
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO WS-SCAN-COUNT.
           MOVE BKG-CAMPAIGN-ID TO WS-CA-RESUME-KEY.
           ADD 1 TO WS-LINE-IDX.
           MOVE BKG-CAMPAIGN-ID TO WS-CA-LINE-KEY(WS-LINE-IDX).
           PERFORM 000044-NAME-STATUS.
           MOVE BKG-CAMPAIGN-ID   TO LST-CAMPAIGN.
           MOVE WS-STATUS-WORD    TO LST-STATUS.
           MOVE BKG-START-DATE    TO LST-START-DATE.
           MOVE BKG-START-TIME    TO LST-START-TIME.
           MOVE BKG-ITERATIONS    TO LST-ITERATIONS.
           MOVE BKG-THINK-SECONDS TO LST-THINK.
           MOVE BKG-PROFILE       TO LST-PROFILE.
           MOVE BKG-REQUESTED-BY  TO LST-REQUESTED-BY.
           MOVE BKG-NOTE          TO LST-NOTE.
           PERFORM 000043-MOVE-LINE-TO-MAP.
           IF WS-LINE-IDX >= 10
                   OR WS-SCAN-COUNT >= WS-SCAN-LIMIT
               MOVE 'Y' TO WS-BROWSE-DONE-FLAG
           END-IF.

       000043-MOVE-LINE-TO-MAP.

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

       000044-NAME-STATUS.

           EVALUATE TRUE
               WHEN BKG-REQUESTED
                   MOVE 'REQUESTED' TO WS-STATUS-WORD
               WHEN BKG-APPROVED
                   MOVE 'APPROVED ' TO WS-STATUS-WORD
               WHEN BKG-SUBMITTED
                   MOVE 'SUBMITTED' TO WS-STATUS-WORD
               WHEN BKG-RUNNING
                   MOVE 'RUNNING  ' TO WS-STATUS-WORD
               WHEN BKG-DONE
                   MOVE 'DONE     ' TO WS-STATUS-WORD
               WHEN BKG-REJECTED
                   MOVE 'REJECTED ' TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE BKG-STATUS  TO WS-STATUS-WORD
           END-EVALUATE.

       000050-DECIDE-AT-CURSOR.

           IF WS-DECISION = 'A'
               MOVE 'APRV' TO AUTH-FUNCTION
           ELSE
               MOVE 'RJCT' TO AUTH-FUNCTION
           END-IF.
           MOVE 'O' TO AUTH-ROLES-WANTED.
           PERFORM 000088-CHECK-FUNCTION-ROLE.
           IF AUTH-REFUSED
               EXIT PARAGRAPH
           END-IF.
      *    The list lines sit on screen rows 7 through 16.
           COMPUTE WS-CURSOR-ROW = (EIBCPOSN / 80) + 1.
           IF WS-CURSOR-ROW < 7 OR WS-CURSOR-ROW > 16
               MOVE 'PUT THE CURSOR ON A BOOKING LINE FIRST' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-LINE-IDX = WS-CURSOR-ROW - 6.
           IF WS-CA-LINE-KEY(WS-LINE-IDX) = SPACES
               MOVE 'NO BOOKING ON THAT LINE' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CA-LINE-KEY(WS-LINE-IDX) TO BKG-CAMPAIGN-ID.
           EXEC CICS READ FILE('QQ1BOOK')
                     INTO(QQ1BOOK-RECORD)
                     RIDFLD(BKG-CAMPAIGN-ID)
                     RESP(WS-BOOK-RESP)
           END-EXEC.
           IF WS-BOOK-RESP NOT = DFHRESP(NORMAL)
               MOVE 'BOOKING NO LONGER ON FILE' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           IF NOT BKG-REQUESTED
               MOVE 'BOOKING WAS ALREADY DECIDED' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000058-BUILD-CHANGE-STAMP.
      *    Same rule as the control-panel dual control: whoever
      *    asked for the slot cannot grant it.
           IF WS-CHANGE-USERID = BKG-REQUESTED-BY
               MOVE 'REQUESTER CANNOT DECIDE OWN BOOKING' TO MSGO
               EXIT PARAGRAPH
           END-IF.
      *    Approval re-runs the checks: the calendar or another
      *    approval may have moved since the request was made.
           IF WS-DECISION = 'A'
               PERFORM 000027-NOW-MINUTE
               IF BKG-START-MINUTE <= WS-NOW-MINUTE
                   MOVE 'START TIME HAS PASSED - REJECT AND REBOOK'
                       TO MSGO
                   EXIT PARAGRAPH
               END-IF
               MOVE BKG-CAMPAIGN-ID  TO WS-SELF-CAMPAIGN
               MOVE BKG-START-MINUTE TO WS-START-MINUTE
               MOVE BKG-END-MINUTE   TO WS-END-MINUTE
               PERFORM 000030-CHECK-CALENDAR
               IF WS-CONFLICT
                   EXIT PARAGRAPH
               END-IF
               PERFORM 000035-CHECK-OTHER-BOOKINGS
               IF WS-CONFLICT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-CA-LINE-KEY(WS-LINE-IDX) TO BKG-CAMPAIGN-ID.
           EXEC CICS READ FILE('QQ1BOOK')
                     INTO(QQ1BOOK-RECORD)
                     RIDFLD(BKG-CAMPAIGN-ID)
                     UPDATE
                     RESP(WS-BOOK-RESP)
           END-EXEC.
           IF WS-BOOK-RESP NOT = DFHRESP(NORMAL)
               MOVE 'BOOKING NO LONGER ON FILE' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           IF NOT BKG-REQUESTED
               EXEC CICS UNLOCK FILE('QQ1BOOK')
               END-EXEC
               MOVE 'BOOKING WAS ALREADY DECIDED' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DECISION         TO BKG-STATUS.
           MOVE WS-CHANGE-USERID    TO BKG-DECIDED-BY.
           MOVE WS-CHANGE-TIMESTAMP TO BKG-DECIDED-TIMESTAMP.
           IF WS-DECISION = 'A'
               MOVE 'WAITING FOR START TIME' TO BKG-NOTE
           ELSE
               MOVE 'REJECTED BY OPERATOR'   TO BKG-NOTE
           END-IF.
           EXEC CICS REWRITE FILE('QQ1BOOK')
                     FROM(QQ1BOOK-RECORD)
                     RESP(WS-BOOK-RESP)
           END-EXEC.
           IF WS-BOOK-RESP NOT = DFHRESP(NORMAL)
               MOVE 'QQ1BOOK REWRITE FAILED' TO MSGO
               EXIT PARAGRAPH
           END-IF.
           IF WS-DECISION = 'A'
               PERFORM 000055-START-SCHEDULER
           ELSE
               MOVE 'BOOKING REJECTED' TO MSGO
           END-IF.

       000055-START-SCHEDULER.

      *    Replace whatever QQBS cycle is pending with one that runs
      *    now, so the new booking is on the scheduler's books. A
      *    cycle already running makes QQ1C0093 end at once.
           EXEC CICS CANCEL REQID(WS-START-REQID)
                     TRANSID('QQBS')
                     RESP(WS-START-RESP)
           END-EXEC.
           EXEC CICS START TRANSID('QQBS')
                     REQID(WS-START-REQID)
                     RESP(WS-START-RESP)
           END-EXEC.
           IF WS-START-RESP = DFHRESP(NORMAL)
               MOVE 'BOOKING APPROVED - JOB GOES IN AT ITS START TIME'
                   TO MSGO
           ELSE
               MOVE 'BOOKING APPROVED - START OF QQBS FAILED' TO MSGO
           END-IF.

       000058-BUILD-CHANGE-STAMP.

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

           EXEC CICS SEND MAP('QQ1M92A')
                     MAPSET('QQ1M092')
                     FROM(QQ1M92AO)
                     ERASE
           END-EXEC.
           EXEC CICS RETURN
                     TRANSID('QQBK')
                     COMMAREA(WS-COMMAREA)
           END-EXEC.
      *
      *   +->   QQ1C0092_CAMPAIGN_BOOKING           10/15/2026  00:00
      *   !       3270 booking screen (QQBK). A tester requests a
      *   !       campaign - id, iterations, think time, QQ1PROF
      *   !       load profile member and wanted start - and the
      *   !       slot it would hold is checked against the QQ1CALP
      *   !       protected windows and every other live booking
      *   !       before it is written to QQ1BOOK as requested. A
      *   !       second userid approves (PF6) or rejects (PF7) it
      *   !       at the cursor, approval re-running the checks and
      *   !       starting the QQBS scheduler that submits the job.
      *   !       The list shows each booking's lifecycle state.
      *   !
      *   !       10/15/2026 - approve and reject need the operator
      *   !       role in the QQ1ROLE table (QQ1C0094 check).
      *   +---
