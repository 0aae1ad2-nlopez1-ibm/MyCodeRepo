      *COMPILE1: LANG(COBOL) CMP(DEFAULT) CICS(N) DB2()
      *COMPILE2: MQS(N) DLL(N) IP(N) LDAP(N) EXCI(N) RENT(N)
      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
      ** Capture load-module identity changes into QQ1DEPL
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  QQ1B0053.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QQ1IDR-FILE ASSIGN TO QQ1IDR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDR-FILE-STATUS.
           SELECT QQ1DEPL-FILE ASSIGN TO QQ1DEPL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPL-KEY
               FILE STATUS IS WS-DEPL-FILE-STATUS.
           SELECT QQ1STPS-FILE ASSIGN TO QQ1STPS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STPS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QQ1IDR-FILE.
       01  IDR-LINE                        PIC X(121).
       FD  QQ1DEPL-FILE.
       COPY QQ1DEPL.
       FD  QQ1STPS-FILE.
       COPY QQ1STPS.
       WORKING-STORAGE SECTION.
       01  WS-IDR-FILE-STATUS              PIC X(2).
       01  WS-DEPL-FILE-STATUS             PIC X(2).
       01  WS-STPS-FILE-STATUS             PIC X(2).
       01  WS-EOF-FLAG                     PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.
       01  WS-PROBLEM-FLAG                 PIC X(1)    VALUE 'N'.
           88  WS-PROBLEM                              VALUE 'Y'.
       01  WS-WARNING-FLAG                 PIC X(1)    VALUE 'N'.
           88  WS-WARNING                              VALUE 'Y'.
       01  WS-PARM-WORK                    PIC X(18)   VALUE SPACES.
       01  WS-EFFECTIVE-DATE               PIC X(10)   VALUE SPACES.
       01  WS-CHANGE-REF                   PIC X(8)    VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYY                PIC 9(4).
           05  WS-CURR-MM                  PIC 9(2).
           05  WS-CURR-DD                  PIC 9(2).
       01  WS-CURRENT-TIME.
           05  WS-CURR-HH                  PIC 9(2).
           05  WS-CURR-MI                  PIC 9(2).
           05  WS-CURR-SS                  PIC 9(2).
           05  WS-CURR-CC                  PIC 9(2).
       01  WS-TIMESTAMP-NOW                PIC X(26).
       01  WS-TODAY                        PIC X(10).
       01  WS-YESTERDAY                    PIC X(10).
       01  WS-LEAP-REMAINDER               PIC 9(4).
       01  WS-MONTH-DAYS-TABLE.
           05  FILLER                      PIC 9(2)    VALUE 31.
           05  FILLER                      PIC 9(2)    VALUE 28.
           05  FILLER                      PIC 9(2)    VALUE 31.
           05  FILLER                      PIC 9(2)    VALUE 30.
           05  FILLER                      PIC 9(2)    VALUE 31.
           05  FILLER                      PIC 9(2)    VALUE 30.
           05  FILLER                      PIC 9(2)    VALUE 31.
           05  FILLER                      PIC 9(2)    VALUE 31.
           05  FILLER                      PIC 9(2)    VALUE 30.
           05  FILLER                      PIC 9(2)    VALUE 31.
           05  FILLER                      PIC 9(2)    VALUE 30.
           05  FILLER                      PIC 9(2)    VALUE 31.
       01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
           05  WS-MONTH-DAY                PIC 9(2)    OCCURS 12 TIMES.
      *    The registered modules: the four chain programs and the
      *    MQ trigger monitor DQQM00A1. The AMBLIST step of the
      *    QQ1B0053 proc must list the same members.
       01  WS-MODULE-NAME-TABLE.
           05  FILLER                      PIC X(8)    VALUE
               'CQQ1A121'.
           05  FILLER                      PIC X(8)    VALUE
               'CQQ1A131'.
           05  FILLER                      PIC X(8)    VALUE
               'CQQ1A130'.
           05  FILLER                      PIC X(8)    VALUE
               'IQQ1A031'.
           05  FILLER                      PIC X(8)    VALUE
               'DQQM00A1'.
       01  WS-MODULE-NAMES REDEFINES WS-MODULE-NAME-TABLE.
           05  WS-MODULE-NAME              PIC X(8)    OCCURS 5 TIMES.
      *    What the listing says about each module. The identity is
      *    the newest link-edit date/time the module's IDR records
      *    carry, plus the first word of its IDENTIFY user data.
       01  WS-MODULE-TABLE.
           05  WS-MODULE-ENTRY OCCURS 5 TIMES.
               10  WS-MOD-LISTED-FLAG      PIC X(1).
                   88  WS-MOD-LISTED               VALUE 'Y'.
               10  WS-MOD-LINK-DATE        PIC X(10).
               10  WS-MOD-LINK-TIME        PIC X(8).
               10  WS-MOD-VERSION          PIC X(16).
       01  WS-MOD-IDX                      PIC S9(4)   COMP.
       01  WS-CUR-MOD-IDX                  PIC S9(4)   COMP VALUE 0.
       01  WS-USER-DATA-FLAG               PIC X(1)    VALUE 'N'.
           88  WS-IN-USER-DATA                         VALUE 'Y'.
      *    Line scanning: 000031-SPLIT-SCAN-TEXT splits WS-SCAN-TEXT
      *    into blank-delimited words from position WS-SCAN-POS.
       01  WS-SCAN-TEXT                    PIC X(121).
       01  WS-SCAN-LEAD                    PIC S9(4)   COMP.
       01  WS-SCAN-POS                     PIC S9(4)   COMP.
       01  WS-SCAN-TALLY                   PIC S9(4)   COMP.
       01  WS-WORD-TABLE.
           05  WS-WORD                     PIC X(20)   OCCURS 6 TIMES.
      *    A binder/linkage-editor date in any of the forms it has
      *    printed: MM/DD/YYYY, YYYY/DDD, YYYY.DDD, YY/DDD, YY.DDD.
       01  WS-DATE-WORD                    PIC X(20).
       01  WS-PARSED-DATE                  PIC X(10).
       01  WS-PARSED-TIME                  PIC X(8).
       01  WS-JUL-YEAR                     PIC 9(4).
       01  WS-JUL-YY                       PIC 9(2).
       01  WS-JUL-DAY                      PIC 9(3).
       01  WS-JUL-MONTH                    PIC 9(2).
       01  WS-JUL-MONTH-DAYS               PIC 9(2).
       01  WS-JUL-DATE.
           05  WS-JUL-DATE-YYYY            PIC 9(4).
           05  FILLER                      PIC X(1)    VALUE '-'.
           05  WS-JUL-DATE-MM              PIC 9(2).
           05  FILLER                      PIC X(1)    VALUE '-'.
           05  WS-JUL-DATE-DD              PIC 9(2).
      *    The program's latest register row, if it has one.
       01  WS-LATEST-FOUND-FLAG            PIC X(1).
           88  WS-LATEST-FOUND                         VALUE 'Y'.
       01  WS-LATEST-LINK-DATE             PIC X(10).
       01  WS-LATEST-LINK-TIME             PIC X(8).
       01  WS-LATEST-VERSION               PIC X(16).
       01  WS-REGISTER-EOF-FLAG            PIC X(1).
           88  WS-REGISTER-EOF                         VALUE 'Y'.
       01  WS-LINE-READ-TOTAL              PIC 9(9)    VALUE ZERO.
       01  WS-LISTED-TOTAL                 PIC 9(5)    VALUE ZERO.
       01  WS-CHANGED-TOTAL                PIC 9(5)    VALUE ZERO.
       01  WS-MISSING-TOTAL                PIC 9(5)    VALUE ZERO.
       01  WS-MODULE-LINE.
           05  FILLER                      PIC X(10)   VALUE
               'QQ1B0053 '.
           05  MDL-PROGRAM-ID              PIC X(8).
           05  FILLER                      PIC X(7)    VALUE
               '  LINK '.
           05  MDL-LINK-DATE               PIC X(10).
           05  FILLER                      PIC X(1)    VALUE SPACE.
           05  MDL-LINK-TIME               PIC X(8).
           05  FILLER                      PIC X(10)   VALUE
               '  VERSION '.
           05  MDL-VERSION                 PIC X(16).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  MDL-RESULT                  PIC X(40).
       01  WS-SUMMARY-LINE.
           05  FILLER                      PIC X(26)   VALUE
               'QQ1B0053 MODULES LISTED: '.
           05  SUM-LISTED                  PIC ZZ,ZZ9.
           05  FILLER                      PIC X(18)   VALUE
               '  REGISTER ROWS: '.
           05  SUM-CHANGED                 PIC ZZ,ZZ9.
           05  FILLER                      PIC X(12)   VALUE
               '  MISSING: '.
           05  SUM-MISSING                 PIC ZZ,ZZ9.
       01  WS-PROBLEM-LINE.
           05  FILLER                      PIC X(20)   VALUE
               'QQ1B0053 - PROBLEM: '.
           05  PBL-TEXT                    PIC X(80).
       LINKAGE SECTION.
      *    JCL PARM layout (fixed-position, no keywords):
      *      positions 1-10  business date a change found now is
      *                      charged to, YYYY-MM-DD or TODAY
      *                      (spaces = the previous calendar day -
      *                      the nightly stream's business date)
      *      positions 11-18 change reference to record with any
      *                      change found (optional)
       01  WS-JCL-PARM.
           05  WS-PARM-LEN                 PIC S9(4)   COMP.
           05  WS-PARM-TEXT.
               10  WS-PARM-DATE            PIC X(10).
               10  WS-PARM-CHANGE-REF      PIC X(8).
       PROCEDURE DIVISION USING WS-JCL-PARM.
       000000-CONTROL.

           PERFORM 000010-INITIALIZE.
           IF NOT WS-PROBLEM
               PERFORM 000020-READ-ONE-LINE UNTIL WS-EOF
               PERFORM 000040-REGISTER-ONE-MODULE
                   VARYING WS-MOD-IDX FROM 1 BY 1
                   UNTIL WS-MOD-IDX > 5
           END-IF.
           PERFORM 000090-TERMINATE.
           IF WS-PROBLEM
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNING
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 000085-LOG-STEP-STATISTICS.
           STOP RUN.

       000010-INITIALIZE.

           PERFORM 000060-FORMAT-TIMESTAMP-NOW.
           MOVE WS-TIMESTAMP-NOW(1:10) TO WS-TODAY.
           PERFORM 000011-DERIVE-YESTERDAY.
           IF WS-PARM-LEN > 18
               MOVE 18 TO WS-PARM-LEN
           END-IF.
           IF WS-PARM-LEN > 0
               MOVE WS-PARM-TEXT(1:WS-PARM-LEN) TO WS-PARM-WORK
               MOVE WS-PARM-WORK(1:10)  TO WS-EFFECTIVE-DATE
               MOVE WS-PARM-WORK(11:8)  TO WS-CHANGE-REF
           END-IF.
           EVALUATE WS-EFFECTIVE-DATE
               WHEN SPACES
                   MOVE WS-YESTERDAY TO WS-EFFECTIVE-DATE
               WHEN 'TODAY     '
                   MOVE WS-TODAY TO WS-EFFECTIVE-DATE
           END-EVALUATE.
           IF WS-EFFECTIVE-DATE(1:4) NOT NUMERIC
                   OR WS-EFFECTIVE-DATE(6:2) NOT NUMERIC
                   OR WS-EFFECTIVE-DATE(9:2) NOT NUMERIC
               MOVE 'PARM DATE MUST BE YYYY-MM-DD, TODAY OR SPACES'
                   TO PBL-TEXT
               PERFORM 000080-WRITE-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-MOD-IDX FROM 1 BY 1
                   UNTIL WS-MOD-IDX > 5
               MOVE 'N'    TO WS-MOD-LISTED-FLAG(WS-MOD-IDX)
               MOVE SPACES TO WS-MOD-LINK-DATE(WS-MOD-IDX)
               MOVE SPACES TO WS-MOD-LINK-TIME(WS-MOD-IDX)
               MOVE SPACES TO WS-MOD-VERSION(WS-MOD-IDX)
           END-PERFORM.
           OPEN INPUT QQ1IDR-FILE.
           IF WS-IDR-FILE-STATUS NOT = '00'
               MOVE SPACES TO PBL-TEXT
               STRING 'QQ1IDR LISTING CANNOT BE OPENED, STATUS '
                          DELIMITED SIZE
                      WS-IDR-FILE-STATUS DELIMITED SIZE
                      INTO PBL-TEXT
               END-STRING
               PERFORM 000080-WRITE-PROBLEM
               EXIT PARAGRAPH
           END-IF.
      *    An empty just-defined cluster opens I-O with a non-zero
      *    status - prime it through a one-off OPEN OUTPUT/CLOSE.
           OPEN I-O QQ1DEPL-FILE.
           IF WS-DEPL-FILE-STATUS NOT = '00'
               OPEN OUTPUT QQ1DEPL-FILE
               IF WS-DEPL-FILE-STATUS = '00'
                   CLOSE QQ1DEPL-FILE
                   OPEN I-O QQ1DEPL-FILE
               END-IF
           END-IF.
           IF WS-DEPL-FILE-STATUS NOT = '00'
               MOVE SPACES TO PBL-TEXT
               STRING 'QQ1DEPL CANNOT BE OPENED, STATUS '
                          DELIMITED SIZE
                      WS-DEPL-FILE-STATUS DELIMITED SIZE
                      INTO PBL-TEXT
               END-STRING
               PERFORM 000080-WRITE-PROBLEM
           END-IF.

       000011-DERIVE-YESTERDAY.

           IF WS-CURR-DD > 1
               SUBTRACT 1 FROM WS-CURR-DD
           ELSE
               IF WS-CURR-MM = 1
                   SUBTRACT 1 FROM WS-CURR-YYYY
                   MOVE 12 TO WS-CURR-MM
               ELSE
                   SUBTRACT 1 FROM WS-CURR-MM
               END-IF
               MOVE WS-MONTH-DAY(WS-CURR-MM) TO WS-CURR-DD
               IF WS-CURR-MM = 2
                   DIVIDE WS-CURR-YYYY BY 4
                       GIVING WS-LEAP-REMAINDER
                       REMAINDER WS-LEAP-REMAINDER
                   END-DIVIDE
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 29 TO WS-CURR-DD
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO WS-YESTERDAY.
           STRING WS-CURR-YYYY DELIMITED SIZE
                  '-'          DELIMITED SIZE
                  WS-CURR-MM   DELIMITED SIZE
                  '-'          DELIMITED SIZE
                  WS-CURR-DD   DELIMITED SIZE
                  INTO WS-YESTERDAY
           END-STRING.

       000020-READ-ONE-LINE.

           READ QQ1IDR-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
           IF WS-EOF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LINE-READ-TOTAL.
      *    The listing is print output: column 1 is carriage control.
           MOVE IDR-LINE(2:) TO WS-SCAN-TEXT.
      *    A new member starts at its LISTIDR heading ("LISTIDR FOR
      *    LOAD MODULE name" / "... PROGRAM OBJECT name") or at a
      *    "MEMBER NAME: name" line, whichever this release prints.
           MOVE ZERO TO WS-SCAN-TALLY.
           INSPECT WS-SCAN-TEXT TALLYING WS-SCAN-TALLY
               FOR ALL 'LISTIDR FOR '.
           IF WS-SCAN-TALLY > ZERO
               MOVE ZERO TO WS-SCAN-POS
               INSPECT WS-SCAN-TEXT TALLYING WS-SCAN-POS
                   FOR CHARACTERS BEFORE INITIAL 'LISTIDR FOR '
               COMPUTE WS-SCAN-POS = WS-SCAN-POS + 13
               PERFORM 000031-SPLIT-SCAN-TEXT
               MOVE WS-WORD(3) TO WS-DATE-WORD
               PERFORM 000021-START-MEMBER
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-SCAN-TALLY.
           INSPECT WS-SCAN-TEXT TALLYING WS-SCAN-TALLY
               FOR ALL 'MEMBER NAME'.
           IF WS-SCAN-TALLY > ZERO
               MOVE ZERO TO WS-SCAN-POS
               INSPECT WS-SCAN-TEXT TALLYING WS-SCAN-POS
                   FOR CHARACTERS BEFORE INITIAL 'MEMBER NAME'
               COMPUTE WS-SCAN-POS = WS-SCAN-POS + 12
               INSPECT WS-SCAN-TEXT REPLACING ALL ':' BY SPACE
               PERFORM 000031-SPLIT-SCAN-TEXT
               MOVE WS-WORD(1) TO WS-DATE-WORD
               PERFORM 000021-START-MEMBER
               EXIT PARAGRAPH
           END-IF.
           IF WS-CUR-MOD-IDX = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-SCAN-TALLY.
           INSPECT WS-SCAN-TEXT TALLYING WS-SCAN-TALLY
               FOR ALL 'PRODUCED BY'.
           IF WS-SCAN-TALLY > ZERO
               PERFORM 000022-TAKE-LINK-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-SCAN-TALLY.
           INSPECT WS-SCAN-TEXT TALLYING WS-SCAN-TALLY
               FOR ALL 'USER DATA'.
           IF WS-SCAN-TALLY > ZERO
               MOVE 'Y' TO WS-USER-DATA-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-USER-DATA
               PERFORM 000023-TAKE-VERSION
           END-IF.

       000021-START-MEMBER.

      *    WS-DATE-WORD holds the member name here; a member that is
      *    not registered is passed over until the next heading.
           MOVE ZERO TO WS-CUR-MOD-IDX.
           MOVE 'N'  TO WS-USER-DATA-FLAG.
           PERFORM VARYING WS-MOD-IDX FROM 1 BY 1
                   UNTIL WS-MOD-IDX > 5
               IF WS-DATE-WORD(1:8) = WS-MODULE-NAME(WS-MOD-IDX)
                       AND WS-DATE-WORD(9:) = SPACES
                   MOVE WS-MOD-IDX TO WS-CUR-MOD-IDX
                   MOVE 5 TO WS-MOD-IDX
               END-IF
           END-PERFORM.
           IF WS-CUR-MOD-IDX > ZERO
               MOVE 'Y' TO WS-MOD-LISTED-FLAG(WS-CUR-MOD-IDX)
           END-IF.

       000022-TAKE-LINK-DATE.

      *    "... PRODUCED BY <product> [AT LEVEL nn] ON <date>
      *    [AT hh:mm:ss]" - the date is the word after ON. A module
      *    relinked with IDR update records carries several of these
      *    lines; the newest date/time is its identity.
           MOVE ZERO TO WS-SCAN-TALLY.
           INSPECT WS-SCAN-TEXT TALLYING WS-SCAN-TALLY
               FOR ALL ' ON '.
           IF WS-SCAN-TALLY = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-SCAN-POS.
           INSPECT WS-SCAN-TEXT TALLYING WS-SCAN-POS
               FOR CHARACTERS BEFORE INITIAL 'PRODUCED BY'.
           MOVE ZERO TO WS-SCAN-TALLY.
           INSPECT WS-SCAN-TEXT(WS-SCAN-POS + 1:) TALLYING
               WS-SCAN-TALLY FOR CHARACTERS BEFORE INITIAL ' ON '.
           COMPUTE WS-SCAN-POS = WS-SCAN-POS + WS-SCAN-TALLY + 5.
           IF WS-SCAN-POS > LENGTH OF WS-SCAN-TEXT
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000031-SPLIT-SCAN-TEXT.
           MOVE WS-WORD(1) TO WS-DATE-WORD.
           PERFORM 000032-CONVERT-LINK-DATE.
           IF WS-PARSED-DATE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-PARSED-TIME.
           IF WS-WORD(2) = 'AT'
                   AND WS-WORD(3)(3:1) = ':'
                   AND WS-WORD(3)(6:1) = ':'
               MOVE WS-WORD(3)(1:8) TO WS-PARSED-TIME
           END-IF.
           IF WS-PARSED-DATE > WS-MOD-LINK-DATE(WS-CUR-MOD-IDX)
                   OR (WS-PARSED-DATE =
                           WS-MOD-LINK-DATE(WS-CUR-MOD-IDX)
                       AND WS-PARSED-TIME >
                           WS-MOD-LINK-TIME(WS-CUR-MOD-IDX))
               MOVE WS-PARSED-DATE TO WS-MOD-LINK-DATE(WS-CUR-MOD-IDX)
               MOVE WS-PARSED-TIME TO WS-MOD-LINK-TIME(WS-CUR-MOD-IDX)
           END-IF.

       000023-TAKE-VERSION.

      *    User-data lines read "<csect> <yy/ddd> <IDENTIFY text>";
      *    only the module's own CSECT (its PROGRAM-ID, the member
      *    name) carries the version, as the first word of the text.
           MOVE 1 TO WS-SCAN-POS.
           PERFORM 000031-SPLIT-SCAN-TEXT.
           IF WS-WORD(1) NOT = WS-MODULE-NAME(WS-CUR-MOD-IDX)
               EXIT PARAGRAPH
           END-IF.
           IF WS-WORD(2) = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-WORD(3)(1:16) TO WS-MOD-VERSION(WS-CUR-MOD-IDX).

       000031-SPLIT-SCAN-TEXT.

      *    Splits WS-SCAN-TEXT from position WS-SCAN-POS on.
           MOVE SPACES TO WS-WORD-TABLE.
           IF WS-SCAN-POS > LENGTH OF WS-SCAN-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-SCAN-LEAD.
           INSPECT WS-SCAN-TEXT(WS-SCAN-POS:) TALLYING WS-SCAN-LEAD
               FOR LEADING SPACES.
           COMPUTE WS-SCAN-POS = WS-SCAN-POS + WS-SCAN-LEAD.
           IF WS-SCAN-POS > LENGTH OF WS-SCAN-TEXT
               EXIT PARAGRAPH
           END-IF.
           UNSTRING WS-SCAN-TEXT(WS-SCAN-POS:)
               DELIMITED BY ALL SPACES
               INTO WS-WORD(1) WS-WORD(2) WS-WORD(3)
                    WS-WORD(4) WS-WORD(5) WS-WORD(6)
           END-UNSTRING.

       000032-CONVERT-LINK-DATE.

      *    WS-DATE-WORD in, WS-PARSED-DATE (YYYY-MM-DD) out, spaces
      *    when the word is not a date this program recognises.
           MOVE SPACES TO WS-PARSED-DATE.
           EVALUATE TRUE
               WHEN WS-DATE-WORD(3:1) = '/'
                       AND WS-DATE-WORD(6:1) = '/'
                       AND WS-DATE-WORD(1:2) NUMERIC
                       AND WS-DATE-WORD(4:2) NUMERIC
                       AND WS-DATE-WORD(7:4) NUMERIC
                   STRING WS-DATE-WORD(7:4) '-'
                          WS-DATE-WORD(1:2) '-'
                          WS-DATE-WORD(4:2)
                       DELIMITED SIZE INTO WS-PARSED-DATE
                   END-STRING
               WHEN (WS-DATE-WORD(5:1) = '/'
                       OR WS-DATE-WORD(5:1) = '.')
                       AND WS-DATE-WORD(1:4) NUMERIC
                       AND WS-DATE-WORD(6:3) NUMERIC
                   MOVE WS-DATE-WORD(1:4) TO WS-JUL-YEAR
                   MOVE WS-DATE-WORD(6:3) TO WS-JUL-DAY
                   PERFORM 000033-JULIAN-TO-DATE
               WHEN (WS-DATE-WORD(3:1) = '/'
                       OR WS-DATE-WORD(3:1) = '.')
                       AND WS-DATE-WORD(1:2) NUMERIC
                       AND WS-DATE-WORD(4:3) NUMERIC
                       AND WS-DATE-WORD(7:1) = SPACE
                   MOVE WS-DATE-WORD(1:2) TO WS-JUL-YY
                   IF WS-JUL-YY < 70
                       COMPUTE WS-JUL-YEAR = 2000 + WS-JUL-YY
                   ELSE
                       COMPUTE WS-JUL-YEAR = 1900 + WS-JUL-YY
                   END-IF
                   MOVE WS-DATE-WORD(4:3) TO WS-JUL-DAY
                   PERFORM 000033-JULIAN-TO-DATE
           END-EVALUATE.

       000033-JULIAN-TO-DATE.

           IF WS-JUL-DAY < 1 OR WS-JUL-DAY > 366
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-JUL-MONTH.
           PERFORM 000034-STEP-JULIAN-MONTH
               UNTIL WS-JUL-MONTH > 12.
           IF WS-JUL-MONTH = 99
               MOVE WS-JUL-YEAR TO WS-JUL-DATE-YYYY
               MOVE WS-JUL-DATE TO WS-PARSED-DATE
           END-IF.

       000034-STEP-JULIAN-MONTH.

      *    Takes whole months off the day of the year until it falls
      *    inside one; WS-JUL-MONTH 99 marks the date found.
           MOVE WS-MONTH-DAY(WS-JUL-MONTH) TO WS-JUL-MONTH-DAYS.
           IF WS-JUL-MONTH = 2
               DIVIDE WS-JUL-YEAR BY 4
                   GIVING WS-LEAP-REMAINDER
                   REMAINDER WS-LEAP-REMAINDER
               END-DIVIDE
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 29 TO WS-JUL-MONTH-DAYS
               END-IF
           END-IF.
           IF WS-JUL-DAY <= WS-JUL-MONTH-DAYS
               MOVE WS-JUL-MONTH TO WS-JUL-DATE-MM
               MOVE WS-JUL-DAY   TO WS-JUL-DATE-DD
               MOVE 99 TO WS-JUL-MONTH
           ELSE
               SUBTRACT WS-JUL-MONTH-DAYS FROM WS-JUL-DAY
               ADD 1 TO WS-JUL-MONTH
           END-IF.

       000040-REGISTER-ONE-MODULE.

           MOVE WS-MODULE-NAME(WS-MOD-IDX)         TO MDL-PROGRAM-ID.
           MOVE WS-MOD-LINK-DATE(WS-MOD-IDX)       TO MDL-LINK-DATE.
           MOVE WS-MOD-LINK-TIME(WS-MOD-IDX)       TO MDL-LINK-TIME.
           MOVE WS-MOD-VERSION(WS-MOD-IDX)         TO MDL-VERSION.
           IF NOT WS-MOD-LISTED(WS-MOD-IDX)
               ADD 1 TO WS-MISSING-TOTAL
               MOVE 'Y' TO WS-WARNING-FLAG
               MOVE 'NOT IN THE LISTIDR LISTING' TO MDL-RESULT
               DISPLAY WS-MODULE-LINE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LISTED-TOTAL.
      *    Without a link-edit date there is no identity to compare;
      *    the register is left alone rather than given a guess.
           IF WS-MOD-LINK-DATE(WS-MOD-IDX) = SPACES
               ADD 1 TO WS-MISSING-TOTAL
               MOVE 'Y' TO WS-WARNING-FLAG
               MOVE 'NO LINK-EDIT DATE RECOGNISED' TO MDL-RESULT
               DISPLAY WS-MODULE-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000041-FIND-LATEST-ROW.
           IF WS-LATEST-FOUND
                   AND WS-LATEST-LINK-DATE =
                           WS-MOD-LINK-DATE(WS-MOD-IDX)
                   AND WS-LATEST-LINK-TIME =
                           WS-MOD-LINK-TIME(WS-MOD-IDX)
                   AND WS-LATEST-VERSION =
                           WS-MOD-VERSION(WS-MOD-IDX)
               MOVE 'UNCHANGED' TO MDL-RESULT
               DISPLAY WS-MODULE-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO QQ1DEPL-RECORD.
           MOVE WS-MODULE-NAME(WS-MOD-IDX)   TO DPL-PROGRAM-ID.
           MOVE WS-TIMESTAMP-NOW             TO DPL-DETECTED-TIMESTAMP.
           MOVE WS-MOD-LINK-DATE(WS-MOD-IDX) TO DPL-LINK-DATE.
           MOVE WS-MOD-LINK-TIME(WS-MOD-IDX) TO DPL-LINK-TIME.
           MOVE WS-MOD-VERSION(WS-MOD-IDX)   TO DPL-VERSION.
           MOVE WS-CHANGE-REF                TO DPL-CHANGE-REF.
      *    A module cannot go in before it was linked: a rerun for an
      *    old business date charges a newer module to its link date.
           IF WS-EFFECTIVE-DATE < DPL-LINK-DATE
               MOVE DPL-LINK-DATE     TO DPL-EFFECTIVE-DATE
           ELSE
               MOVE WS-EFFECTIVE-DATE TO DPL-EFFECTIVE-DATE
           END-IF.
           IF WS-LATEST-FOUND
               MOVE 'D'                 TO DPL-ENTRY-TYPE
               MOVE WS-LATEST-LINK-DATE TO DPL-PRIOR-LINK-DATE
               MOVE WS-LATEST-LINK-TIME TO DPL-PRIOR-LINK-TIME
               MOVE WS-LATEST-VERSION   TO DPL-PRIOR-VERSION
           ELSE
               MOVE 'I'                 TO DPL-ENTRY-TYPE
           END-IF.
           MOVE SPACES TO MDL-RESULT.
           IF WS-LATEST-FOUND
               STRING 'DEPLOYED, CHARGED TO ' DELIMITED SIZE
                      DPL-EFFECTIVE-DATE     DELIMITED SIZE
                      INTO MDL-RESULT
               END-STRING
           ELSE
               MOVE 'FIRST SEEN - REGISTERED AS INVENTORY'
                   TO MDL-RESULT
           END-IF.
           WRITE QQ1DEPL-RECORD
           END-WRITE.
           IF WS-DEPL-FILE-STATUS NOT = '00'
               MOVE SPACES TO PBL-TEXT
               STRING 'QQ1DEPL WRITE FAILED, STATUS ' DELIMITED SIZE
                      WS-DEPL-FILE-STATUS DELIMITED SIZE
                      ' FOR ' DELIMITED SIZE
                      WS-MODULE-NAME(WS-MOD-IDX) DELIMITED SIZE
                      INTO PBL-TEXT
               END-STRING
               PERFORM 000080-WRITE-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CHANGED-TOTAL.
           DISPLAY WS-MODULE-LINE.

       000041-FIND-LATEST-ROW.

      *    A program's rows sit together in detected-timestamp order;
      *    the last one read is the identity currently on record.
           MOVE 'N' TO WS-LATEST-FOUND-FLAG.
           MOVE 'N' TO WS-REGISTER-EOF-FLAG.
           MOVE WS-MODULE-NAME(WS-MOD-IDX) TO DPL-PROGRAM-ID.
           MOVE LOW-VALUES TO DPL-DETECTED-TIMESTAMP.
           START QQ1DEPL-FILE KEY >= DPL-KEY
           END-START.
           IF WS-DEPL-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000042-READ-REGISTER-ROW UNTIL WS-REGISTER-EOF.

       000042-READ-REGISTER-ROW.

           READ QQ1DEPL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-REGISTER-EOF-FLAG
           END-READ.
           IF WS-DEPL-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-REGISTER-EOF-FLAG
           END-IF.
           IF WS-REGISTER-EOF
               EXIT PARAGRAPH
           END-IF.
           IF DPL-PROGRAM-ID NOT = WS-MODULE-NAME(WS-MOD-IDX)
               MOVE 'Y' TO WS-REGISTER-EOF-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y'           TO WS-LATEST-FOUND-FLAG.
           MOVE DPL-LINK-DATE TO WS-LATEST-LINK-DATE.
           MOVE DPL-LINK-TIME TO WS-LATEST-LINK-TIME.
           MOVE DPL-VERSION   TO WS-LATEST-VERSION.

       000060-FORMAT-TIMESTAMP-NOW.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE SPACES TO WS-TIMESTAMP-NOW.
           STRING WS-CURR-YYYY DELIMITED SIZE
                  '-'          DELIMITED SIZE
                  WS-CURR-MM   DELIMITED SIZE
                  '-'          DELIMITED SIZE
                  WS-CURR-DD   DELIMITED SIZE
                  'T'          DELIMITED SIZE
                  WS-CURR-HH   DELIMITED SIZE
                  ':'          DELIMITED SIZE
                  WS-CURR-MI   DELIMITED SIZE
                  ':'          DELIMITED SIZE
                  WS-CURR-SS   DELIMITED SIZE
                  '.'          DELIMITED SIZE
                  WS-CURR-CC   DELIMITED SIZE
                  '0000'       DELIMITED SIZE
                  INTO WS-TIMESTAMP-NOW
           END-STRING.

       000080-WRITE-PROBLEM.

           MOVE 'Y' TO WS-PROBLEM-FLAG.
           DISPLAY WS-PROBLEM-LINE.

       000085-LOG-STEP-STATISTICS.

      *    Append this run's QQ1STPS record for the nightly stream's
      *    run control (QQ1B0050). A run without the DD logs nothing.
           OPEN EXTEND QQ1STPS-FILE.
           IF WS-STPS-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO QQ1STPS-RECORD.
           MOVE 'QQ1B0053' TO STP-PROGRAM-ID.
           MOVE RETURN-CODE TO STP-COMPLETION-CODE.
           MOVE 'LISTED  ' TO STP-COUNT-LABEL(1).
           MOVE WS-LISTED-TOTAL TO STP-COUNT-VALUE(1).
           MOVE 'CHANGED ' TO STP-COUNT-LABEL(2).
           MOVE WS-CHANGED-TOTAL TO STP-COUNT-VALUE(2).
           MOVE 'MISSING ' TO STP-COUNT-LABEL(3).
           MOVE WS-MISSING-TOTAL TO STP-COUNT-VALUE(3).
           WRITE QQ1STPS-RECORD.
           CLOSE QQ1STPS-FILE.

       000090-TERMINATE.

           MOVE WS-LISTED-TOTAL  TO SUM-LISTED.
           MOVE WS-CHANGED-TOTAL TO SUM-CHANGED.
           MOVE WS-MISSING-TOTAL TO SUM-MISSING.
           DISPLAY WS-SUMMARY-LINE.
           CLOSE QQ1IDR-FILE.
           CLOSE QQ1DEPL-FILE.
      *
      *   +->   QQ1B0053_DEPLOYMENT_CAPTURE         10/15/2026  00:00
      *   !       Reads the AMBLIST LISTIDR listing of the chain
      *   !       programs and DQQM00A1 in ORTQQ.CICS.LOADLIB and
      *   !       keeps the QQ1DEPL deployment register: a module
      *   !       whose link-edit date/time or IDENTIFY version
      *   !       differs from its latest register row gets a new
      *   !       row, charged to the PARM business date, with the
      *   !       identity it replaced. The first sighting of a
      *   !       module is recorded as inventory, not an install.
      *   !       Runs in the nightly stream and after an install.
      *   !       CC 4 when a module is missing from the listing or
      *   !       has no recognisable date; CC 8 when the listing or
      *   !       QQ1DEPL cannot be opened or written.
      *   +---
