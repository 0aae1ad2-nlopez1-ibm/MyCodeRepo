      *COMPILE1: LANG(COBOL) CMP(DEFAULT) CICS(N) DB2()
      *COMPILE2: MQS(N) DLL(N) IP(N) LDAP(N) EXCI(N) RENT(N)
      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
      ** Cross-dialect token and length lint of the message catalog
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  QQ1B0047.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QQ1MSGT-FILE ASSIGN TO QQ1MSGT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MSGT-KEY
               FILE STATUS IS WS-MSGT-FILE-STATUS.
      *    The same catalog again, read at random for each row's
      *    default-dialect counterpart while QQ1MSGT is browsed.
           SELECT QQ1MSGR-FILE ASSIGN TO QQ1MSGR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REF-KEY
               FILE STATUS IS WS-MSGR-FILE-STATUS.
           SELECT QQ1DIALT-FILE ASSIGN TO QQ1DIALT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DLT-DIALECT-CD
               FILE STATUS IS WS-DIALT-FILE-STATUS.
           SELECT QQ1MREL-FILE ASSIGN TO QQ1MREL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-RELEASE-ID
               FILE STATUS IS WS-MREL-FILE-STATUS.
           SELECT QQ1RPT047-FILE ASSIGN TO QQ1RPTY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QQ1MSGT-FILE.
       COPY QQ1MSGT.
       FD  QQ1MSGR-FILE.
       COPY QQ1MSGT REPLACING QQ1MSGT-RECORD BY QQ1MSGR-RECORD
                              MSGT-KEY BY REF-KEY
                              MSGT-RESOURCE-NAME BY REF-RESOURCE-NAME
                              MSGT-DIALECT-CODE BY REF-DIALECT-CODE
                              MSGT-SEQUENCE-NUM BY REF-SEQUENCE-NUM
                              MSGT-TEXT BY REF-TEXT
                              MSGT-RELEASE-ID BY REF-RELEASE-ID
                              MSGT-EFFECTIVE-FROM
                                  BY REF-EFFECTIVE-FROM
                              MSGT-NEXT-VERSION BY REF-NEXT-VERSION
                              MSGT-NEXT-RELEASE-ID
                                  BY REF-NEXT-RELEASE-ID
                              MSGT-NEXT-EFFECTIVE-FROM
                                  BY REF-NEXT-EFFECTIVE-FROM
                              MSGT-NEXT-TEXT BY REF-NEXT-TEXT.
       FD  QQ1DIALT-FILE.
       COPY QQ1DIALT.
       FD  QQ1MREL-FILE.
       COPY QQ1MREL.
       FD  QQ1RPT047-FILE.
       01  RPT047-LINE                     PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-MSGT-FILE-STATUS             PIC X(2).
       01  WS-MSGR-FILE-STATUS             PIC X(2).
       01  WS-DIALT-FILE-STATUS            PIC X(2).
       01  WS-MREL-FILE-STATUS             PIC X(2).
       01  WS-RPT-FILE-STATUS              PIC X(2).
       01  WS-EOF-FLAG                     PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.
       01  WS-PROBLEM-FLAG                 PIC X(1)    VALUE 'N'.
           88  WS-PROBLEM                              VALUE 'Y'.
       01  WS-MREL-OPEN-FLAG               PIC X(1)    VALUE 'N'.
           88  WS-MREL-OPEN                            VALUE 'Y'.
       01  WS-DEFAULT-DIALECT-CD           PIC X(1)    VALUE SPACE.
      *    Longest value a caller passes in a PARAMETER-VALUE.
      *    IQQ1A031 substitutes up to the first space of the
      *    20-byte field, so 20 is the worst case.
       01  WS-MAX-PARM-LEN                 PIC 9(2)    VALUE 20.
      *    Map fields catalog text is shown in, by resource and
      *    sequence: CQQ1A131 moves the QQ1M13A caption rows into
      *    the QQ1M013 TITLE/LREFID/LTS/LDIAL fields, truncating
      *    anything longer.
       01  WS-SCREEN-FIELD-VALUES.
           05  FILLER                      PIC X(15)   VALUE
               'QQ1M13A 0001019'.
           05  FILLER                      PIC X(15)   VALUE
               'QQ1M13A 0002014'.
           05  FILLER                      PIC X(15)   VALUE
               'QQ1M13A 0003014'.
           05  FILLER                      PIC X(15)   VALUE
               'QQ1M13A 0004014'.
       01  WS-SCREEN-FIELD-TABLE REDEFINES WS-SCREEN-FIELD-VALUES.
           05  WS-SCREEN-FIELD OCCURS 4 TIMES
                   INDEXED BY WS-SCR-IDX.
               10  WS-SCR-RESOURCE-NAME    PIC X(8).
               10  WS-SCR-SEQUENCE-NUM     PIC 9(4).
               10  WS-SCR-WIDTH            PIC 9(3).
       01  WS-TOKEN-DIGITS-TABLE.
           05  FILLER                      PIC X(30)   VALUE
               '1 2 3 4 5 6 7 8 9 101112131415'.
       01  WS-TOKEN-DIGITS REDEFINES WS-TOKEN-DIGITS-TABLE.
           05  WS-TOKEN-DIGIT              PIC X(2) OCCURS 15 TIMES.
      *    The version being linted, and the default-dialect
      *    version that will be in effect alongside it.
       01  WS-CHECK-TEXT                   PIC X(120).
       01  WS-CHECK-RELEASE-ID             PIC X(8).
       01  WS-VERSION-LABEL                PIC X(9).
       01  WS-REF-TEXT                     PIC X(120).
       01  WS-REF-USED-FLAG                PIC X(1).
           88  WS-REF-USED                             VALUE 'Y'.
       01  WS-VERSION-ERROR-FLAG           PIC X(1).
           88  WS-VERSION-ERROR                        VALUE 'Y'.
       01  WS-VERSION-FINDING-FLAG         PIC X(1).
           88  WS-VERSION-FINDING                      VALUE 'Y'.
      *    Occurrences of %1..%15, counted longest match first so
      *    %12 is not also counted as %1 - the order IQQ1A031
      *    substitutes in.
       01  WS-SCAN-TEXT                    PIC X(120).
       01  WS-SCAN-POS                     PIC S9(4)   COMP.
       01  WS-MARKER-NUM                   PIC 9(2).
       01  WS-SCAN-COUNTS.
           05  WS-SCAN-COUNT               PIC 9(3) OCCURS 15 TIMES.
       01  WS-CHECK-COUNTS.
           05  WS-CHECK-COUNT              PIC 9(3) OCCURS 15 TIMES.
       01  WS-REF-COUNTS.
           05  WS-REF-COUNT                PIC 9(3) OCCURS 15 TIMES.
       01  WS-TOKEN-IDX                    PIC S9(4)   COMP.
       01  WS-TEXT-LEN                     PIC S9(4)   COMP.
       01  WS-EXPANDED-LEN                 PIC S9(5)   COMP.
       01  WS-MISSING-TOTAL                PIC S9(4)   COMP.
       01  WS-EXTRA-TOTAL                  PIC S9(4)   COMP.
       01  WS-MISSING-LIST                 PIC X(60).
       01  WS-EXTRA-LIST                   PIC X(60).
       01  WS-MISSING-PTR                  PIC S9(4)   COMP.
       01  WS-EXTRA-PTR                    PIC S9(4)   COMP.
       01  WS-TRIM-TEXT-1                  PIC X(120).
       01  WS-TRIM-TEXT-2                  PIC X(120).
       01  WS-TRIM-POS                     PIC S9(4)   COMP.
       01  WS-TRIM-DONE-FLAG               PIC X(1).
           88  WS-TRIM-DONE                            VALUE 'Y'.
       01  WS-TAB-ASCII                    PIC X(1)    VALUE X'09'.
       01  WS-TAB-EBCDIC                   PIC X(1)    VALUE X'05'.
       01  WS-EDIT-NUM                     PIC ZZ9.
       01  WS-EDIT-NUM-2                   PIC ZZ9.
      *    Errors per release, for the releases' lint verdicts.
       01  WS-LINT-REL-TOTAL               PIC S9(4)   COMP VALUE ZERO.
       01  WS-LINT-REL-OVERFLOW-FLAG       PIC X(1)    VALUE 'N'.
           88  WS-LINT-REL-OVERFLOW                    VALUE 'Y'.
       01  WS-LINT-REL-TABLE.
           05  WS-LINT-REL-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-LRL-IDX.
               10  WS-LRL-RELEASE-ID       PIC X(8).
               10  WS-LRL-ERRORS           PIC 9(5).
       01  WS-LRL-FOUND-FLAG               PIC X(1).
           88  WS-LRL-FOUND                            VALUE 'Y'.
       01  WS-ROWS-READ                    PIC 9(7)    VALUE ZERO.
       01  WS-VERSIONS-LINTED              PIC 9(7)    VALUE ZERO.
       01  WS-ERROR-TOTAL                  PIC 9(7)    VALUE ZERO.
       01  WS-WARNING-TOTAL                PIC 9(7)    VALUE ZERO.
       01  WS-REPORT-HEADING               PIC X(132)  VALUE
               'QQ1B0047 - MESSAGE CATALOG CROSS-DIALECT LINT'.
       01  WS-COLUMN-HEADING.
           05  FILLER                      PIC X(44)   VALUE
               'SEVERITY RESOURCE D SEQ   VERSION    FINDING'.
       01  WS-FINDING-LINE.
           05  FDL-SEVERITY                PIC X(9).
           05  FDL-RESOURCE-NAME           PIC X(8).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  FDL-DIALECT-CODE            PIC X(1).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  FDL-SEQUENCE-NUM            PIC 9(4).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FDL-VERSION                 PIC X(9).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  FDL-FINDING                 PIC X(95).
       01  WS-TEXT-LINE.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  TXL-LABEL                   PIC X(5).
           05  TXL-TEXT                    PIC X(120).
       01  WS-RELEASE-LINE.
           05  FILLER                      PIC X(8)    VALUE
               'RELEASE '.
           05  RLL-RELEASE-ID              PIC X(8).
           05  FILLER                      PIC X(7)    VALUE
               ' LINT: '.
           05  RLL-VERDICT                 PIC X(6).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RLL-ERRORS                  PIC ZZ,ZZ9.
           05  FILLER                      PIC X(7)    VALUE
               ' ERRORS'.
       01  WS-TOTAL-LINE.
           05  FILLER                      PIC X(11)   VALUE
               'ROWS READ: '.
           05  TOT-ROWS                    PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(19)   VALUE
               '  VERSIONS LINTED: '.
           05  TOT-VERSIONS                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10)   VALUE
               '  ERRORS: '.
           05  TOT-ERRORS                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(12)   VALUE
               '  WARNINGS: '.
           05  TOT-WARNINGS                PIC ZZZ,ZZ9.
       01  WS-PROBLEM-LINE.
           05  FILLER                      PIC X(9)    VALUE
               'PROBLEM: '.
           05  PBL-TEXT                    PIC X(80).
       LINKAGE SECTION.
      *    JCL PARM layout (fixed-position, no keywords):
      *      positions  1-2   longest parameter value to assume in
      *                       the overflow check, 01-20 (default 20)
       01  WS-JCL-PARM.
           05  WS-PARM-LEN                 PIC S9(4)   COMP.
           05  WS-PARM-TEXT.
               10  WS-PARM-MAX-PARM-LEN    PIC X(2).
       PROCEDURE DIVISION USING WS-JCL-PARM.
       000000-CONTROL.

      *    Runs as the gate step after every QQ1B0027 import, and
      *    on demand. Every version of every row is linted - the
      *    text in effect and any staged successor: tokens against
      *    the default-dialect version it will be served alongside
      *    (missing, extra or renumbered), the length it reaches
      *    with the longest parameters substituted (against the
      *    120-byte text and any map field it is shown in), and
      *    text differing from the default only in trailing
      *    blanks. Each staged release gets its verdict on
      *    QQ1MREL; QQRL switches on only a release that passed.
      *    CC 8 on any error or a file that cannot be read, CC 4
      *    when there are only warnings.
           PERFORM 000010-INITIALIZE.
           IF NOT WS-PROBLEM
               WRITE RPT047-LINE FROM WS-COLUMN-HEADING
               PERFORM 000020-LINT-ONE-ROW UNTIL WS-EOF
               PERFORM 000070-RECORD-RELEASE-VERDICTS
           END-IF.
           MOVE WS-ROWS-READ       TO TOT-ROWS.
           MOVE WS-VERSIONS-LINTED TO TOT-VERSIONS.
           MOVE WS-ERROR-TOTAL     TO TOT-ERRORS.
           MOVE WS-WARNING-TOTAL   TO TOT-WARNINGS.
           WRITE RPT047-LINE FROM WS-TOTAL-LINE.
           PERFORM 000090-TERMINATE.
           EVALUATE TRUE
               WHEN WS-PROBLEM
               WHEN WS-ERROR-TOTAL > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WARNING-TOTAL > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           STOP RUN.

       000010-INITIALIZE.

           OPEN OUTPUT QQ1RPT047-FILE.
           WRITE RPT047-LINE FROM WS-REPORT-HEADING.
           IF WS-PARM-LEN >= 2
                   AND WS-PARM-MAX-PARM-LEN NUMERIC
               MOVE WS-PARM-MAX-PARM-LEN TO WS-MAX-PARM-LEN
               IF WS-MAX-PARM-LEN < 1 OR WS-MAX-PARM-LEN > 20
                   MOVE 20 TO WS-MAX-PARM-LEN
               END-IF
           END-IF.
           OPEN INPUT QQ1MSGT-FILE.
           OPEN INPUT QQ1MSGR-FILE.
           OPEN INPUT QQ1DIALT-FILE.
           IF WS-MSGT-FILE-STATUS NOT = '00'
                   OR WS-MSGR-FILE-STATUS NOT = '00'
               MOVE 'QQ1MSGT CANNOT BE OPENED' TO PBL-TEXT
               PERFORM 000080-WRITE-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           IF WS-DIALT-FILE-STATUS NOT = '00'
               MOVE 'QQ1DIALT CANNOT BE OPENED' TO PBL-TEXT
               PERFORM 000080-WRITE-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000015-FIND-DEFAULT-DIALECT UNTIL WS-EOF.
           MOVE 'N' TO WS-EOF-FLAG.
           IF WS-DEFAULT-DIALECT-CD = SPACE
               MOVE 'NO DEFAULT DIALECT IN QQ1DIALT - NOTHING TO COMPARE
      -            ' AGAINST' TO PBL-TEXT
               PERFORM 000080-WRITE-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O QQ1MREL-FILE.
           IF WS-MREL-FILE-STATUS = '00'
               MOVE 'Y' TO WS-MREL-OPEN-FLAG
           ELSE
               MOVE 'QQ1MREL CANNOT BE OPENED - NO RELEASE VERDICTS'
                   TO PBL-TEXT
               PERFORM 000080-WRITE-PROBLEM
           END-IF.

       000015-FIND-DEFAULT-DIALECT.

           READ QQ1DIALT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
                   EXIT PARAGRAPH
           END-READ.
           IF DLT-DEFAULT
               MOVE DLT-DIALECT-CD TO WS-DEFAULT-DIALECT-CD
           END-IF.

       000020-LINT-ONE-ROW.

           READ QQ1MSGT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
                   EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-ROWS-READ.
           IF MSGT-EFFECTIVE-FROM NOT = HIGH-VALUES
               MOVE MSGT-TEXT   TO WS-CHECK-TEXT
               MOVE SPACES      TO WS-CHECK-RELEASE-ID
               MOVE 'IN EFFECT' TO WS-VERSION-LABEL
               PERFORM 000030-LINT-ONE-VERSION
           END-IF.
           IF MSGT-NEXT-RELEASE-ID NOT = SPACES
               MOVE MSGT-NEXT-TEXT       TO WS-CHECK-TEXT
               MOVE MSGT-NEXT-RELEASE-ID TO WS-CHECK-RELEASE-ID
               MOVE MSGT-NEXT-RELEASE-ID TO WS-VERSION-LABEL
               PERFORM 000030-LINT-ONE-VERSION
           END-IF.

       000030-LINT-ONE-VERSION.

           ADD 1 TO WS-VERSIONS-LINTED.
           MOVE 'N' TO WS-VERSION-ERROR-FLAG.
           MOVE 'N' TO WS-VERSION-FINDING-FLAG.
           MOVE 'N' TO WS-REF-USED-FLAG.
           MOVE WS-CHECK-TEXT TO WS-SCAN-TEXT.
           PERFORM 000050-COUNT-MARKERS.
           MOVE WS-SCAN-COUNTS TO WS-CHECK-COUNTS.
           PERFORM 000040-CHECK-EXPANDED-LENGTH.
           IF MSGT-DIALECT-CODE NOT = WS-DEFAULT-DIALECT-CD
               PERFORM 000035-COMPARE-WITH-DEFAULT
           END-IF.
           IF WS-VERSION-FINDING
               MOVE 'ROW'         TO TXL-LABEL
               MOVE WS-CHECK-TEXT TO TXL-TEXT
               WRITE RPT047-LINE FROM WS-TEXT-LINE
               IF WS-REF-USED
                   MOVE 'DFLT'      TO TXL-LABEL
                   MOVE WS-REF-TEXT TO TXL-TEXT
                   WRITE RPT047-LINE FROM WS-TEXT-LINE
               END-IF
           END-IF.
           IF WS-VERSION-ERROR AND WS-CHECK-RELEASE-ID NOT = SPACES
               PERFORM 000065-COUNT-RELEASE-ERROR
           END-IF.

       000035-COMPARE-WITH-DEFAULT.

      *    The default version served alongside: the same
      *    release's staged default text when it has one, else
      *    the default row's text in effect.
           MOVE MSGT-RESOURCE-NAME    TO REF-RESOURCE-NAME.
           MOVE WS-DEFAULT-DIALECT-CD TO REF-DIALECT-CODE.
           MOVE MSGT-SEQUENCE-NUM     TO REF-SEQUENCE-NUM.
           READ QQ1MSGR-FILE
               INVALID KEY
                   MOVE 'NO DEFAULT-DIALECT ROW TO COMPARE WITH'
                       TO FDL-FINDING
                   PERFORM 000061-WRITE-WARNING
                   EXIT PARAGRAPH
           END-READ.
           EVALUATE TRUE
               WHEN WS-CHECK-RELEASE-ID NOT = SPACES
                       AND REF-NEXT-RELEASE-ID = WS-CHECK-RELEASE-ID
                   MOVE REF-NEXT-TEXT TO WS-REF-TEXT
               WHEN REF-EFFECTIVE-FROM = HIGH-VALUES
                   MOVE 'DEFAULT-DIALECT ROW HAS NO TEXT IN EFFECT'
                       TO FDL-FINDING
                   PERFORM 000061-WRITE-WARNING
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE REF-TEXT TO WS-REF-TEXT
           END-EVALUATE.
           MOVE 'Y' TO WS-REF-USED-FLAG.
           MOVE WS-REF-TEXT TO WS-SCAN-TEXT.
           PERFORM 000050-COUNT-MARKERS.
           MOVE WS-SCAN-COUNTS TO WS-REF-COUNTS.
           PERFORM 000036-COMPARE-TOKENS.
           IF WS-CHECK-TEXT NOT = WS-REF-TEXT
               PERFORM 000038-CHECK-TRAILING-BLANKS
           END-IF.

       000036-COMPARE-TOKENS.

      *    A token only one side uses is missing or extra; as many
      *    missing as extra is one renumbering, reported as such
      *    so the translator is not sent after two faults.
           MOVE ZERO   TO WS-MISSING-TOTAL WS-EXTRA-TOTAL.
           MOVE SPACES TO WS-MISSING-LIST WS-EXTRA-LIST.
           MOVE 1      TO WS-MISSING-PTR WS-EXTRA-PTR.
           PERFORM 000037-COMPARE-ONE-TOKEN
               VARYING WS-TOKEN-IDX FROM 1 BY 1
               UNTIL WS-TOKEN-IDX > 15.
           IF WS-MISSING-TOTAL = ZERO AND WS-EXTRA-TOTAL = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FDL-FINDING.
           EVALUATE TRUE
               WHEN WS-MISSING-TOTAL = WS-EXTRA-TOTAL
                   STRING 'TOKENS RENUMBERED: DEFAULT '
                                          DELIMITED SIZE
                          WS-MISSING-LIST DELIMITED '  '
                          ' -> ROW '      DELIMITED SIZE
                          WS-EXTRA-LIST   DELIMITED '  '
                          INTO FDL-FINDING
                   END-STRING
                   PERFORM 000060-WRITE-ERROR
               WHEN OTHER
                   IF WS-MISSING-TOTAL > ZERO
                       STRING 'TOKENS MISSING: ' DELIMITED SIZE
                              WS-MISSING-LIST    DELIMITED '  '
                              INTO FDL-FINDING
                       END-STRING
                       PERFORM 000060-WRITE-ERROR
                   END-IF
                   IF WS-EXTRA-TOTAL > ZERO
                       MOVE SPACES TO FDL-FINDING
                       STRING 'TOKENS EXTRA, NO PARAMETER FOR THEM: '
                                              DELIMITED SIZE
                              WS-EXTRA-LIST   DELIMITED '  '
                              INTO FDL-FINDING
                       END-STRING
                       PERFORM 000060-WRITE-ERROR
                   END-IF
           END-EVALUATE.

       000037-COMPARE-ONE-TOKEN.

           IF WS-REF-COUNT(WS-TOKEN-IDX) > ZERO
                   AND WS-CHECK-COUNT(WS-TOKEN-IDX) = ZERO
               ADD 1 TO WS-MISSING-TOTAL
               STRING '%' DELIMITED SIZE
                      WS-TOKEN-DIGIT(WS-TOKEN-IDX) DELIMITED SPACE
                      ' ' DELIMITED SIZE
                      INTO WS-MISSING-LIST
                      WITH POINTER WS-MISSING-PTR
               END-STRING
           END-IF.
           IF WS-CHECK-COUNT(WS-TOKEN-IDX) > ZERO
                   AND WS-REF-COUNT(WS-TOKEN-IDX) = ZERO
               ADD 1 TO WS-EXTRA-TOTAL
               STRING '%' DELIMITED SIZE
                      WS-TOKEN-DIGIT(WS-TOKEN-IDX) DELIMITED SPACE
                      ' ' DELIMITED SIZE
                      INTO WS-EXTRA-LIST
                      WITH POINTER WS-EXTRA-PTR
               END-STRING
           END-IF.

       000038-CHECK-TRAILING-BLANKS.

      *    Space, low-value or tab padding left by a translation
      *    tool: invisible on the screen, but it makes the row
      *    look changed when it is not.
           MOVE WS-CHECK-TEXT TO WS-TRIM-TEXT-1.
           MOVE WS-TRIM-TEXT-1 TO WS-SCAN-TEXT.
           PERFORM 000039-BLANK-TRAILING-PADDING.
           MOVE WS-SCAN-TEXT TO WS-TRIM-TEXT-1.
           MOVE WS-REF-TEXT TO WS-SCAN-TEXT.
           PERFORM 000039-BLANK-TRAILING-PADDING.
           MOVE WS-SCAN-TEXT TO WS-TRIM-TEXT-2.
           IF WS-TRIM-TEXT-1 = WS-TRIM-TEXT-2
               MOVE 'DIFFERS FROM DEFAULT ONLY IN TRAILING BLANKS'
                   TO FDL-FINDING
               PERFORM 000061-WRITE-WARNING
           END-IF.

       000039-BLANK-TRAILING-PADDING.

           MOVE 'N' TO WS-TRIM-DONE-FLAG.
           PERFORM VARYING WS-TRIM-POS FROM 120 BY -1
                   UNTIL WS-TRIM-POS < 1 OR WS-TRIM-DONE
               IF WS-SCAN-TEXT(WS-TRIM-POS:1) = SPACE
                       OR WS-SCAN-TEXT(WS-TRIM-POS:1) = LOW-VALUE
                       OR WS-SCAN-TEXT(WS-TRIM-POS:1) = WS-TAB-ASCII
                       OR WS-SCAN-TEXT(WS-TRIM-POS:1) = WS-TAB-EBCDIC
                   MOVE SPACE TO WS-SCAN-TEXT(WS-TRIM-POS:1)
               ELSE
                   MOVE 'Y' TO WS-TRIM-DONE-FLAG
               END-IF
           END-PERFORM.

       000040-CHECK-EXPANDED-LENGTH.

      *    Length with every token replaced by the longest value
      *    a parameter can carry. IQQ1A031 drops whatever runs
      *    past byte 120, and the map field shows even less.
           MOVE ZERO TO WS-TEXT-LEN.
           PERFORM VARYING WS-TRIM-POS FROM 120 BY -1
                   UNTIL WS-TRIM-POS < 1 OR WS-TEXT-LEN > ZERO
               IF WS-CHECK-TEXT(WS-TRIM-POS:1) NOT = SPACE
                   MOVE WS-TRIM-POS TO WS-TEXT-LEN
               END-IF
           END-PERFORM.
           MOVE WS-TEXT-LEN TO WS-EXPANDED-LEN.
           PERFORM 000041-ADD-ONE-TOKEN-LENGTH
               VARYING WS-TOKEN-IDX FROM 1 BY 1
               UNTIL WS-TOKEN-IDX > 15.
           IF WS-EXPANDED-LEN > 120
               MOVE WS-EXPANDED-LEN TO WS-EDIT-NUM
               MOVE SPACES TO FDL-FINDING
               STRING 'OVERFLOWS 120 BYTES WITH LONGEST PARAMETERS ('
                                     DELIMITED SIZE
                      WS-EDIT-NUM    DELIMITED SIZE
                      ')'            DELIMITED SIZE
                      INTO FDL-FINDING
               END-STRING
               PERFORM 000060-WRITE-ERROR
           END-IF.
           SET WS-SCR-IDX TO 1.
           SEARCH WS-SCREEN-FIELD
               AT END
                   CONTINUE
               WHEN WS-SCR-RESOURCE-NAME(WS-SCR-IDX)
                       = MSGT-RESOURCE-NAME
                   AND WS-SCR-SEQUENCE-NUM(WS-SCR-IDX)
                       = MSGT-SEQUENCE-NUM
                   IF WS-EXPANDED-LEN > WS-SCR-WIDTH(WS-SCR-IDX)
                       MOVE WS-EXPANDED-LEN TO WS-EDIT-NUM
                       MOVE WS-SCR-WIDTH(WS-SCR-IDX)
                           TO WS-EDIT-NUM-2
                       MOVE SPACES TO FDL-FINDING
                       STRING 'OVERFLOWS '   DELIMITED SIZE
                              MSGT-RESOURCE-NAME
                                             DELIMITED SPACE
                              ' SCREEN FIELD OF ' DELIMITED SIZE
                              WS-EDIT-NUM-2  DELIMITED SIZE
                              ' (' DELIMITED SIZE
                              WS-EDIT-NUM    DELIMITED SIZE
                              ')'            DELIMITED SIZE
                              INTO FDL-FINDING
                       END-STRING
                       PERFORM 000060-WRITE-ERROR
                   END-IF
           END-SEARCH.

       000041-ADD-ONE-TOKEN-LENGTH.

           IF WS-TOKEN-IDX < 10
               COMPUTE WS-EXPANDED-LEN = WS-EXPANDED-LEN
                   + WS-CHECK-COUNT(WS-TOKEN-IDX)
                     * (WS-MAX-PARM-LEN - 2)
           ELSE
               COMPUTE WS-EXPANDED-LEN = WS-EXPANDED-LEN
                   + WS-CHECK-COUNT(WS-TOKEN-IDX)
                     * (WS-MAX-PARM-LEN - 3)
           END-IF.

       000050-COUNT-MARKERS.

      *    Count the %1..%15 markers in WS-SCAN-TEXT into
      *    WS-SCAN-COUNTS, as QQ1B0027 maps them on import.
           MOVE ZERO TO WS-SCAN-COUNTS.
           MOVE 1 TO WS-SCAN-POS.
           PERFORM 000051-SCAN-ONE-POSITION
               UNTIL WS-SCAN-POS > 119.

       000051-SCAN-ONE-POSITION.

           IF WS-SCAN-TEXT(WS-SCAN-POS:1) NOT = '%'
               ADD 1 TO WS-SCAN-POS
               EXIT PARAGRAPH
           END-IF.
           IF WS-SCAN-POS <= 118
                   AND WS-SCAN-TEXT(WS-SCAN-POS + 1:2) NUMERIC
               MOVE WS-SCAN-TEXT(WS-SCAN-POS + 1:2)
                   TO WS-MARKER-NUM
               IF WS-MARKER-NUM >= 10 AND WS-MARKER-NUM <= 15
                   ADD 1 TO WS-SCAN-COUNT(WS-MARKER-NUM)
                   ADD 3 TO WS-SCAN-POS
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-SCAN-TEXT(WS-SCAN-POS + 1:1) >= '1'
                   AND WS-SCAN-TEXT(WS-SCAN-POS + 1:1) <= '9'
               MOVE WS-SCAN-TEXT(WS-SCAN-POS + 1:1)
                   TO WS-MARKER-NUM(2:1)
               MOVE '0' TO WS-MARKER-NUM(1:1)
               ADD 1 TO WS-SCAN-COUNT(WS-MARKER-NUM)
               ADD 2 TO WS-SCAN-POS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SCAN-POS.

       000060-WRITE-ERROR.

           ADD 1 TO WS-ERROR-TOTAL.
           MOVE 'Y' TO WS-VERSION-ERROR-FLAG.
           MOVE 'ERROR' TO FDL-SEVERITY.
           PERFORM 000062-WRITE-FINDING.

       000061-WRITE-WARNING.

           ADD 1 TO WS-WARNING-TOTAL.
           MOVE 'WARNING' TO FDL-SEVERITY.
           PERFORM 000062-WRITE-FINDING.

       000062-WRITE-FINDING.

           MOVE 'Y' TO WS-VERSION-FINDING-FLAG.
           MOVE MSGT-RESOURCE-NAME TO FDL-RESOURCE-NAME.
           MOVE MSGT-DIALECT-CODE  TO FDL-DIALECT-CODE.
           MOVE MSGT-SEQUENCE-NUM  TO FDL-SEQUENCE-NUM.
           MOVE WS-VERSION-LABEL   TO FDL-VERSION.
           WRITE RPT047-LINE FROM WS-FINDING-LINE.

       000065-COUNT-RELEASE-ERROR.

           MOVE 'N' TO WS-LRL-FOUND-FLAG.
           SET WS-LRL-IDX TO 1.
           SEARCH WS-LINT-REL-ENTRY
               WHEN WS-LRL-IDX > WS-LINT-REL-TOTAL
                   CONTINUE
               WHEN WS-LRL-RELEASE-ID(WS-LRL-IDX)
                       = WS-CHECK-RELEASE-ID
                   MOVE 'Y' TO WS-LRL-FOUND-FLAG
                   ADD 1 TO WS-LRL-ERRORS(WS-LRL-IDX)
           END-SEARCH.
           IF WS-LRL-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WS-LINT-REL-TOTAL >= 500
               MOVE 'Y' TO WS-LINT-REL-OVERFLOW-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LINT-REL-TOTAL.
           MOVE WS-CHECK-RELEASE-ID
               TO WS-LRL-RELEASE-ID(WS-LINT-REL-TOTAL).
           MOVE 1 TO WS-LRL-ERRORS(WS-LINT-REL-TOTAL).

       000070-RECORD-RELEASE-VERDICTS.

      *    Every staged release gets this run's verdict. Past the
      *    table cap a failed release could be passed unseen, so
      *    then every staged release is failed instead.
           IF NOT WS-MREL-OPEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-LINT-REL-OVERFLOW
               MOVE 'OVER 500 RELEASES WITH ERRORS - ALL STAGED RELEASES
      -            ' FAILED' TO PBL-TEXT
               PERFORM 000080-WRITE-PROBLEM
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO REL-RELEASE-ID.
           START QQ1MREL-FILE KEY IS NOT LESS THAN REL-RELEASE-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM 000071-RECORD-ONE-VERDICT UNTIL WS-EOF.

       000071-RECORD-ONE-VERDICT.

           READ QQ1MREL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
                   EXIT PARAGRAPH
           END-READ.
           IF NOT REL-STATUS-STAGED
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO REL-LINT-ERRORS.
           SET WS-LRL-IDX TO 1.
           SEARCH WS-LINT-REL-ENTRY
               WHEN WS-LRL-IDX > WS-LINT-REL-TOTAL
                   CONTINUE
               WHEN WS-LRL-RELEASE-ID(WS-LRL-IDX) = REL-RELEASE-ID
                   MOVE WS-LRL-ERRORS(WS-LRL-IDX) TO REL-LINT-ERRORS
           END-SEARCH.
           IF REL-LINT-ERRORS = ZERO AND NOT WS-LINT-REL-OVERFLOW
               MOVE 'P' TO REL-LINT-STATUS
               MOVE 'PASSED' TO RLL-VERDICT
           ELSE
               MOVE 'F' TO REL-LINT-STATUS
               MOVE 'FAILED' TO RLL-VERDICT
           END-IF.
           MOVE REL-RELEASE-ID  TO RLL-RELEASE-ID.
           MOVE REL-LINT-ERRORS TO RLL-ERRORS.
           REWRITE QQ1MREL-RECORD
               INVALID KEY
                   MOVE 'QQ1MREL REWRITE FAILED' TO PBL-TEXT
                   PERFORM 000080-WRITE-PROBLEM
                   EXIT PARAGRAPH
           END-REWRITE.
           WRITE RPT047-LINE FROM WS-RELEASE-LINE.

       000080-WRITE-PROBLEM.

           MOVE 'Y' TO WS-PROBLEM-FLAG.
           WRITE RPT047-LINE FROM WS-PROBLEM-LINE.

       000090-TERMINATE.

           CLOSE QQ1MSGT-FILE.
           CLOSE QQ1MSGR-FILE.
           CLOSE QQ1DIALT-FILE.
           IF WS-MREL-OPEN
               CLOSE QQ1MREL-FILE
           END-IF.
           CLOSE QQ1RPT047-FILE.
      *
      *   +->   QQ1B0047_CATALOG_DIALECT_LINT       10/15/2026  00:00
      *   !       Gate step after every QQ1B0027 import. Compares
      *   !       every non-default-dialect QQ1MSGT version (text in
      *   !       effect and staged) with the default-dialect version
      *   !       served alongside it: missing, extra or renumbered
      *   !       %1..%15 tokens, and text differing only in trailing
      *   !       blanks. Flags any version that overflows the 120
      *   !       bytes, or the QQ1M13A map field it is shown in,
      *   !       once the longest parameters are substituted.
      *   !       Records each staged release's verdict on QQ1MREL
      *   !       for QQRL. CC 8 on errors, CC 4 on warnings only.
      *   +---
