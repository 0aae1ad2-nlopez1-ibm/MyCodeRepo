      *COMPILE1: LANG(COBOL) CMP(DEFAULT) CICS(N) DB2()
      *COMPILE2: MQS(N) DLL(N) IP(N) LDAP(N) EXCI(N) RENT(N)
      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
      ** Role table listing: who may use which screen functions
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  QQ1B0043.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QQ1ROLE-FILE ASSIGN TO QQ1ROLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ROL-KEY
               FILE STATUS IS WS-ROLE-FILE-STATUS.
           SELECT QQ1RPT043-FILE ASSIGN TO QQ1RPTU
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QQ1ROLE-FILE.
       COPY QQ1ROLE.
       FD  QQ1RPT043-FILE.
       01  RPT043-LINE                     PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-ROLE-FILE-STATUS             PIC X(2).
       01  WS-RPT-FILE-STATUS              PIC X(2).
       01  WS-EOF-FLAG                     PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.
       01  WS-USABLE-FLAG                  PIC X(1)    VALUE 'Y'.
           88  WS-USABLE                               VALUE 'Y'.
      *    The whole table is held: groups sort ahead of users ('G'
      *    before 'U'), so every group row is in hand before the
      *    first user row that names it is expanded.
       01  WS-ROW-MAX                      PIC S9(4)   COMP VALUE 500.
       01  WS-ROW-TOTAL                    PIC S9(4)   COMP VALUE ZERO.
       01  WS-ROW-IDX                      PIC S9(4)   COMP.
       01  WS-GROUP-IDX                    PIC S9(4)   COMP.
       01  WS-ROLE-IDX                     PIC S9(4)   COMP.
       01  WS-ROW-TABLE.
           05  WS-ROW-ENTRY OCCURS 500 TIMES.
               10  WS-ROW-TYPE             PIC X(1).
               10  WS-ROW-ID               PIC X(8).
               10  WS-ROW-ROLES            PIC X(5).
               10  WS-ROW-GROUP            PIC X(8).
      *            Own roles and the group's together, as letters.
               10  WS-ROW-EFFECTIVE        PIC X(5).
       01  WS-ROLE-LETTERS                 PIC X(5)    VALUE 'OATSV'.
       01  FILLER REDEFINES WS-ROLE-LETTERS.
           05  WS-ROLE-LETTER              PIC X(1)    OCCURS 5 TIMES.
      *    What each role allows, for the holder lists.
       01  WS-ROLE-TEXT-VALUES.
           05  FILLER                      PIC X(66)   VALUE
               'OPERATOR   - QQOP, QQM3, QQMQ, QQMB, QQAN, QQOB, QQBK'.
           05  FILLER                      PIC X(66)   VALUE
               'APPROVER   - QQAP APPROVE/REJECT CONTROL-PANEL CHANGES'.
           05  FILLER                      PIC X(66)   VALUE
               'TRANSLATOR - QQM1 MESSAGE CATALOG ADD/UPDATE/DELETE'.
           05  FILLER                      PIC X(66)   VALUE
               'SLA-OWNER  - QQM2 SLA LIMIT CHANGES, QQMB, QQAN'.
           05  FILLER                      PIC X(66)   VALUE
               'VIEWER     - LOOK ONLY, NO CHANGE FUNCTIONS'.
       01  FILLER REDEFINES WS-ROLE-TEXT-VALUES.
           05  WS-ROLE-TEXT                PIC X(66)   OCCURS 5 TIMES.
       01  WS-HOLDER-COUNT                 PIC 9(5).
       01  WS-GROUP-FOUND-FLAG             PIC X(1).
           88  WS-GROUP-FOUND                          VALUE 'Y'.
       01  WS-UNDEFINED-GROUP-TOTAL        PIC 9(5)    VALUE ZERO.
       01  WS-NO-ROLE-TOTAL                PIC 9(5)    VALUE ZERO.
       01  WS-USER-TOTAL                   PIC 9(5)    VALUE ZERO.
       01  WS-GROUP-TOTAL                  PIC 9(5)    VALUE ZERO.
       01  WS-RUN-DATE                     PIC 9(8).
       01  WS-REPORT-HEADING.
           05  FILLER                      PIC X(50)   VALUE
               'QQ1B0043 - FUNCTION ROLE TABLE LISTING'.
           05  FILLER                      PIC X(9)    VALUE
               'RUN DATE '.
           05  HDG-RUN-DATE                PIC 9(8).
       01  WS-TABLE-HEADING.
           05  FILLER                      PIC X(24)   VALUE
               'TYPE ID       O A T S V '.
           05  FILLER                      PIC X(40)   VALUE
               'GROUP    DESCRIPTION'.
           05  FILLER                      PIC X(30)   VALUE
               'GRANTED  DATE       NOTE'.
       01  WS-TABLE-LINE.
           05  TBL-TYPE                    PIC X(4).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  TBL-ID                      PIC X(8).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  TBL-FLAG OCCURS 5 TIMES.
               10  TBL-FLAG-VALUE          PIC X(1).
               10  FILLER                  PIC X(1).
           05  TBL-GROUP                   PIC X(8).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  TBL-DESCRIPTION             PIC X(30).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  TBL-GRANTED-BY              PIC X(8).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  TBL-GRANTED-DATE            PIC X(10).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  TBL-NOTE                    PIC X(30).
       01  WS-HOLDER-HEADING.
           05  FILLER                      PIC X(6)    VALUE SPACES.
           05  HLH-TEXT                    PIC X(66).
       01  WS-HOLDER-LINE.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  HLD-USERID                  PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  HLD-SOURCE                  PIC X(20).
       01  WS-NO-HOLDER-LINE               PIC X(132)  VALUE
               '          (NOBODY)'.
       01  WS-SUMMARY-LINE.
           05  FILLER                      PIC X(13)   VALUE
               'USER ROWS:   '.
           05  SUM-USERS                   PIC ZZ,ZZ9.
           05  FILLER                      PIC X(16)   VALUE
               '   GROUP ROWS:  '.
           05  SUM-GROUPS                  PIC ZZ,ZZ9.
           05  FILLER                      PIC X(21)   VALUE
               '   UNDEFINED GROUPS: '.
           05  SUM-UNDEFINED               PIC ZZ,ZZ9.
           05  FILLER                      PIC X(17)   VALUE
               '   ROWS NO ROLE: '.
           05  SUM-NO-ROLE                 PIC ZZ,ZZ9.
       01  WS-BLANK-LINE                   PIC X(132)  VALUE SPACES.
       PROCEDURE DIVISION.
       000000-CONTROL.

      *    The evidence for "only named people can change SLA limits
      *    or approve control-panel changes": every QQ1ROLE row as
      *    held, then per role the userids that hold it and whether
      *    directly or through their group. CC 4 when a user row
      *    names a group with no group row (it grants nothing), CC 8
      *    when the table cannot be read.
           PERFORM 000010-INITIALIZE.
           IF WS-USABLE
               PERFORM 000020-LOAD-ROLE-ROW UNTIL WS-EOF
               PERFORM 000030-LIST-TABLE
               PERFORM 000040-LIST-HOLDERS
               PERFORM 000060-WRITE-SUMMARY
           END-IF.
           PERFORM 000090-TERMINATE.
           IF NOT WS-USABLE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-UNDEFINED-GROUP-TOTAL > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       000010-INITIALIZE.

           OPEN OUTPUT QQ1RPT043-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           WRITE RPT043-LINE FROM WS-REPORT-HEADING.
           WRITE RPT043-LINE FROM WS-BLANK-LINE.
           OPEN INPUT QQ1ROLE-FILE.
           IF WS-ROLE-FILE-STATUS NOT = '00'
               MOVE 'N' TO WS-USABLE-FLAG
               MOVE 'QQ1ROLE CANNOT BE OPENED - NO LISTING'
                   TO RPT043-LINE
               WRITE RPT043-LINE
           END-IF.

       000020-LOAD-ROLE-ROW.

           READ QQ1ROLE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
           IF WS-EOF
               EXIT PARAGRAPH
           END-IF.
           IF WS-ROW-TOTAL >= WS-ROW-MAX
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 'MORE THAN 500 ROLE ROWS - LISTING INCOMPLETE'
                   TO RPT043-LINE
               WRITE RPT043-LINE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ROW-TOTAL.
           MOVE ROL-ENTRY-TYPE TO WS-ROW-TYPE(WS-ROW-TOTAL).
           MOVE ROL-SUBJECT-ID TO WS-ROW-ID(WS-ROW-TOTAL).
           MOVE ROL-ROLES      TO WS-ROW-ROLES(WS-ROW-TOTAL).
           MOVE ROL-GROUP      TO WS-ROW-GROUP(WS-ROW-TOTAL).
           MOVE SPACES         TO WS-ROW-EFFECTIVE(WS-ROW-TOTAL).
           MOVE WS-ROW-TOTAL   TO WS-ROW-IDX.
           PERFORM 000021-ADD-ROLE-LETTERS.
           MOVE SPACES TO TBL-NOTE.
           IF ROL-TYPE-USER
               ADD 1 TO WS-USER-TOTAL
               PERFORM 000022-ADD-GROUP-ROLES
           ELSE
               ADD 1 TO WS-GROUP-TOTAL
           END-IF.
           IF WS-ROW-EFFECTIVE(WS-ROW-TOTAL) = SPACES
               ADD 1 TO WS-NO-ROLE-TOTAL
               MOVE 'HOLDS NO ROLE' TO TBL-NOTE
           END-IF.
           PERFORM 000023-FORMAT-TABLE-LINE.

       000021-ADD-ROLE-LETTERS.

      *    ROL-ROLE-FLAG positions in, letters into WS-ROW-IDX's
      *    effective roles.
           PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                   UNTIL WS-ROLE-IDX > 5
               IF ROL-ROLE-FLAG(WS-ROLE-IDX) = 'Y'
                   MOVE WS-ROLE-LETTER(WS-ROLE-IDX)
                       TO WS-ROW-EFFECTIVE(WS-ROW-IDX)(WS-ROLE-IDX:1)
               END-IF
           END-PERFORM.

       000022-ADD-GROUP-ROLES.

           IF ROL-GROUP = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-GROUP-FOUND-FLAG.
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX >= WS-ROW-TOTAL
                      OR WS-GROUP-FOUND
               IF WS-ROW-TYPE(WS-GROUP-IDX) = 'G'
                       AND WS-ROW-ID(WS-GROUP-IDX) = ROL-GROUP
                   MOVE 'Y' TO WS-GROUP-FOUND-FLAG
                   PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                           UNTIL WS-ROLE-IDX > 5
                       IF WS-ROW-ROLES(WS-GROUP-IDX)(WS-ROLE-IDX:1)
                               = 'Y'
                           MOVE WS-ROLE-LETTER(WS-ROLE-IDX)
                             TO WS-ROW-EFFECTIVE(WS-ROW-TOTAL)
                                (WS-ROLE-IDX:1)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-GROUP-FOUND
               ADD 1 TO WS-UNDEFINED-GROUP-TOTAL
               MOVE 'GROUP NOT DEFINED - NO EFFECT' TO TBL-NOTE
           END-IF.

       000023-FORMAT-TABLE-LINE.

      *    Table lines are printed as the rows load, under a
      *    heading written ahead of the first one.
           IF ROL-TYPE-USER
               MOVE 'USER' TO TBL-TYPE
           ELSE
               MOVE 'GRP ' TO TBL-TYPE
           END-IF.
           MOVE ROL-SUBJECT-ID TO TBL-ID.
           PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                   UNTIL WS-ROLE-IDX > 5
               IF ROL-ROLE-FLAG(WS-ROLE-IDX) = 'Y'
                   MOVE 'Y' TO TBL-FLAG-VALUE(WS-ROLE-IDX)
               ELSE
                   MOVE '.' TO TBL-FLAG-VALUE(WS-ROLE-IDX)
               END-IF
           END-PERFORM.
           MOVE ROL-GROUP        TO TBL-GROUP.
           MOVE ROL-DESCRIPTION  TO TBL-DESCRIPTION.
           MOVE ROL-GRANTED-BY   TO TBL-GRANTED-BY.
           MOVE ROL-GRANTED-DATE TO TBL-GRANTED-DATE.
           IF WS-ROW-TOTAL = 1
               WRITE RPT043-LINE FROM WS-TABLE-HEADING
           END-IF.
           WRITE RPT043-LINE FROM WS-TABLE-LINE.

       000030-LIST-TABLE.

           IF WS-ROW-TOTAL = ZERO
               MOVE 'QQ1ROLE IS EMPTY - NOBODY MAY CHANGE ANYTHING'
                   TO RPT043-LINE
               WRITE RPT043-LINE
           END-IF.
           WRITE RPT043-LINE FROM WS-BLANK-LINE.

       000040-LIST-HOLDERS.

           PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                   UNTIL WS-ROLE-IDX > 5
               PERFORM 000041-LIST-ONE-ROLE
           END-PERFORM.

       000041-LIST-ONE-ROLE.

           MOVE WS-ROLE-TEXT(WS-ROLE-IDX) TO HLH-TEXT.
           WRITE RPT043-LINE FROM WS-HOLDER-HEADING.
           MOVE ZERO TO WS-HOLDER-COUNT.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-TOTAL
               IF WS-ROW-TYPE(WS-ROW-IDX) = 'U'
                       AND WS-ROW-EFFECTIVE(WS-ROW-IDX)
                           (WS-ROLE-IDX:1) NOT = SPACE
                   ADD 1 TO WS-HOLDER-COUNT
                   MOVE WS-ROW-ID(WS-ROW-IDX) TO HLD-USERID
                   IF WS-ROW-ROLES(WS-ROW-IDX)(WS-ROLE-IDX:1) = 'Y'
                       MOVE 'DIRECT' TO HLD-SOURCE
                   ELSE
                       MOVE SPACES TO HLD-SOURCE
                       STRING 'VIA GROUP ' DELIMITED SIZE
                              WS-ROW-GROUP(WS-ROW-IDX)
                                          DELIMITED SPACE
                              INTO HLD-SOURCE
                       END-STRING
                   END-IF
                   WRITE RPT043-LINE FROM WS-HOLDER-LINE
               END-IF
           END-PERFORM.
           IF WS-HOLDER-COUNT = ZERO
               WRITE RPT043-LINE FROM WS-NO-HOLDER-LINE
           END-IF.
           WRITE RPT043-LINE FROM WS-BLANK-LINE.

       000060-WRITE-SUMMARY.

           MOVE WS-USER-TOTAL            TO SUM-USERS.
           MOVE WS-GROUP-TOTAL           TO SUM-GROUPS.
           MOVE WS-UNDEFINED-GROUP-TOTAL TO SUM-UNDEFINED.
           MOVE WS-NO-ROLE-TOTAL         TO SUM-NO-ROLE.
           WRITE RPT043-LINE FROM WS-SUMMARY-LINE.

       000090-TERMINATE.

           IF WS-USABLE
               CLOSE QQ1ROLE-FILE
           END-IF.
           CLOSE QQ1RPT043-FILE.
      *
      *   +->   QQ1B0043_ROLE_TABLE_LISTING         10/15/2026  00:00
      *   !       Batch report. Lists every QQ1ROLE row (user and
      *   !       group, role flags, group named, who granted it and
      *   !       when), then for each role the userids holding it,
      *   !       directly or through their role group, beside what
      *   !       the role allows on the screens. Flags user rows
      *   !       naming an undefined group (CC 4) and rows that
      *   !       hold no role.
      *   +---
