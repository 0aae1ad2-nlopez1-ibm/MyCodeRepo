      *COMPILE1: LANG(COBOL) CMP(DEFAULT) CICS(Y) DB2(N)
      *COMPILE2: MQS(N) DLL(N) IP(N) LDAP(N) EXCI(N) RENT(N)
      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
      ** Function-key role check against the QQ1ROLE table
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  QQ1C0094.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY QQ1ROLE.
       COPY QQ1SECV.
       COPY QQ1AUTH.
       01  WS-ROLE-RESP                PIC S9(8)   COMP.
       01  WS-SECV-RESP                PIC S9(8)   COMP.
      *    Role letters in ROL-ROLE-FLAG order, and the names used
      *    for them in the refusal message.
       01  WS-ROLE-LETTERS             PIC X(5)    VALUE 'OATSV'.
       01  FILLER REDEFINES WS-ROLE-LETTERS.
           05  WS-ROLE-LETTER          PIC X(1)    OCCURS 5 TIMES.
       01  WS-ROLE-NAME-VALUES.
           05  FILLER                  PIC X(10)   VALUE 'OPERATOR'.
           05  FILLER                  PIC X(10)   VALUE 'APPROVER'.
           05  FILLER                  PIC X(10)   VALUE 'TRANSLATOR'.
           05  FILLER                  PIC X(10)   VALUE 'SLA-OWNER'.
           05  FILLER                  PIC X(10)   VALUE 'VIEWER'.
       01  FILLER REDEFINES WS-ROLE-NAME-VALUES.
           05  WS-ROLE-NAME            PIC X(10)   OCCURS 5 TIMES.
      *    Letters of the roles the user holds, own row and group
      *    row together; spaces where a role is not held.
       01  WS-HELD-ROLES               PIC X(5).
       01  WS-ENTRY-FOUND-FLAG         PIC X(1)    VALUE 'N'.
           88  WS-ENTRY-FOUND                      VALUE 'Y'.
       01  WS-ROLE-IDX                 PIC S9(4)   COMP.
       01  WS-WANTED-IDX               PIC S9(4)   COMP.
       01  WS-ROLE-TALLY               PIC S9(4)   COMP.
       01  WS-MESSAGE-POINTER          PIC S9(4)   COMP.
       01  WS-NAMES-WRITTEN            PIC S9(4)   COMP.
       01  WS-SECV-ABSTIME             PIC S9(15)  COMP-3.
       01  WS-SECV-DATE                PIC X(10).
       01  WS-SECV-TIME                PIC X(8).
       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(82).
       PROCEDURE DIVISION.
       000000-CONTROL.

      *    LINKed by each operator and maintenance screen before it
      *    carries out a function key that changes something. The
      *    signed-on userid must hold one of the roles the caller
      *    asks for, through its own QQ1ROLE row or its role group's.
      *    Anything else is refused and logged to QQ1SECV - no row,
      *    no role, and no way round it from the screen.
           IF EIBCALEN < LENGTH OF QQ1AUTH-COMMAREA
               EXEC CICS RETURN
               END-EXEC
           END-IF.
           MOVE DFHCOMMAREA(1:LENGTH OF QQ1AUTH-COMMAREA)
               TO QQ1AUTH-COMMAREA.
           MOVE 'N' TO AUTH-RESULT.
           MOVE SPACES TO AUTH-MESSAGE.
           EXEC CICS ASSIGN
                     USERID(AUTH-USERID)
           END-EXEC.
           PERFORM 000010-COLLECT-HELD-ROLES.
           PERFORM 000020-MATCH-WANTED-ROLE.
           IF AUTH-REFUSED
               PERFORM 000030-BUILD-REFUSAL-MESSAGE
               PERFORM 000040-LOG-REFUSAL
           END-IF.
           MOVE QQ1AUTH-COMMAREA
               TO DFHCOMMAREA(1:LENGTH OF QQ1AUTH-COMMAREA).
           EXEC CICS RETURN
           END-EXEC.

       000010-COLLECT-HELD-ROLES.

           MOVE SPACES TO WS-HELD-ROLES.
           MOVE 'N' TO WS-ENTRY-FOUND-FLAG.
           MOVE 'U'         TO ROL-ENTRY-TYPE.
           MOVE AUTH-USERID TO ROL-SUBJECT-ID.
           EXEC CICS READ FILE('QQ1ROLE')
                     INTO(QQ1ROLE-RECORD)
                     RIDFLD(ROL-KEY)
                     RESP(WS-ROLE-RESP)
           END-EXEC.
           IF WS-ROLE-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-ENTRY-FOUND-FLAG.
           PERFORM 000011-ADD-ROW-ROLES.
           IF ROL-GROUP = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE ROL-GROUP TO ROL-SUBJECT-ID.
           MOVE 'G'       TO ROL-ENTRY-TYPE.
           EXEC CICS READ FILE('QQ1ROLE')
                     INTO(QQ1ROLE-RECORD)
                     RIDFLD(ROL-KEY)
                     RESP(WS-ROLE-RESP)
           END-EXEC.
           IF WS-ROLE-RESP = DFHRESP(NORMAL)
               PERFORM 000011-ADD-ROW-ROLES
           END-IF.

       000011-ADD-ROW-ROLES.

           PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                   UNTIL WS-ROLE-IDX > 5
               IF ROL-ROLE-FLAG(WS-ROLE-IDX) = 'Y'
                   MOVE WS-ROLE-LETTER(WS-ROLE-IDX)
                       TO WS-HELD-ROLES(WS-ROLE-IDX:1)
               END-IF
           END-PERFORM.

       000020-MATCH-WANTED-ROLE.

      *    Any one of the wanted letters held is enough.
           PERFORM VARYING WS-WANTED-IDX FROM 1 BY 1
                   UNTIL WS-WANTED-IDX > 5 OR AUTH-GRANTED
               IF AUTH-ROLES-WANTED(WS-WANTED-IDX:1) NOT = SPACE
                   MOVE ZERO TO WS-ROLE-TALLY
                   INSPECT WS-HELD-ROLES TALLYING WS-ROLE-TALLY
                       FOR ALL AUTH-ROLES-WANTED(WS-WANTED-IDX:1)
                   IF WS-ROLE-TALLY > ZERO
                       MOVE 'Y' TO AUTH-RESULT
                   END-IF
               END-IF
           END-PERFORM.

       000030-BUILD-REFUSAL-MESSAGE.

      *    e.g. NOT AUTHORIZED - NEEDS OPERATOR/SLA-OWNER ROLE
           MOVE 1 TO WS-MESSAGE-POINTER.
           MOVE ZERO TO WS-NAMES-WRITTEN.
           STRING 'NOT AUTHORIZED - NEEDS ' DELIMITED SIZE
                  INTO AUTH-MESSAGE
                  WITH POINTER WS-MESSAGE-POINTER
           END-STRING.
           PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                   UNTIL WS-ROLE-IDX > 5
               MOVE ZERO TO WS-ROLE-TALLY
               INSPECT AUTH-ROLES-WANTED TALLYING WS-ROLE-TALLY
                   FOR ALL WS-ROLE-LETTER(WS-ROLE-IDX)
               IF WS-ROLE-TALLY > ZERO
                   IF WS-NAMES-WRITTEN > ZERO
                       STRING '/' DELIMITED SIZE
                              INTO AUTH-MESSAGE
                              WITH POINTER WS-MESSAGE-POINTER
                       END-STRING
                   END-IF
                   STRING WS-ROLE-NAME(WS-ROLE-IDX) DELIMITED SPACE
                          INTO AUTH-MESSAGE
                          WITH POINTER WS-MESSAGE-POINTER
                   END-STRING
                   ADD 1 TO WS-NAMES-WRITTEN
               END-IF
           END-PERFORM.
           STRING ' ROLE' DELIMITED SIZE
                  INTO AUTH-MESSAGE
                  WITH POINTER WS-MESSAGE-POINTER
           END-STRING.

       000040-LOG-REFUSAL.

      *    Same record QQ1C0021 writes for a refused QUERY SECURITY,
      *    so QQ1B0019 reports both kinds together; entry path 'F'
      *    tells a function-key refusal apart. As there, a full
      *    log must not turn a refusal into anything else.
           EXEC CICS ASKTIME
                     ABSTIME(WS-SECV-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-SECV-ABSTIME)
                     YYYYMMDD(WS-SECV-DATE)
                     DATESEP('-')
                     TIME(WS-SECV-TIME)
                     TIMESEP(':')
           END-EXEC.
           MOVE SPACES TO QQ1SECV-RECORD.
           STRING WS-SECV-DATE DELIMITED SIZE
                  'T'          DELIMITED SIZE
                  WS-SECV-TIME DELIMITED SIZE
                  '.000000'    DELIMITED SIZE
                  INTO SECV-TIMESTAMP
           END-STRING.
           MOVE EIBTASKN      TO SECV-TASKNO.
           MOVE AUTH-USERID   TO SECV-USERID.
           MOVE AUTH-TRANSID  TO SECV-RESOURCE-NAME(1:4).
           MOVE AUTH-FUNCTION TO SECV-RESOURCE-NAME(5:4).
      *    70 = NOTAUTH.
           MOVE 70            TO SECV-AUTH-RETURN-CODE.
           IF WS-ENTRY-FOUND
               MOVE 2         TO SECV-AUTH-RESP2
           ELSE
               MOVE 1         TO SECV-AUTH-RESP2
           END-IF.
           MOVE 'F'           TO SECV-ENTRY-PATH.
           EXEC CICS WRITE FILE('QQ1SECV')
                     FROM(QQ1SECV-RECORD)
                     RIDFLD(SECV-KEY)
                     RESP(WS-SECV-RESP)
           END-EXEC.
      *
      *   +->   QQ1C0094_FUNCTION_ROLE_CHECK        10/15/2026  00:00
      *   !       LINKed role check for the operator and maintenance
      *   !       screens. Looks the signed-on userid up in the
      *   !       QQ1ROLE table (own row plus its role group's row),
      *   !       grants the function when any of the caller's wanted
      *   !       roles is held, and otherwise returns the refusal
      *   !       message and logs the refusal to QQ1SECV with entry
      *   !       path 'F' and the transid and function as resource.
      *   +---
