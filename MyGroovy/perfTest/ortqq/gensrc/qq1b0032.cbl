       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QQ1DEPL-FILE ASSIGN TO QQ1DEPL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DPL-KEY
               FILE STATUS IS WS-DEPL-FILE-STATUS.
           SELECT QQ1RPT032-FILE ASSIGN TO QQ1RPTJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QQ1DEPL-FILE.
       COPY QQ1DEPL.
       FD  QQ1RPT032-FILE.
       01  RPT032-LINE                     PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-RPT-FILE-STATUS              PIC X(2).
       01  WS-DEPL-FILE-STATUS             PIC X(2).
       01  WS-DEPL-EOF-FLAG                PIC X(1)    VALUE 'N'.
           88  WS-DEPL-EOF                             VALUE 'Y'.
      *    Installs from the QQ1DEPL deployment register, so a day
      *    a new load module went in is marked on its trend line.
       01  WS-DEP-COUNT                    PIC S9(4)   COMP VALUE 0.
       01  WS-DEP-TABLE.
           05  WS-DEP-ENTRY OCCURS 500 TIMES.
               10  WS-DEP-PROGRAM-ID       PIC X(8).
               10  WS-DEP-DATE             PIC X(10).
               10  WS-DEP-VERSION          PIC X(16).
       01  WS-DEP-IDX                      PIC S9(4)   COMP.
       01  WS-EOF-FLAG                     PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.
       01  WS-FROM-DATE                    PIC X(10)   VALUE SPACES.
               'PROGRAM: '.
           05  PGH-PROGRAM-ID              PIC X(8).
       01  WS-COLUMN-HEADING               PIC X(132)  VALUE
               'DATE          COUNT  ELAPSED-AVG  ELAPSED-MAX  ELAPSED-P
      -        '95      CPU-AVG      CPU-MAX      CPU-P95   DEPLOYED'.
       01  WS-DETAIL-LINE.
           05  DTL-DATE                    PIC X(10).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  DTL-CPU-MAX                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DTL-CPU-P95                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DTL-DEPLOYED                PIC X(16).
       01  WS-TOTAL-LINE.
           05  FILLER                      PIC X(19)   VALUE
               'ROLLUP ROWS LISTED:'.
               MOVE WS-PARM-TO-DATE TO WS-TO-DATE
           END-IF.
           OPEN OUTPUT QQ1RPT032-FILE.
           PERFORM 000011-LOAD-DEPLOYMENTS.
           MOVE WS-FROM-DATE TO RH-FROM-DATE.
           MOVE WS-TO-DATE   TO RH-TO-DATE.
           WRITE RPT032-LINE FROM WS-REPORT-HEADING.
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.

       000011-LOAD-DEPLOYMENTS.

      *    No register (or an empty one) just leaves the column blank.
           OPEN INPUT QQ1DEPL-FILE.
           IF WS-DEPL-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000012-READ-ONE-DEPLOYMENT UNTIL WS-DEPL-EOF.
           CLOSE QQ1DEPL-FILE.

       000012-READ-ONE-DEPLOYMENT.

           READ QQ1DEPL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DEPL-EOF-FLAG
           END-READ.
           IF WS-DEPL-FILE-STATUS NOT = '00' OR WS-DEP-COUNT >= 500
               MOVE 'Y' TO WS-DEPL-EOF-FLAG
           END-IF.
           IF WS-DEPL-EOF OR NOT DPL-DEPLOYMENT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DEP-COUNT.
           MOVE DPL-PROGRAM-ID     TO WS-DEP-PROGRAM-ID(WS-DEP-COUNT).
           MOVE DPL-EFFECTIVE-DATE TO WS-DEP-DATE(WS-DEP-COUNT).
           MOVE DPL-VERSION        TO WS-DEP-VERSION(WS-DEP-COUNT).

       000020-FETCH-ONE-ROW.

           EXEC SQL
           MOVE HV-AVG-CPU     TO DTL-CPU-AVG.
           MOVE HV-MAX-CPU     TO DTL-CPU-MAX.
           MOVE HV-P95-CPU     TO DTL-CPU-P95.
      *    The register is in program/time order, so the last match
      *    is the module that was running at the end of the day.
           MOVE SPACES TO DTL-DEPLOYED.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               IF WS-DEP-PROGRAM-ID(WS-DEP-IDX) = HV-PROGRAM-ID
                       AND WS-DEP-DATE(WS-DEP-IDX) = HV-RUN-DATE
                   MOVE WS-DEP-VERSION(WS-DEP-IDX) TO DTL-DEPLOYED
                   IF DTL-DEPLOYED = SPACES
                       MOVE '(NO VERSION)' TO DTL-DEPLOYED
                   END-IF
               END-IF
           END-PERFORM.
           WRITE RPT032-LINE FROM WS-DETAIL-LINE.

       000090-TERMINATE.
      *   !       ticks - "how did CQQ1A131 trend over six months"
      *   !       answered without any raw QQ1METR detail still
      *   !       online. CC 4 when the range matched no rows.
      *   !
      *   !       10/15/2026 - Marks the day a new load module went in
      *   !       (QQ1DEPL deployment register) with its version.
      *   +---
