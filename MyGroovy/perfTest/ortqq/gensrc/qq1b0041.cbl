      *COMPILE1: LANG(COBOL) CMP(DEFAULT) CICS(N) DB2()
      *COMPILE2: MQS(N) DLL(N) IP(N) LDAP(N) EXCI(N) RENT(N)
      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
      ** Control-file restore preview and plan from the QQ1CTLL journal
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  QQ1B0041.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QQ1CTLL-FILE ASSIGN TO QQ1CTLL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTLL-KEY
               FILE STATUS IS WS-CTLL-FILE-STATUS.
           SELECT QQ1CSNP-FILE ASSIGN TO QQ1CSNP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSN-KEY
               FILE STATUS IS WS-CSNP-FILE-STATUS.
           SELECT QQ1RSTP-FILE ASSIGN TO QQ1RSTP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-KEY
               FILE STATUS IS WS-RSTP-FILE-STATUS.
           SELECT QQ1SLAT-FILE ASSIGN TO QQ1SLAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SLA-PROGRAM-ID
               FILE STATUS IS WS-TARGET-FILE-STATUS.
           SELECT QQ1CALP-FILE ASSIGN TO QQ1CALP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-TARGET-FILE-STATUS.
           SELECT QQ1TMODE-FILE ASSIGN TO QQ1TMODE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TMD-MODE-KEY
               FILE STATUS IS WS-TARGET-FILE-STATUS.
           SELECT QQ1DIALT-FILE ASSIGN TO QQ1DIALT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DLT-DIALECT-CD
               FILE STATUS IS WS-TARGET-FILE-STATUS.
           SELECT QQ1RGCT-FILE ASSIGN TO QQ1RGCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RGC-KEY
               FILE STATUS IS WS-TARGET-FILE-STATUS.
           SELECT QQ1RPT041-FILE ASSIGN TO QQ1RPTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QQ1CTLL-FILE.
       COPY QQ1CTLL.
       FD  QQ1CSNP-FILE.
       COPY QQ1CSNP.
       FD  QQ1RSTP-FILE.
       COPY QQ1RSTP.
       FD  QQ1SLAT-FILE.
       COPY QQ1SLAT.
       FD  QQ1CALP-FILE.
       COPY QQ1CALP.
       FD  QQ1TMODE-FILE.
       COPY QQ1TMODE.
       FD  QQ1DIALT-FILE.
       COPY QQ1DIALT.
       FD  QQ1RGCT-FILE.
       COPY QQ1RGCT.
       FD  QQ1RPT041-FILE.
       01  RPT041-LINE                     PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-CTLL-FILE-STATUS             PIC X(2).
       01  WS-CSNP-FILE-STATUS             PIC X(2).
       01  WS-RSTP-FILE-STATUS             PIC X(2).
       01  WS-TARGET-FILE-STATUS           PIC X(2).
       01  WS-RPT-FILE-STATUS              PIC X(2).
       01  WS-EOF-FLAG                     PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.
       01  WS-USABLE-FLAG                  PIC X(1)    VALUE 'Y'.
           88  WS-USABLE                               VALUE 'Y'.
       01  WS-FILE-ID                      PIC X(8)    VALUE SPACES.
           88  WS-FILE-SLAT                            VALUE 'QQ1SLAT '.
           88  WS-FILE-CALP                            VALUE 'QQ1CALP '.
           88  WS-FILE-TMODE                           VALUE 'QQ1TMODE'.
           88  WS-FILE-DIALT                           VALUE 'QQ1DIALT'.
           88  WS-FILE-RGCT                            VALUE 'QQ1RGCT '.
      *    QQ1DIALT and QQ1RGCT rows are only ever flipped online
      *    (active dialect, drain, breaker), so only their flag
      *    byte is journaled - and only that byte is restored.
       01  WS-FLAG-ONLY-FLAG               PIC X(1)    VALUE 'N'.
           88  WS-FLAG-ONLY                            VALUE 'Y'.
       01  WS-FLAG-POS                     PIC S9(4)   COMP VALUE 1.
       01  WS-POINT-IN-TIME                PIC X(26)   VALUE SPACES.
       01  WS-TIMESTAMP-NOW                PIC X(26)   VALUE SPACES.
       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYY                PIC 9(4).
           05  WS-CURR-MM                  PIC 9(2).
           05  WS-CURR-DD                  PIC 9(2).
       01  WS-CURRENT-TIME.
           05  WS-CURR-HH                  PIC 9(2).
           05  WS-CURR-MI                  PIC 9(2).
           05  WS-CURR-SS                  PIC 9(2).
           05  WS-CURR-CC                  PIC 9(2).
      *    One entry per row of the target file that exists now or
      *    appears anywhere in its journal: the row as it is now,
      *    the row as of the point in time once worked out, and
      *    what happened to it since.
       01  WS-ROW-MAX                      PIC S9(8)   COMP VALUE 2000.
       01  WS-ROW-TOTAL                    PIC S9(8)   COMP VALUE ZERO.
       01  WS-ROW-IDX                      PIC S9(8)   COMP VALUE 1.
       01  WS-ROW-TABLE.
           05  WS-ROW-ENTRY OCCURS 2000 TIMES.
               10  WS-ROW-KEY              PIC X(13).
               10  WS-ROW-CUR-FLAG         PIC X(1).
                   88  WS-ROW-CUR-PRESENT              VALUE 'Y'.
               10  WS-ROW-CUR-IMAGE        PIC X(60).
      *            J = last journal image at or before the point in
      *            time, S = configuration snapshot, A = the row was
      *            first added after it, space = not known.
               10  WS-ROW-TGT-SOURCE       PIC X(1).
               10  WS-ROW-TGT-FLAG         PIC X(1).
                   88  WS-ROW-TGT-PRESENT              VALUE 'Y'.
               10  WS-ROW-TGT-IMAGE        PIC X(60).
               10  WS-ROW-TGT-TIMESTAMP    PIC X(26).
               10  WS-ROW-SNAP-SEEN-FLAG   PIC X(1).
                   88  WS-ROW-SNAP-SEEN                VALUE 'Y'.
               10  WS-ROW-AFTER-COUNT      PIC 9(5).
               10  WS-ROW-FIRST-AFTER      PIC X(1).
               10  WS-ROW-LAST-USERID      PIC X(8).
               10  WS-ROW-LAST-TIMESTAMP   PIC X(26).
      *            A/U/D = plan action, '=' already as it was,
      *            '?' cannot be restored.
               10  WS-ROW-ACTION           PIC X(1).
               10  WS-ROW-NEW-IMAGE        PIC X(60).
       01  WS-ROW-OVERFLOW-FLAG            PIC X(1)    VALUE 'N'.
           88  WS-ROW-OVERFLOW                         VALUE 'Y'.
       01  WS-MATCH-KEY                    PIC X(13).
       01  WS-FOUND-FLAG                   PIC X(1)    VALUE 'N'.
           88  WS-FOUND                                VALUE 'Y'.
       01  WS-ENTRY-IMAGE                  PIC X(60).
       01  WS-ENTRY-USABLE-FLAG            PIC X(1)    VALUE 'N'.
           88  WS-ENTRY-USABLE                         VALUE 'Y'.
       01  WS-JOURNAL-TOTAL                PIC 9(7)    VALUE ZERO.
       01  WS-FILE-ENTRY-TOTAL             PIC 9(7)    VALUE ZERO.
       01  WS-AFTER-ENTRY-TOTAL            PIC 9(7)    VALUE ZERO.
      *    Baseline snapshot: the newest QQ1CSNP snapshot taken at
      *    or before the point in time, for rows whose journal
      *    history only starts after it.
       01  WS-SNAP-LAST-NO                 PIC 9(7)    VALUE ZERO.
       01  WS-SNAP-TRY-NO                  PIC 9(7)    VALUE ZERO.
       01  WS-SNAP-NO                      PIC 9(7)    VALUE ZERO.
       01  WS-SNAP-TIMESTAMP               PIC X(26)   VALUE SPACES.
       01  WS-SNAP-DONE-FLAG               PIC X(1)    VALUE 'N'.
           88  WS-SNAP-DONE                            VALUE 'Y'.
       01  WS-RESTORE-TOTAL                PIC 9(5)    VALUE ZERO.
       01  WS-SAME-TOTAL                   PIC 9(5)    VALUE ZERO.
       01  WS-UNRESOLVED-TOTAL             PIC 9(5)    VALUE ZERO.
       01  WS-PLAN-NO                      PIC 9(4)    VALUE ZERO.
       01  WS-PLAN-SEQ                     PIC 9(5)    VALUE ZERO.
       01  WS-PLAN-WRITTEN-FLAG            PIC X(1)    VALUE 'N'.
           88  WS-PLAN-WRITTEN                         VALUE 'Y'.
       01  WS-REPORT-HEADING.
           05  FILLER                      PIC X(42)   VALUE
               'QQ1B0041 - CONTROL-FILE RESTORE PREVIEW  '.
           05  FILLER                      PIC X(6)    VALUE
               'FILE: '.
           05  RH-FILE-ID                  PIC X(8).
           05  FILLER                      PIC X(10)   VALUE
               '  AS OF: '.
           05  RH-POINT-IN-TIME            PIC X(26).
       01  WS-JOURNAL-LINE.
           05  FILLER                      PIC X(24)   VALUE
               'QQ1CTLL ENTRIES READ:   '.
           05  JNL-TOTAL                   PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(18)   VALUE
               '  FOR THIS FILE:  '.
           05  JNL-FILE-TOTAL              PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(26)   VALUE
               '  AFTER THE POINT IN TIME:'.
           05  JNL-AFTER-TOTAL             PIC Z,ZZZ,ZZ9.
       01  WS-SNAPSHOT-LINE.
           05  FILLER                      PIC X(24)   VALUE
               'BASELINE SNAPSHOT:      '.
           05  SNL-SNAPSHOT-NO             PIC 9(7).
           05  FILLER                      PIC X(9)    VALUE
               '  TAKEN  '.
           05  SNL-TIMESTAMP               PIC X(26).
       01  WS-NO-SNAPSHOT-LINE             PIC X(132)  VALUE
               'BASELINE SNAPSHOT:      NONE TAKEN AT OR BEFORE THE POIN
      -        'T IN TIME'.
       01  WS-COLUMN-HEADING-1.
           05  FILLER                      PIC X(31)   VALUE
               'ACTION   ROW KEY       CHANGES '.
           05  FILLER                      PIC X(36)   VALUE
               'LAST CHANGED BY / AT'.
           05  FILLER                      PIC X(30)   VALUE
               'ROW NOW / AS RESTORED'.
       01  WS-COLUMN-HEADING-2.
           05  FILLER                      PIC X(31)   VALUE
               '                       SINCE   '.
           05  FILLER                      PIC X(36)   VALUE
               'RESTORED FROM'.
       01  WS-PREVIEW-LINE.
           05  PVL-ACTION                  PIC X(8).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  PVL-ROW-KEY                 PIC X(13).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  PVL-CHANGES                 PIC ZZZZ9.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  PVL-USERID                  PIC X(8).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  PVL-TIMESTAMP               PIC X(26).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  PVL-SIDE                    PIC X(5).
           05  PVL-IMAGE                   PIC X(60).
       01  WS-PROBLEM-LINE.
           05  FILLER                      PIC X(10)   VALUE
               'QQ1B0041  '.
           05  PBL-TEXT                    PIC X(60).
           05  PBL-VALUE                   PIC X(26).
       01  WS-SUMMARY-LINE.
           05  FILLER                      PIC X(17)   VALUE
               'ROWS TO RESTORE: '.
           05  SML-RESTORE                 PIC ZZ,ZZ9.
           05  FILLER                      PIC X(22)   VALUE
               '  ALREADY AS OF THEN: '.
           05  SML-SAME                    PIC ZZ,ZZ9.
           05  FILLER                      PIC X(18)   VALUE
               '  CANNOT RESTORE: '.
           05  SML-UNRESOLVED              PIC ZZ,ZZ9.
       01  WS-PLAN-LINE.
           05  FILLER                      PIC X(13)   VALUE
               'RESTORE PLAN '.
           05  PLL-PLAN-NO                 PIC 9(4).
           05  FILLER                      PIC X(40)   VALUE
               ' WRITTEN - PROPOSE IT ON QQOP (PF10); A '.
           05  FILLER                      PIC X(50)   VALUE
               'SECOND OPERATOR APPROVES IT ON QQAP, WHICH APPLIES'.
           05  FILLER                      PIC X(4)    VALUE
               ' IT.'.
       01  WS-NO-PLAN-LINE                 PIC X(132)  VALUE
               'NOTHING TO RESTORE - NO PLAN WRITTEN'.
       01  WS-UNRESOLVED-NOTE              PIC X(132)  VALUE
               'ROWS MARKED NO IMAGE ARE LEFT AS THEY ARE - NEITHER THE
      -        'JOURNAL NOR A SNAPSHOT SAYS WHAT THEY HELD THEN'.
       LINKAGE SECTION.
      *    JCL PARM layout (fixed-position, no keywords):
      *      positions  1-8   FILE ID - QQ1SLAT, QQ1CALP, QQ1TMODE,
      *                       QQ1DIALT or QQ1RGCT
      *      positions  9-34  POINT IN TIME, YYYY-MM-DDTHH:MM:SS
      *                       optionally followed by .NNNNNN; a
      *                       bare date means the end of that day
       01  WS-JCL-PARM.
           05  WS-PARM-LEN                 PIC S9(4)   COMP.
           05  WS-PARM-TEXT.
               10  WS-PARM-FILE-ID         PIC X(8).
               10  WS-PARM-POINT-IN-TIME   PIC X(26).
       PROCEDURE DIVISION USING WS-JCL-PARM.
       000000-CONTROL.

      *    Puts one control file back the way it was at a point in
      *    time: every change journaled to QQ1CTLL after it is
      *    undone. Nothing is changed here - the preview is
      *    printed and the same rows are written to QQ1RSTP as a
      *    numbered plan, which goes through the QQ1C0040/QQ1C0041
      *    dual control like any other panel change. CC 4 when
      *    some changed rows cannot be restored, CC 8 when no
      *    plan could be produced at all.
           PERFORM 000010-INITIALIZE.
           IF WS-USABLE
               PERFORM 000020-LOAD-CURRENT-ROWS
           END-IF.
           IF WS-USABLE
               PERFORM 000030-REPLAY-JOURNAL
           END-IF.
           IF WS-USABLE
               PERFORM 000040-APPLY-SNAPSHOT-BASELINE
               PERFORM 000045-RESOLVE-ADDED-ROWS
               PERFORM 000050-DECIDE-ROWS
               IF WS-RESTORE-TOTAL > ZERO
                   PERFORM 000055-CLAIM-PLAN-NUMBER
               END-IF
           END-IF.
           IF WS-USABLE
               PERFORM 000060-WRITE-PREVIEW
               PERFORM 000070-WRITE-SUMMARY
           END-IF.
           PERFORM 000090-TERMINATE.
           IF NOT WS-USABLE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-UNRESOLVED-TOTAL > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       000010-INITIALIZE.

           OPEN OUTPUT QQ1RPT041-FILE.
           PERFORM 000019-BUILD-TIMESTAMP.
           IF WS-PARM-LEN >= 18
               MOVE WS-PARM-FILE-ID TO WS-FILE-ID
               IF WS-PARM-LEN >= 34
                   MOVE WS-PARM-POINT-IN-TIME TO WS-POINT-IN-TIME
               ELSE
                   MOVE WS-PARM-TEXT(9:WS-PARM-LEN - 8)
                       TO WS-POINT-IN-TIME
               END-IF
           END-IF.
           PERFORM 000011-EDIT-POINT-IN-TIME.
           MOVE WS-FILE-ID       TO RH-FILE-ID.
           MOVE WS-POINT-IN-TIME TO RH-POINT-IN-TIME.
           WRITE RPT041-LINE FROM WS-REPORT-HEADING.
           MOVE SPACES TO RPT041-LINE.
           WRITE RPT041-LINE.
           EVALUATE TRUE
               WHEN WS-FILE-SLAT
               WHEN WS-FILE-CALP
               WHEN WS-FILE-TMODE
                   MOVE 'N' TO WS-FLAG-ONLY-FLAG
               WHEN WS-FILE-DIALT
                   MOVE 'Y' TO WS-FLAG-ONLY-FLAG
                   MOVE 32  TO WS-FLAG-POS
               WHEN WS-FILE-RGCT
                   MOVE 'Y' TO WS-FLAG-ONLY-FLAG
                   MOVE 9   TO WS-FLAG-POS
               WHEN OTHER
                   MOVE 'FILE ID MUST BE QQ1SLAT QQ1CALP QQ1TMODE QQ1DIA
      -                 'LT OR QQ1RGCT:' TO PBL-TEXT
                   MOVE WS-FILE-ID TO PBL-VALUE
                   PERFORM 000015-REPORT-PROBLEM
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF NOT WS-USABLE
               EXIT PARAGRAPH
           END-IF.
      *    A point in time in the future would "restore" the file
      *    to what it already is.
           IF WS-POINT-IN-TIME >= WS-TIMESTAMP-NOW
               MOVE 'POINT IN TIME IS NOT IN THE PAST:' TO PBL-TEXT
               MOVE WS-POINT-IN-TIME TO PBL-VALUE
               PERFORM 000015-REPORT-PROBLEM
           END-IF.

       000011-EDIT-POINT-IN-TIME.

      *    QQ1CTLL keys are YYYY-MM-DDTHH:MM:SS.NNNNNN; a point in
      *    time given to the second covers that whole second, a
      *    bare date the whole day.
           IF WS-POINT-IN-TIME(11:16) = SPACES
               MOVE 'T23:59:59.999999' TO WS-POINT-IN-TIME(11:16)
           END-IF.
           IF WS-POINT-IN-TIME(20:7) = SPACES
               MOVE '.999999' TO WS-POINT-IN-TIME(20:7)
           END-IF.
           IF WS-POINT-IN-TIME(1:4)  NOT NUMERIC
                   OR WS-POINT-IN-TIME(5:1)  NOT = '-'
                   OR WS-POINT-IN-TIME(6:2)  NOT NUMERIC
                   OR WS-POINT-IN-TIME(8:1)  NOT = '-'
                   OR WS-POINT-IN-TIME(9:2)  NOT NUMERIC
                   OR WS-POINT-IN-TIME(11:1) NOT = 'T'
                   OR WS-POINT-IN-TIME(12:2) NOT NUMERIC
                   OR WS-POINT-IN-TIME(14:1) NOT = ':'
                   OR WS-POINT-IN-TIME(15:2) NOT NUMERIC
                   OR WS-POINT-IN-TIME(17:1) NOT = ':'
                   OR WS-POINT-IN-TIME(18:2) NOT NUMERIC
               MOVE 'POINT IN TIME MUST BE YYYY-MM-DDTHH:MM:SS:'
                   TO PBL-TEXT
               MOVE WS-POINT-IN-TIME TO PBL-VALUE
               PERFORM 000015-REPORT-PROBLEM
           END-IF.

       000015-REPORT-PROBLEM.

           MOVE 'N' TO WS-USABLE-FLAG.
           WRITE RPT041-LINE FROM WS-PROBLEM-LINE.

       000019-BUILD-TIMESTAMP.

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

       000020-LOAD-CURRENT-ROWS.

      *    Every row the file holds now, in the QQ1CSNP image
      *    layout, with spare bytes blanked so images compare
      *    on content alone.
           EVALUATE TRUE
               WHEN WS-FILE-SLAT
                   OPEN INPUT QQ1SLAT-FILE
               WHEN WS-FILE-CALP
                   OPEN INPUT QQ1CALP-FILE
               WHEN WS-FILE-TMODE
                   OPEN INPUT QQ1TMODE-FILE
               WHEN WS-FILE-DIALT
                   OPEN INPUT QQ1DIALT-FILE
               WHEN WS-FILE-RGCT
                   OPEN INPUT QQ1RGCT-FILE
           END-EVALUATE.
           IF WS-TARGET-FILE-STATUS NOT = '00'
               MOVE 'TARGET CONTROL FILE CANNOT BE OPENED:' TO PBL-TEXT
               MOVE WS-FILE-ID TO PBL-VALUE
               PERFORM 000015-REPORT-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM 000021-READ-CURRENT-ROW UNTIL WS-EOF.
           EVALUATE TRUE
               WHEN WS-FILE-SLAT
                   CLOSE QQ1SLAT-FILE
               WHEN WS-FILE-CALP
                   CLOSE QQ1CALP-FILE
               WHEN WS-FILE-TMODE
                   CLOSE QQ1TMODE-FILE
               WHEN WS-FILE-DIALT
                   CLOSE QQ1DIALT-FILE
               WHEN WS-FILE-RGCT
                   CLOSE QQ1RGCT-FILE
           END-EVALUATE.

       000021-READ-CURRENT-ROW.

           MOVE SPACES TO WS-MATCH-KEY WS-ENTRY-IMAGE.
           EVALUATE TRUE
               WHEN WS-FILE-SLAT
                   READ QQ1SLAT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SLA-PROGRAM-ID TO WS-MATCH-KEY
                           MOVE QQ1SLAT-RECORD TO WS-ENTRY-IMAGE
                           MOVE SPACES TO WS-ENTRY-IMAGE(39:2)
                   END-READ
               WHEN WS-FILE-CALP
                   READ QQ1CALP-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE CAL-KEY        TO WS-MATCH-KEY
                           MOVE QQ1CALP-RECORD TO WS-ENTRY-IMAGE
                           MOVE SPACES TO WS-ENTRY-IMAGE(18:3)
                   END-READ
               WHEN WS-FILE-TMODE
                   READ QQ1TMODE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE TMD-MODE-KEY    TO WS-MATCH-KEY
                           MOVE QQ1TMODE-RECORD TO WS-ENTRY-IMAGE
                   END-READ
               WHEN WS-FILE-DIALT
                   READ QQ1DIALT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE DLT-DIALECT-CD  TO WS-MATCH-KEY
                           MOVE QQ1DIALT-RECORD TO WS-ENTRY-IMAGE
                   END-READ
               WHEN WS-FILE-RGCT
                   READ QQ1RGCT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE RGC-KEY   TO WS-MATCH-KEY
                           MOVE RGC-KEY   TO WS-ENTRY-IMAGE(1:8)
                           MOVE RGC-FLAG  TO WS-ENTRY-IMAGE(9:1)
                           MOVE RGC-VALUE TO WS-ENTRY-IMAGE(10:5)
                   END-READ
           END-EVALUATE.
           IF WS-TARGET-FILE-STATUS NOT = '00'
                   AND WS-TARGET-FILE-STATUS NOT = '10'
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 'READ ERROR ON TARGET FILE, STATUS:' TO PBL-TEXT
               MOVE WS-TARGET-FILE-STATUS TO PBL-VALUE
               PERFORM 000015-REPORT-PROBLEM
           END-IF.
           IF WS-EOF
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000029-FIND-OR-ADD-ROW.
           IF WS-FOUND
               MOVE 'Y'            TO WS-ROW-CUR-FLAG(WS-ROW-IDX)
               MOVE WS-ENTRY-IMAGE TO WS-ROW-CUR-IMAGE(WS-ROW-IDX)
           END-IF.

       000029-FIND-OR-ADD-ROW.

      *    Look WS-MATCH-KEY up in the row table, adding it (as
      *    not on file now) if new. WS-FOUND is off only when the
      *    table is full, which makes the whole run unusable.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-TOTAL
                      OR WS-FOUND
               IF WS-ROW-KEY(WS-ROW-IDX) = WS-MATCH-KEY
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-ROW-IDX
               EXIT PARAGRAPH
           END-IF.
           IF WS-ROW-TOTAL >= WS-ROW-MAX
               IF NOT WS-ROW-OVERFLOW
                   MOVE 'Y' TO WS-ROW-OVERFLOW-FLAG
                   MOVE 'MORE THAN 2000 ROWS - NO PLAN CAN BE MADE'
                       TO PBL-TEXT
                   MOVE SPACES TO PBL-VALUE
                   PERFORM 000015-REPORT-PROBLEM
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ROW-TOTAL.
           MOVE WS-ROW-TOTAL TO WS-ROW-IDX.
           MOVE WS-MATCH-KEY TO WS-ROW-KEY(WS-ROW-IDX).
           MOVE 'N'    TO WS-ROW-CUR-FLAG(WS-ROW-IDX)
                          WS-ROW-TGT-FLAG(WS-ROW-IDX)
                          WS-ROW-SNAP-SEEN-FLAG(WS-ROW-IDX).
           MOVE SPACES TO WS-ROW-CUR-IMAGE(WS-ROW-IDX)
                          WS-ROW-TGT-SOURCE(WS-ROW-IDX)
                          WS-ROW-TGT-IMAGE(WS-ROW-IDX)
                          WS-ROW-TGT-TIMESTAMP(WS-ROW-IDX)
                          WS-ROW-FIRST-AFTER(WS-ROW-IDX)
                          WS-ROW-LAST-USERID(WS-ROW-IDX)
                          WS-ROW-LAST-TIMESTAMP(WS-ROW-IDX)
                          WS-ROW-ACTION(WS-ROW-IDX)
                          WS-ROW-NEW-IMAGE(WS-ROW-IDX).
           MOVE ZERO   TO WS-ROW-AFTER-COUNT(WS-ROW-IDX).
           MOVE 'Y' TO WS-FOUND-FLAG.

       000030-REPLAY-JOURNAL.

      *    QQ1CTLL is in time order. For each row of the file, the
      *    last image journaled at or before the point in time is
      *    what it held then; every entry after it is a change to
      *    take back.
           OPEN INPUT QQ1CTLL-FILE.
           IF WS-CTLL-FILE-STATUS NOT = '00'
               MOVE 'QQ1CTLL JOURNAL CANNOT BE OPENED' TO PBL-TEXT
               MOVE SPACES TO PBL-VALUE
               PERFORM 000015-REPORT-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF OR NOT WS-USABLE
               READ QQ1CTLL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-JOURNAL-TOTAL
                       IF CTLL-FILE-ID = WS-FILE-ID
                           PERFORM 000031-TAKE-JOURNAL-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE QQ1CTLL-FILE.

       000031-TAKE-JOURNAL-ENTRY.

           PERFORM 000032-JOURNAL-TO-IMAGE.
           IF NOT WS-ENTRY-USABLE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FILE-ENTRY-TOTAL.
           MOVE SPACES TO WS-MATCH-KEY.
           MOVE CTLL-RECORD-KEY TO WS-MATCH-KEY.
           PERFORM 000029-FIND-OR-ADD-ROW.
           IF NOT WS-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF CTLL-TIMESTAMP <= WS-POINT-IN-TIME
               MOVE 'J' TO WS-ROW-TGT-SOURCE(WS-ROW-IDX)
               MOVE CTLL-TIMESTAMP TO WS-ROW-TGT-TIMESTAMP(WS-ROW-IDX)
               IF CTLL-ACTION-DELETE
                   MOVE 'N'    TO WS-ROW-TGT-FLAG(WS-ROW-IDX)
                   MOVE SPACES TO WS-ROW-TGT-IMAGE(WS-ROW-IDX)
               ELSE
                   MOVE 'Y'    TO WS-ROW-TGT-FLAG(WS-ROW-IDX)
                   MOVE WS-ENTRY-IMAGE
                       TO WS-ROW-TGT-IMAGE(WS-ROW-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-AFTER-ENTRY-TOTAL
               IF WS-ROW-AFTER-COUNT(WS-ROW-IDX) = ZERO
                   MOVE CTLL-ACTION TO WS-ROW-FIRST-AFTER(WS-ROW-IDX)
               END-IF
               ADD 1 TO WS-ROW-AFTER-COUNT(WS-ROW-IDX)
               MOVE CTLL-USERID    TO WS-ROW-LAST-USERID(WS-ROW-IDX)
               MOVE CTLL-TIMESTAMP TO WS-ROW-LAST-TIMESTAMP(WS-ROW-IDX)
           END-IF.

       000032-JOURNAL-TO-IMAGE.

      *    Turn the journal's after-image text back into the row
      *    image. The texts are the ones QQ1C0031, QQ1C0032,
      *    QQ1C0040, QQ1C0041 and QQ1C0021 write; an entry in any
      *    other form (none is expected) is not a row change this
      *    program can take back and is skipped. A delete needs no
      *    image.
           MOVE SPACES TO WS-ENTRY-IMAGE.
           MOVE 'N' TO WS-ENTRY-USABLE-FLAG.
           IF CTLL-ACTION-DELETE
               MOVE 'Y' TO WS-ENTRY-USABLE-FLAG
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN WS-FILE-SLAT
      *            'ELAPSED nnnnnnnnnnnnnnn CPU nnnnnnnnnnnnnnn'
                   IF CTLL-IMAGE(1:8) = 'ELAPSED '
                           AND CTLL-IMAGE(9:15) NUMERIC
                           AND CTLL-IMAGE(24:5) = ' CPU '
                           AND CTLL-IMAGE(29:15) NUMERIC
                       MOVE CTLL-RECORD-KEY(1:8)
                           TO WS-ENTRY-IMAGE(1:8)
                       MOVE CTLL-IMAGE(9:15)  TO WS-ENTRY-IMAGE(9:15)
                       MOVE CTLL-IMAGE(29:15) TO WS-ENTRY-IMAGE(24:15)
                       MOVE 'Y' TO WS-ENTRY-USABLE-FLAG
                   END-IF
               WHEN WS-FILE-CALP
      *            'WINDOW hhmm-hhmm'
                   IF CTLL-IMAGE(1:7) = 'WINDOW '
                           AND CTLL-IMAGE(8:4) NUMERIC
                           AND CTLL-IMAGE(12:1) = '-'
                           AND CTLL-IMAGE(13:4) NUMERIC
                       MOVE CTLL-RECORD-KEY  TO WS-ENTRY-IMAGE(1:9)
                       MOVE CTLL-IMAGE(8:4)  TO WS-ENTRY-IMAGE(10:4)
                       MOVE CTLL-IMAGE(13:4) TO WS-ENTRY-IMAGE(14:4)
                       MOVE 'Y' TO WS-ENTRY-USABLE-FLAG
                   END-IF
               WHEN WS-FILE-TMODE
      *            'FLAG f ABEND cccc'
                   IF CTLL-IMAGE(1:5) = 'FLAG '
                           AND CTLL-IMAGE(7:7) = ' ABEND '
                       MOVE CTLL-RECORD-KEY(1:8)
                           TO WS-ENTRY-IMAGE(1:8)
                       MOVE CTLL-IMAGE(6:1)  TO WS-ENTRY-IMAGE(9:1)
                       MOVE CTLL-IMAGE(14:4) TO WS-ENTRY-IMAGE(10:4)
                       MOVE 'Y' TO WS-ENTRY-USABLE-FLAG
                   END-IF
               WHEN WS-FILE-DIALT
      *            'ACTIVE f'
                   IF CTLL-IMAGE(1:7) = 'ACTIVE '
                       MOVE CTLL-IMAGE(8:1) TO WS-ENTRY-IMAGE(32:1)
                       MOVE 'Y' TO WS-ENTRY-USABLE-FLAG
                   END-IF
               WHEN WS-FILE-RGCT
      *            Drain flips, breaker trips/resets, and other
      *            flags put back by an applied restore plan.
                   EVALUATE TRUE
                       WHEN CTLL-IMAGE(1:13) = 'DRAIN SET OFF'
                       WHEN CTLL-IMAGE(1:13) = 'BREAKER RESET'
                           MOVE 'N' TO WS-ENTRY-IMAGE(9:1)
                           MOVE 'Y' TO WS-ENTRY-USABLE-FLAG
                       WHEN CTLL-IMAGE(1:12) = 'DRAIN SET ON'
                       WHEN CTLL-IMAGE(1:15) = 'BREAKER TRIPPED'
                           MOVE 'Y' TO WS-ENTRY-IMAGE(9:1)
                           MOVE 'Y' TO WS-ENTRY-USABLE-FLAG
                       WHEN CTLL-IMAGE(1:9) = 'FLAG SET '
                           MOVE CTLL-IMAGE(10:1) TO WS-ENTRY-IMAGE(9:1)
                           MOVE 'Y' TO WS-ENTRY-USABLE-FLAG
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-EVALUATE.

       000040-APPLY-SNAPSHOT-BASELINE.

      *    A row whose journal history starts after the point in
      *    time (loaded by IDCAMS and first edited online since,
      *    say) has no journaled image from then. The newest
      *    configuration snapshot at or before the point in time
      *    supplies it - and overrides an older journal image,
      *    since it saw the file later.
           OPEN INPUT QQ1CSNP-FILE.
           IF WS-CSNP-FILE-STATUS NOT = '00'
               WRITE RPT041-LINE FROM WS-NO-SNAPSHOT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO       TO CSN-SNAPSHOT-NO.
           MOVE 'NEXTSNAP' TO CSN-FILE-ID.
           MOVE SPACES     TO CSN-ROW-KEY.
           READ QQ1CSNP-FILE
               INVALID KEY
                   MOVE ZERO TO WS-SNAP-LAST-NO
               NOT INVALID KEY
                   MOVE CSC-ROW-COUNT TO WS-SNAP-LAST-NO
           END-READ.
           MOVE ZERO TO WS-SNAP-NO WS-SNAP-TRY-NO.
           MOVE 'N'  TO WS-SNAP-DONE-FLAG.
           PERFORM 000041-CHECK-SNAPSHOT-HEADER UNTIL WS-SNAP-DONE.
           IF WS-SNAP-NO = ZERO
               WRITE RPT041-LINE FROM WS-NO-SNAPSHOT-LINE
               CLOSE QQ1CSNP-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SNAP-NO        TO SNL-SNAPSHOT-NO.
           MOVE WS-SNAP-TIMESTAMP TO SNL-TIMESTAMP.
           WRITE RPT041-LINE FROM WS-SNAPSHOT-LINE.
           MOVE WS-SNAP-NO TO CSN-SNAPSHOT-NO.
           MOVE WS-FILE-ID TO CSN-FILE-ID.
           MOVE LOW-VALUES TO CSN-ROW-KEY.
           MOVE 'N' TO WS-EOF-FLAG.
           START QQ1CSNP-FILE KEY IS NOT LESS THAN CSN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF
               READ QQ1CSNP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
               END-READ
               IF NOT WS-EOF
                   IF CSN-SNAPSHOT-NO NOT = WS-SNAP-NO
                           OR CSN-FILE-ID NOT = WS-FILE-ID
                       MOVE 'Y' TO WS-EOF-FLAG
                   ELSE
                       PERFORM 000042-TAKE-SNAPSHOT-ROW
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE QQ1CSNP-FILE.
           PERFORM 000043-MARK-ABSENT-AT-SNAPSHOT
               VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-TOTAL.

       000041-CHECK-SNAPSHOT-HEADER.

      *    Snapshot numbers are issued in time order; stop at the
      *    first one taken after the point in time.
           ADD 1 TO WS-SNAP-TRY-NO.
           IF WS-SNAP-TRY-NO > WS-SNAP-LAST-NO
               MOVE 'Y' TO WS-SNAP-DONE-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SNAP-TRY-NO TO CSN-SNAPSHOT-NO.
           MOVE '*HEADER '     TO CSN-FILE-ID.
           MOVE SPACES         TO CSN-ROW-KEY.
           READ QQ1CSNP-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF CSH-TIMESTAMP > WS-POINT-IN-TIME
               MOVE 'Y' TO WS-SNAP-DONE-FLAG
           ELSE
               MOVE WS-SNAP-TRY-NO TO WS-SNAP-NO
               MOVE CSH-TIMESTAMP  TO WS-SNAP-TIMESTAMP
           END-IF.

       000042-TAKE-SNAPSHOT-ROW.

           MOVE CSN-ROW-KEY TO WS-MATCH-KEY.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-TOTAL
                      OR WS-FOUND
               IF WS-ROW-KEY(WS-ROW-IDX) = WS-MATCH-KEY
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
      *    A row not in the table has neither changed since nor
      *    been journaled - nothing to put back.
           IF NOT WS-FOUND
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM WS-ROW-IDX.
           MOVE 'Y' TO WS-ROW-SNAP-SEEN-FLAG(WS-ROW-IDX).
           IF WS-ROW-AFTER-COUNT(WS-ROW-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-ROW-TGT-SOURCE(WS-ROW-IDX) = 'J'
                   AND WS-ROW-TGT-TIMESTAMP(WS-ROW-IDX)
                       >= WS-SNAP-TIMESTAMP
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S'               TO WS-ROW-TGT-SOURCE(WS-ROW-IDX).
           MOVE 'Y'               TO WS-ROW-TGT-FLAG(WS-ROW-IDX).
           MOVE WS-SNAP-TIMESTAMP TO WS-ROW-TGT-TIMESTAMP(WS-ROW-IDX).
           MOVE CSN-IMAGE         TO WS-ROW-TGT-IMAGE(WS-ROW-IDX).
           IF WS-FILE-SLAT
               MOVE SPACES TO WS-ROW-TGT-IMAGE(WS-ROW-IDX)(39:2)
           END-IF.
           IF WS-FILE-CALP
               MOVE SPACES TO WS-ROW-TGT-IMAGE(WS-ROW-IDX)(18:3)
           END-IF.

       000043-MARK-ABSENT-AT-SNAPSHOT.

      *    A changed row the snapshot does not hold was not on the
      *    file when it was taken. That is a known state for a
      *    whole-row file; for a flag-only file it leaves nothing
      *    to restore.
           IF WS-ROW-AFTER-COUNT(WS-ROW-IDX) = ZERO
                   OR WS-ROW-SNAP-SEEN(WS-ROW-IDX)
                   OR WS-FLAG-ONLY
               EXIT PARAGRAPH
           END-IF.
           IF WS-ROW-TGT-SOURCE(WS-ROW-IDX) = 'J'
                   AND WS-ROW-TGT-TIMESTAMP(WS-ROW-IDX)
                       >= WS-SNAP-TIMESTAMP
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S'               TO WS-ROW-TGT-SOURCE(WS-ROW-IDX).
           MOVE 'N'               TO WS-ROW-TGT-FLAG(WS-ROW-IDX).
           MOVE WS-SNAP-TIMESTAMP TO WS-ROW-TGT-TIMESTAMP(WS-ROW-IDX).
           MOVE SPACES            TO WS-ROW-TGT-IMAGE(WS-ROW-IDX).

       000045-RESOLVE-ADDED-ROWS.

      *    Still unknown, but first added after the point in time:
      *    the row did not exist then.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-TOTAL
               IF WS-ROW-AFTER-COUNT(WS-ROW-IDX) > ZERO
                       AND WS-ROW-TGT-SOURCE(WS-ROW-IDX) = SPACE
                       AND WS-ROW-FIRST-AFTER(WS-ROW-IDX) = 'A'
                       AND NOT WS-FLAG-ONLY
                   MOVE 'A'    TO WS-ROW-TGT-SOURCE(WS-ROW-IDX)
                   MOVE 'N'    TO WS-ROW-TGT-FLAG(WS-ROW-IDX)
                   MOVE SPACES TO WS-ROW-TGT-IMAGE(WS-ROW-IDX)
               END-IF
           END-PERFORM.

       000050-DECIDE-ROWS.

           PERFORM 000051-DECIDE-ONE-ROW
               VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-TOTAL.

       000051-DECIDE-ONE-ROW.

      *    Rows untouched since the point in time are already as
      *    they were.
           IF WS-ROW-AFTER-COUNT(WS-ROW-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-ROW-TGT-SOURCE(WS-ROW-IDX) = SPACE
               MOVE '?' TO WS-ROW-ACTION(WS-ROW-IDX)
               ADD 1 TO WS-UNRESOLVED-TOTAL
               EXIT PARAGRAPH
           END-IF.
           IF WS-FLAG-ONLY
      *        Only the flag goes back, onto the row as it is now.
               IF NOT WS-ROW-CUR-PRESENT(WS-ROW-IDX)
                   MOVE '?' TO WS-ROW-ACTION(WS-ROW-IDX)
                   ADD 1 TO WS-UNRESOLVED-TOTAL
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ROW-CUR-IMAGE(WS-ROW-IDX)
                   TO WS-ROW-NEW-IMAGE(WS-ROW-IDX)
               MOVE WS-ROW-TGT-IMAGE(WS-ROW-IDX)(WS-FLAG-POS:1)
                   TO WS-ROW-NEW-IMAGE(WS-ROW-IDX)(WS-FLAG-POS:1)
               IF WS-ROW-NEW-IMAGE(WS-ROW-IDX)
                       = WS-ROW-CUR-IMAGE(WS-ROW-IDX)
                   MOVE '=' TO WS-ROW-ACTION(WS-ROW-IDX)
                   ADD 1 TO WS-SAME-TOTAL
               ELSE
                   MOVE 'U' TO WS-ROW-ACTION(WS-ROW-IDX)
                   ADD 1 TO WS-RESTORE-TOTAL
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ROW-TGT-IMAGE(WS-ROW-IDX)
               TO WS-ROW-NEW-IMAGE(WS-ROW-IDX).
           EVALUATE TRUE
               WHEN WS-ROW-TGT-PRESENT(WS-ROW-IDX)
                       AND WS-ROW-CUR-PRESENT(WS-ROW-IDX)
                   IF WS-ROW-TGT-IMAGE(WS-ROW-IDX)
                           = WS-ROW-CUR-IMAGE(WS-ROW-IDX)
                       MOVE '=' TO WS-ROW-ACTION(WS-ROW-IDX)
                   ELSE
                       MOVE 'U' TO WS-ROW-ACTION(WS-ROW-IDX)
                   END-IF
               WHEN WS-ROW-TGT-PRESENT(WS-ROW-IDX)
                   MOVE 'A' TO WS-ROW-ACTION(WS-ROW-IDX)
               WHEN WS-ROW-CUR-PRESENT(WS-ROW-IDX)
                   MOVE 'D' TO WS-ROW-ACTION(WS-ROW-IDX)
               WHEN OTHER
                   MOVE '=' TO WS-ROW-ACTION(WS-ROW-IDX)
           END-EVALUATE.
           IF WS-ROW-ACTION(WS-ROW-IDX) = '='
               ADD 1 TO WS-SAME-TOTAL
           ELSE
               ADD 1 TO WS-RESTORE-TOTAL
           END-IF.

       000055-CLAIM-PLAN-NUMBER.

      *    Next plan number off the NEXTPLAN row (an empty
      *    just-defined cluster is primed as for QQ1CSNP); after
      *    9999 the numbers wrap and the old plan's rows go.
           OPEN I-O QQ1RSTP-FILE.
           IF WS-RSTP-FILE-STATUS NOT = '00'
               OPEN OUTPUT QQ1RSTP-FILE
               IF WS-RSTP-FILE-STATUS = '00'
                   CLOSE QQ1RSTP-FILE
                   OPEN I-O QQ1RSTP-FILE
               END-IF
           END-IF.
           IF WS-RSTP-FILE-STATUS NOT = '00'
               MOVE 'QQ1RSTP PLAN FILE CANNOT BE OPENED' TO PBL-TEXT
               MOVE SPACES TO PBL-VALUE
               PERFORM 000015-REPORT-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO RSP-PLAN-NO RSP-SEQ.
           READ QQ1RSTP-FILE
               INVALID KEY
                   MOVE SPACES     TO RSP-DETAIL
                   MOVE 'NEXTPLAN' TO RSH-FILE-ID
                   MOVE 1          TO RSH-ROW-COUNT
                   MOVE 1          TO WS-PLAN-NO
                   WRITE QQ1RSTP-RECORD
               NOT INVALID KEY
                   IF RSH-ROW-COUNT >= 9999
                       MOVE 1 TO RSH-ROW-COUNT
                   ELSE
                       ADD 1 TO RSH-ROW-COUNT
                   END-IF
                   MOVE RSH-ROW-COUNT TO WS-PLAN-NO
                   REWRITE QQ1RSTP-RECORD
           END-READ.
           IF WS-RSTP-FILE-STATUS NOT = '00'
               MOVE 'NEXTPLAN ROW CANNOT BE UPDATED, STATUS:'
                   TO PBL-TEXT
               MOVE WS-RSTP-FILE-STATUS TO PBL-VALUE
               PERFORM 000015-REPORT-PROBLEM
               CLOSE QQ1RSTP-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-PLAN-SEQ.
           PERFORM 000056-CLEAR-REUSED-PLAN
               UNTIL WS-RSTP-FILE-STATUS NOT = '00'.
           MOVE WS-PLAN-NO           TO RSP-PLAN-NO.
           MOVE ZERO                 TO RSP-SEQ.
           MOVE SPACES               TO RSP-DETAIL.
           MOVE WS-FILE-ID           TO RSH-FILE-ID.
           MOVE WS-POINT-IN-TIME     TO RSH-POINT-IN-TIME.
           MOVE WS-TIMESTAMP-NOW     TO RSH-PREVIEW-TIMESTAMP.
           MOVE WS-RESTORE-TOTAL     TO RSH-ROW-COUNT.
           MOVE WS-UNRESOLVED-TOTAL  TO RSH-UNRESOLVED-COUNT.
           MOVE WS-SNAP-NO           TO RSH-SNAPSHOT-NO.
           WRITE QQ1RSTP-RECORD.
           IF WS-RSTP-FILE-STATUS NOT = '00'
               MOVE 'PLAN HEADER CANNOT BE WRITTEN, STATUS:'
                   TO PBL-TEXT
               MOVE WS-RSTP-FILE-STATUS TO PBL-VALUE
               PERFORM 000015-REPORT-PROBLEM
               CLOSE QQ1RSTP-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-PLAN-WRITTEN-FLAG.

       000056-CLEAR-REUSED-PLAN.

           MOVE WS-PLAN-NO  TO RSP-PLAN-NO.
           MOVE WS-PLAN-SEQ TO RSP-SEQ.
           DELETE QQ1RSTP-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           ADD 1 TO WS-PLAN-SEQ.

       000060-WRITE-PREVIEW.

           MOVE WS-JOURNAL-TOTAL     TO JNL-TOTAL.
           MOVE WS-FILE-ENTRY-TOTAL  TO JNL-FILE-TOTAL.
           MOVE WS-AFTER-ENTRY-TOTAL TO JNL-AFTER-TOTAL.
           WRITE RPT041-LINE FROM WS-JOURNAL-LINE.
           MOVE SPACES TO RPT041-LINE.
           WRITE RPT041-LINE.
           WRITE RPT041-LINE FROM WS-COLUMN-HEADING-1.
           WRITE RPT041-LINE FROM WS-COLUMN-HEADING-2.
           MOVE ZERO TO WS-PLAN-SEQ.
           PERFORM 000061-WRITE-PREVIEW-ROW
               VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-TOTAL.
           IF WS-PLAN-WRITTEN
               CLOSE QQ1RSTP-FILE
           END-IF.

       000061-WRITE-PREVIEW-ROW.

           IF WS-ROW-ACTION(WS-ROW-IDX) = SPACE
                   OR WS-ROW-ACTION(WS-ROW-IDX) = '='
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-ROW-ACTION(WS-ROW-IDX)
               WHEN 'A'
                   MOVE 'RE-ADD'   TO PVL-ACTION
               WHEN 'U'
                   MOVE 'UPDATE'   TO PVL-ACTION
               WHEN 'D'
                   MOVE 'DELETE'   TO PVL-ACTION
               WHEN OTHER
                   MOVE 'NO IMAGE' TO PVL-ACTION
           END-EVALUATE.
           MOVE WS-ROW-KEY(WS-ROW-IDX)            TO PVL-ROW-KEY.
           MOVE WS-ROW-AFTER-COUNT(WS-ROW-IDX)    TO PVL-CHANGES.
           MOVE WS-ROW-LAST-USERID(WS-ROW-IDX)    TO PVL-USERID.
           MOVE WS-ROW-LAST-TIMESTAMP(WS-ROW-IDX) TO PVL-TIMESTAMP.
           MOVE 'NOW: ' TO PVL-SIDE.
           IF WS-ROW-CUR-PRESENT(WS-ROW-IDX)
               MOVE WS-ROW-CUR-IMAGE(WS-ROW-IDX) TO PVL-IMAGE
           ELSE
               MOVE '(NOT ON FILE)' TO PVL-IMAGE
           END-IF.
           WRITE RPT041-LINE FROM WS-PREVIEW-LINE.
           MOVE SPACES TO PVL-ACTION PVL-ROW-KEY PVL-USERID.
           MOVE ZERO   TO PVL-CHANGES.
           EVALUATE WS-ROW-TGT-SOURCE(WS-ROW-IDX)
               WHEN 'J'
                   MOVE 'JOURNAL' TO PVL-USERID
               WHEN 'S'
                   MOVE 'SNAPSHOT' TO PVL-USERID
               WHEN 'A'
                   MOVE 'ADDED' TO PVL-USERID
               WHEN OTHER
                   MOVE SPACES TO PVL-USERID
           END-EVALUATE.
           IF WS-ROW-TGT-SOURCE(WS-ROW-IDX) = 'A'
               MOVE 'AFTER THE POINT IN TIME' TO PVL-TIMESTAMP
           ELSE
               MOVE WS-ROW-TGT-TIMESTAMP(WS-ROW-IDX) TO PVL-TIMESTAMP
           END-IF.
           MOVE 'NEW: ' TO PVL-SIDE.
           EVALUATE WS-ROW-ACTION(WS-ROW-IDX)
               WHEN 'D'
                   MOVE '(DELETED)' TO PVL-IMAGE
               WHEN '?'
                   MOVE '(LEFT AS IT IS)' TO PVL-IMAGE
               WHEN OTHER
                   MOVE WS-ROW-NEW-IMAGE(WS-ROW-IDX) TO PVL-IMAGE
           END-EVALUATE.
           WRITE RPT041-LINE FROM WS-PREVIEW-LINE.
           IF WS-ROW-ACTION(WS-ROW-IDX) = '?'
                   OR NOT WS-PLAN-WRITTEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PLAN-SEQ.
           MOVE WS-PLAN-NO  TO RSP-PLAN-NO.
           MOVE WS-PLAN-SEQ TO RSP-SEQ.
           MOVE SPACES      TO RSP-DETAIL.
           MOVE WS-FILE-ID                TO RSP-FILE-ID.
           MOVE WS-ROW-KEY(WS-ROW-IDX)    TO RSP-ROW-KEY.
           MOVE WS-ROW-ACTION(WS-ROW-IDX) TO RSP-ACTION.
           IF WS-ROW-CUR-PRESENT(WS-ROW-IDX)
               MOVE WS-ROW-CUR-IMAGE(WS-ROW-IDX)
                   TO RSP-CURRENT-IMAGE
           END-IF.
           IF NOT RSP-ACTION-DELETE
               MOVE WS-ROW-NEW-IMAGE(WS-ROW-IDX) TO RSP-TARGET-IMAGE
           END-IF.
           WRITE QQ1RSTP-RECORD
               INVALID KEY
                   MOVE 'PLAN ROW CANNOT BE WRITTEN FOR KEY:'
                       TO PBL-TEXT
                   MOVE WS-ROW-KEY(WS-ROW-IDX) TO PBL-VALUE
                   PERFORM 000015-REPORT-PROBLEM
           END-WRITE.

       000070-WRITE-SUMMARY.

           MOVE SPACES TO RPT041-LINE.
           WRITE RPT041-LINE.
           MOVE WS-RESTORE-TOTAL    TO SML-RESTORE.
           MOVE WS-SAME-TOTAL       TO SML-SAME.
           MOVE WS-UNRESOLVED-TOTAL TO SML-UNRESOLVED.
           WRITE RPT041-LINE FROM WS-SUMMARY-LINE.
           IF WS-UNRESOLVED-TOTAL > ZERO
               WRITE RPT041-LINE FROM WS-UNRESOLVED-NOTE
           END-IF.
      *    A plan with a row missing is not a plan anyone should
      *    approve - say so rather than leave it looking usable.
           IF WS-PLAN-WRITTEN AND WS-USABLE
               MOVE WS-PLAN-NO TO PLL-PLAN-NO
               WRITE RPT041-LINE FROM WS-PLAN-LINE
           ELSE
               WRITE RPT041-LINE FROM WS-NO-PLAN-LINE
           END-IF.

       000090-TERMINATE.

           CLOSE QQ1RPT041-FILE.
      *
      *   +->   QQ1B0041_CONTROL_FILE_RESTORE       10/15/2026  00:00
      *   !       Batch preview for a point-in-time restore of
      *   !       QQ1SLAT, QQ1CALP, QQ1TMODE, QQ1DIALT or QQ1RGCT
      *   !       (PARM: file id, point in time). Replays QQ1CTLL
      *   !       backwards - the last image journaled at or before
      *   !       the point in time for every row changed since,
      *   !       the configuration snapshot of that moment for rows
      *   !       journaled only later - and prints every row it
      *   !       would put back, now beside restored. The same rows
      *   !       go to QQ1RSTP as a numbered plan; it is proposed
      *   !       on the QQ1C0040 panel and applied by QQ1C0041 on
      *   !       dual-control approval.
      *   +---
