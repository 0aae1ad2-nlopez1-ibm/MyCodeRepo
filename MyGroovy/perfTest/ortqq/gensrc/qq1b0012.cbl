               FILE STATUS IS WS-PROF-FILE-STATUS.
           SELECT QQ1CALP-FILE ASSIGN TO QQ1CALP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CALP-FILE-STATUS.
           SELECT QQ1CAMP-FILE ASSIGN TO QQ1CAMP
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMP-CAMPAIGN-ID
               FILE STATUS IS WS-CAMP-FILE-STATUS.
           SELECT QQ1CSNP-FILE ASSIGN TO QQ1CSNP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CSN-KEY
               FILE STATUS IS WS-CSNP-FILE-STATUS.
           SELECT QQ1DIALT-FILE ASSIGN TO QQ1DIALT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DLT-DIALECT-CD
               FILE STATUS IS WS-SNAP-FILE-STATUS.
           SELECT QQ1TMODE-FILE ASSIGN TO QQ1TMODE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TMD-MODE-KEY
               FILE STATUS IS WS-SNAP-FILE-STATUS.
           SELECT QQ1SLAT-FILE ASSIGN TO QQ1SLAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SLA-PROGRAM-ID
               FILE STATUS IS WS-SNAP-FILE-STATUS.
           SELECT QQ1RGCT-FILE ASSIGN TO QQ1RGCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RGC-KEY
               FILE STATUS IS WS-SNAP-FILE-STATUS.
           SELECT QQ1MSGT-FILE ASSIGN TO QQ1MSGT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MSGT-KEY
               FILE STATUS IS WS-SNAP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QQ1CHKP-FILE.
       COPY QQ1CALP.
       FD  QQ1CAMP-FILE.
       COPY QQ1CAMP.
       FD  QQ1CSNP-FILE.
       COPY QQ1CSNP.
       FD  QQ1DIALT-FILE.
       COPY QQ1DIALT.
       FD  QQ1TMODE-FILE.
       COPY QQ1TMODE.
       FD  QQ1SLAT-FILE.
       COPY QQ1SLAT.
       FD  QQ1RGCT-FILE.
       COPY QQ1RGCT.
       FD  QQ1MSGT-FILE.
       COPY QQ1MSGT.
       WORKING-STORAGE SECTION.
       01  WS-ITERATION-COUNT              PIC 9(5).
       01  WS-START-ITERATION              PIC 9(5)    VALUE 1.
      *    The COMMAREA carries the original 1-byte flag plus the
      *    campaign id, so QQ1C0021 stamps every run of this
      *    submission with it (EIBCALEN > 0 still marks the DPL
      *    path at the new length), and the iteration number, which
      *    the run enters on the QQ1INTK intake register with its
      *    reference_id so each QQ1RSLT record can be tied to the
      *    run that answered it.
       01  WS-EXCI-COMMAREA.
           05  WS-EXCI-RUN-FLAG            PIC X(1)    VALUE SPACE.
           05  WS-EXCI-CAMPAIGN-ID         PIC X(8)    VALUE SPACES.
           05  WS-EXCI-ITERATION           PIC 9(5)    VALUE ZERO.
       01  WS-EXCI-COMMAREA-LENGTH         PIC S9(8)   COMP
                                                        VALUE 14.
       01  WS-EXCI-RETURN-CODE             PIC S9(8)   COMP
                                                        VALUE ZERO.
       01  WS-LINK-STATUS-LINE.
       01  WS-SUBMITTED-BY                 PIC X(8)    VALUE SPACES.
       01  WS-CAMP-SKIP-LINE               PIC X(50)   VALUE
               'QQ1B0012 CAMPAIGN REGISTRY UNAVAILABLE - SKIPPED'.
      *    Configuration snapshot: the control-file state the
      *    campaign runs under, copied into a new numbered QQ1CSNP
      *    snapshot as it is first marked running, the number kept
      *    on its QQ1CAMP record. Like the registry, a snapshot
      *    that cannot be taken is a SYSOUT note, never a reason
      *    not to drive.
       01  WS-CSNP-FILE-STATUS             PIC X(2).
       01  WS-SNAP-FILE-STATUS             PIC X(2).
       01  WS-SNAP-EOF-FLAG                PIC X(1)    VALUE 'N'.
           88  WS-SNAP-EOF                             VALUE 'Y'.
       01  WS-SNAPSHOT-NO                  PIC 9(7)    VALUE ZERO.
       01  WS-SNAP-ROW-TOTAL               PIC 9(5)    VALUE ZERO.
       01  WS-RGCT-SNAP-KEYS.
           05  FILLER                      PIC X(8)    VALUE
               'CONCURR '.
           05  FILLER                      PIC X(8)    VALUE
               'BREAKER '.
           05  FILLER                      PIC X(8)    VALUE
               'DRAIN   '.
       01  WS-RGCT-SNAP-KEY-TABLE REDEFINES WS-RGCT-SNAP-KEYS.
           05  WS-RGCT-SNAP-KEY            PIC X(8)    OCCURS 3 TIMES.
       01  WS-RGCT-IDX                     PIC S9(4)   COMP.
      *    Catalog row counts per dialect code, subscripted by the
      *    code's byte value plus one.
       01  WS-MSGT-COUNT-TABLE.
           05  WS-MSGT-DIALECT-COUNT       PIC 9(7)    OCCURS 256 TIMES.
       01  WS-MSGT-TOTAL                   PIC 9(7)    VALUE ZERO.
       01  WS-MSGT-IDX                     PIC S9(4)   COMP.
       01  WS-MSGT-CODE-VALUE              PIC S9(4)   COMP.
       01  WS-MSGT-CODE-BYTES REDEFINES WS-MSGT-CODE-VALUE.
           05  FILLER                      PIC X(1).
           05  WS-MSGT-CODE-BYTE           PIC X(1).
       01  WS-SNAP-LINE.
           05  FILLER                      PIC X(32)   VALUE
               'QQ1B0012 CONFIGURATION SNAPSHOT '.
           05  SNL-SNAPSHOT-NO             PIC 9(7).
           05  FILLER                      PIC X(7)    VALUE
               '  ROWS '.
           05  SNL-ROW-TOTAL               PIC ZZ,ZZ9.
       01  WS-SNAP-SKIP-LINE               PIC X(50)   VALUE
               'QQ1B0012 CONFIG SNAPSHOT UNAVAILABLE - SKIPPED'.
       LINKAGE SECTION.
      *    JCL PARM layout (fixed-position, no keywords):
      *      positions 1-5   ITERATIONS  (9(5), default 1 if zero)
               + (WS-CURR-MI * 6000)
               + (WS-CURR-SS * 100)
               + WS-CURR-CC.
           MOVE WS-ITERATION-COUNT TO WS-EXCI-ITERATION.
           CALL 'DFHXCLNK' USING WS-EXCI-PROGRAM-NAME
                                  WS-EXCI-COMMAREA
                                  WS-EXCI-COMMAREA-LENGTH
                                           TO CMP-ITERATIONS-PLANNED
                   MOVE ZERO               TO CMP-ITERATIONS-DONE
                   MOVE ZERO               TO CMP-FAILED-TOTAL
                   MOVE ZERO               TO CMP-SNAPSHOT-NO
                   WRITE QQ1CAMP-RECORD
               NOT INVALID KEY
                   CONTINUE
           IF CMP-START-TIMESTAMP = SPACES
               MOVE WS-TIMESTAMP-NOW TO CMP-START-TIMESTAMP
           END-IF.
      *    Likewise a restart keeps the snapshot taken when the
      *    campaign first began (registry records from before
      *    snapshots existed carry spaces here).
           IF CMP-SNAPSHOT-NO NOT NUMERIC
               MOVE ZERO TO CMP-SNAPSHOT-NO
           END-IF.
           IF CMP-SNAPSHOT-NO = ZERO
               PERFORM 000053-TAKE-CONFIG-SNAPSHOT
               MOVE WS-SNAPSHOT-NO TO CMP-SNAPSHOT-NO
           END-IF.
           REWRITE QQ1CAMP-RECORD.

       000053-TAKE-CONFIG-SNAPSHOT.

      *    Claim the next snapshot number off the NEXTSNAP row
      *    (an empty just-defined cluster is primed as for
      *    QQ1CAMP), then copy each control file in under it.
      *    WS-SNAPSHOT-NO stays zero if no number could be had.
           MOVE ZERO TO WS-SNAPSHOT-NO WS-SNAP-ROW-TOTAL.
           OPEN I-O QQ1CSNP-FILE.
           IF WS-CSNP-FILE-STATUS NOT = '00'
               OPEN OUTPUT QQ1CSNP-FILE
               IF WS-CSNP-FILE-STATUS = '00'
                   CLOSE QQ1CSNP-FILE
                   OPEN I-O QQ1CSNP-FILE
               END-IF
           END-IF.
           IF WS-CSNP-FILE-STATUS NOT = '00'
               DISPLAY WS-SNAP-SKIP-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO       TO CSN-SNAPSHOT-NO.
           MOVE 'NEXTSNAP' TO CSN-FILE-ID.
           MOVE SPACES     TO CSN-ROW-KEY.
           READ QQ1CSNP-FILE
               INVALID KEY
                   MOVE SPACES TO CSN-IMAGE CSN-CAMPAIGN-ID
                   MOVE 1      TO CSC-ROW-COUNT
                   WRITE QQ1CSNP-RECORD
               NOT INVALID KEY
                   ADD 1 TO CSC-ROW-COUNT
                   REWRITE QQ1CSNP-RECORD
           END-READ.
           IF WS-CSNP-FILE-STATUS NOT = '00'
               DISPLAY WS-SNAP-SKIP-LINE
               CLOSE QQ1CSNP-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE CSC-ROW-COUNT TO WS-SNAPSHOT-NO.
           MOVE '*HEADER '         TO CSN-FILE-ID.
           MOVE SPACES             TO CSN-ROW-KEY CSN-IMAGE.
           MOVE WS-CAMPAIGN-ID     TO CSH-CAMPAIGN-ID.
           MOVE WS-TIMESTAMP-NOW   TO CSH-TIMESTAMP.
           MOVE WS-SUBMITTED-BY    TO CSH-SUBMITTED-BY.
           PERFORM 000054-WRITE-SNAPSHOT-ROW.
           PERFORM 000055-SNAP-DIALECTS.
           PERFORM 000056-SNAP-TEST-MODE.
           PERFORM 000057-SNAP-SLA-LIMITS.
           PERFORM 000058-SNAP-CALENDAR.
           PERFORM 000059-SNAP-REGION-CONTROLS.
           PERFORM 000060-SNAP-CATALOG-COUNTS.
           CLOSE QQ1CSNP-FILE.
           MOVE WS-SNAPSHOT-NO    TO SNL-SNAPSHOT-NO.
           MOVE WS-SNAP-ROW-TOTAL TO SNL-ROW-TOTAL.
           DISPLAY WS-SNAP-LINE.

       000054-WRITE-SNAPSHOT-ROW.

      *    Caller fills file id, row key and image.
           MOVE WS-SNAPSHOT-NO TO CSN-SNAPSHOT-NO.
           MOVE WS-CAMPAIGN-ID TO CSN-CAMPAIGN-ID.
           WRITE QQ1CSNP-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-SNAP-ROW-TOTAL
           END-WRITE.

       000055-SNAP-DIALECTS.

           OPEN INPUT QQ1DIALT-FILE.
           IF WS-SNAP-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-SNAP-EOF-FLAG.
           PERFORM UNTIL WS-SNAP-EOF
               READ QQ1DIALT-FILE
                   AT END
                       MOVE 'Y' TO WS-SNAP-EOF-FLAG
                   NOT AT END
                       MOVE 'QQ1DIALT'      TO CSN-FILE-ID
                       MOVE SPACES          TO CSN-ROW-KEY CSN-IMAGE
                       MOVE DLT-DIALECT-CD  TO CSN-ROW-KEY
                       MOVE QQ1DIALT-RECORD TO CSN-IMAGE
                       PERFORM 000054-WRITE-SNAPSHOT-ROW
               END-READ
           END-PERFORM.
           CLOSE QQ1DIALT-FILE.

       000056-SNAP-TEST-MODE.

           OPEN INPUT QQ1TMODE-FILE.
           IF WS-SNAP-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-SNAP-EOF-FLAG.
           PERFORM UNTIL WS-SNAP-EOF
               READ QQ1TMODE-FILE
                   AT END
                       MOVE 'Y' TO WS-SNAP-EOF-FLAG
                   NOT AT END
                       MOVE 'QQ1TMODE'      TO CSN-FILE-ID
                       MOVE SPACES          TO CSN-ROW-KEY CSN-IMAGE
                       MOVE TMD-MODE-KEY    TO CSN-ROW-KEY
                       MOVE QQ1TMODE-RECORD TO CSN-IMAGE
                       PERFORM 000054-WRITE-SNAPSHOT-ROW
               END-READ
           END-PERFORM.
           CLOSE QQ1TMODE-FILE.

       000057-SNAP-SLA-LIMITS.

           OPEN INPUT QQ1SLAT-FILE.
           IF WS-SNAP-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-SNAP-EOF-FLAG.
           PERFORM UNTIL WS-SNAP-EOF
               READ QQ1SLAT-FILE
                   AT END
                       MOVE 'Y' TO WS-SNAP-EOF-FLAG
                   NOT AT END
                       MOVE 'QQ1SLAT '      TO CSN-FILE-ID
                       MOVE SPACES          TO CSN-ROW-KEY CSN-IMAGE
                       MOVE SLA-PROGRAM-ID  TO CSN-ROW-KEY
                       MOVE QQ1SLAT-RECORD  TO CSN-IMAGE
                       PERFORM 000054-WRITE-SNAPSHOT-ROW
               END-READ
           END-PERFORM.
           CLOSE QQ1SLAT-FILE.

       000058-SNAP-CALENDAR.

      *    QQ1CALP is already open for the window guard (random
      *    reads); position at its first key and read it through.
           IF NOT WS-CALENDAR-OPEN
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO CAL-KEY.
           START QQ1CALP-FILE KEY IS NOT LESS THAN CAL-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE 'N' TO WS-SNAP-EOF-FLAG.
           PERFORM UNTIL WS-SNAP-EOF
               READ QQ1CALP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SNAP-EOF-FLAG
                   NOT AT END
                       MOVE 'QQ1CALP '      TO CSN-FILE-ID
                       MOVE SPACES          TO CSN-ROW-KEY CSN-IMAGE
                       MOVE CAL-KEY         TO CSN-ROW-KEY
                       MOVE QQ1CALP-RECORD  TO CSN-IMAGE
                       PERFORM 000054-WRITE-SNAPSHOT-ROW
               END-READ
           END-PERFORM.

       000059-SNAP-REGION-CONTROLS.

           OPEN INPUT QQ1RGCT-FILE.
           IF WS-SNAP-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-RGCT-IDX FROM 1 BY 1
                   UNTIL WS-RGCT-IDX > 3
               MOVE WS-RGCT-SNAP-KEY(WS-RGCT-IDX) TO RGC-KEY
               READ QQ1RGCT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'QQ1RGCT '      TO CSN-FILE-ID
                       MOVE SPACES          TO CSN-ROW-KEY CSN-IMAGE
                       MOVE RGC-KEY         TO CSN-ROW-KEY
                       MOVE RGC-KEY         TO CSN-IMAGE(1:8)
                       MOVE RGC-FLAG        TO CSN-IMAGE(9:1)
                       MOVE RGC-VALUE       TO CSN-IMAGE(10:5)
                       PERFORM 000054-WRITE-SNAPSHOT-ROW
               END-READ
           END-PERFORM.
           CLOSE QQ1RGCT-FILE.

       000060-SNAP-CATALOG-COUNTS.

           OPEN INPUT QQ1MSGT-FILE.
           IF WS-SNAP-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-MSGT-TOTAL.
           PERFORM VARYING WS-MSGT-IDX FROM 1 BY 1
                   UNTIL WS-MSGT-IDX > 256
               MOVE ZERO TO WS-MSGT-DIALECT-COUNT(WS-MSGT-IDX)
           END-PERFORM.
           MOVE 'N' TO WS-SNAP-EOF-FLAG.
           PERFORM UNTIL WS-SNAP-EOF
               READ QQ1MSGT-FILE
                   AT END
                       MOVE 'Y' TO WS-SNAP-EOF-FLAG
                   NOT AT END
                       MOVE ZERO TO WS-MSGT-CODE-VALUE
                       MOVE MSGT-DIALECT-CODE TO WS-MSGT-CODE-BYTE
                       ADD 1 TO WS-MSGT-DIALECT-COUNT
                                    (WS-MSGT-CODE-VALUE + 1)
                       ADD 1 TO WS-MSGT-TOTAL
               END-READ
           END-PERFORM.
           CLOSE QQ1MSGT-FILE.
           PERFORM VARYING WS-MSGT-IDX FROM 1 BY 1
                   UNTIL WS-MSGT-IDX > 256
               IF WS-MSGT-DIALECT-COUNT(WS-MSGT-IDX) > ZERO
                   MOVE 'QQ1MSGT '  TO CSN-FILE-ID
                   MOVE SPACES      TO CSN-ROW-KEY CSN-IMAGE
                   COMPUTE WS-MSGT-CODE-VALUE = WS-MSGT-IDX - 1
                   MOVE WS-MSGT-CODE-BYTE TO CSN-ROW-KEY(1:1)
                   MOVE WS-MSGT-DIALECT-COUNT(WS-MSGT-IDX)
                                    TO CSC-ROW-COUNT
                   PERFORM 000054-WRITE-SNAPSHOT-ROW
               END-IF
           END-PERFORM.
           MOVE 'QQ1MSGT '    TO CSN-FILE-ID.
           MOVE SPACES        TO CSN-ROW-KEY CSN-IMAGE.
           MOVE '*'           TO CSN-ROW-KEY.
           MOVE WS-MSGT-TOTAL TO CSC-ROW-COUNT.
           PERFORM 000054-WRITE-SNAPSHOT-ROW.

       000052-REGISTER-CAMPAIGN-END.

           IF NOT WS-CAMP-REGISTRY-OPEN
      *   !       submits to primary or prod-mirror; QQ1C0021
      *   !       stamps the executing region into the audit and
      *   !       metric records.
      *   !
      *   !       10/15/2026 - configuration snapshot: marking a
      *   !       campaign running for the first time copies QQ1DIALT,
      *   !       QQ1TMODE, QQ1SLAT, QQ1CALP, the QQ1RGCT
      *   !       CONCURR/BREAKER/DRAIN rows and the QQ1MSGT row
      *   !       counts into a new numbered QQ1CSNP snapshot, kept on
      *   !       the QQ1CAMP record for the QQ1B0040 diff report.
      *   !
      *   !       10/15/2026 - the EXCI COMMAREA also carries the
      *   !       iteration number, so the run can enter it with its
      *   !       reference_id on the QQ1INTK intake register for the
      *   !       QQ1B0045 intake-to-outcome reconciliation.
      *   +---
