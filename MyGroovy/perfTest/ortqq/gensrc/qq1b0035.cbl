      *COMPILE1: LANG(COBOL) CMP(DEFAULT) CICS(N) DB2(Y)
      *COMPILE2: MQS(N) DLL(N) IP(N) LDAP(N) EXCI(N) RENT(N)
      *----------------------------------------------------------------*
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *----------------------------------------------------------------*
      ** One-time re-key of run history to the date/region reference_id
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  QQ1B0035.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Old-layout unloads (IDCAMS REPRO of the live clusters
      *    before QQ1RKEYJ deletes and redefines them, so each
      *    arrives in its old key order).
           SELECT OLD-AUDIT-FILE ASSIGN TO QQ1OAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OAUD-FILE-STATUS.
           SELECT OLD-METR-FILE ASSIGN TO QQ1OMET
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OMET-FILE-STATUS.
           SELECT OLD-ERRL-FILE ASSIGN TO QQ1OERR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OERR-FILE-STATUS.
           SELECT OLD-DIAG-FILE ASSIGN TO QQ1ODIA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ODIA-FILE-STATUS.
           SELECT OLD-BRCH-FILE ASSIGN TO QQ1OBRC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OBRC-FILE-STATUS.
           SELECT OLD-NOTE-FILE ASSIGN TO QQ1ONOT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ONOT-FILE-STATUS.
           SELECT OLD-ASYS-FILE ASSIGN TO QQ1OASY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OASY-FILE-STATUS.
      *    The freshly defined clusters at the new record sizes.
           SELECT QQ1AUDIT-FILE ASSIGN TO QQ1AUDT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT QQ1METR-FILE ASSIGN TO QQ1METR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MET-KEY
               FILE STATUS IS WS-METR-FILE-STATUS.
           SELECT QQ1ERRL-FILE ASSIGN TO QQ1ERRL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ERRL-KEY
               FILE STATUS IS WS-ERRL-FILE-STATUS.
           SELECT QQ1DIAG-FILE ASSIGN TO QQ1DIAG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DIA-KEY
               FILE STATUS IS WS-DIAG-FILE-STATUS.
           SELECT QQ1BRCH-FILE ASSIGN TO QQ1BRCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRC-KEY
               FILE STATUS IS WS-BRCH-FILE-STATUS.
           SELECT QQ1NOTE-FILE ASSIGN TO QQ1NOTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NOTE-KEY
               FILE STATUS IS WS-NOTE-FILE-STATUS.
           SELECT QQ1ASYS-FILE ASSIGN TO QQ1ASYS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ASF-TOKEN
               FILE STATUS IS WS-ASYS-FILE-STATUS.
           SELECT QQ1AUDC-FILE ASSIGN TO QQ1AUDC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUC-KEY
               FILE STATUS IS WS-AUDC-FILE-STATUS.
           SELECT QQ1RPT035-FILE ASSIGN TO QQ1RPTM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    Old layouts: a 15-byte reference_id (task number + HH:MM:SS)
      *    in front of, or inside, a tail that is byte-for-byte the
      *    tail of the new layout - only the id moves.
       FD  OLD-AUDIT-FILE.
       01  OLD-AUDIT-RECORD.
           05  OAU-REFERENCE-ID            PIC X(15).
           05  OAU-REST                    PIC X(78).
       FD  OLD-METR-FILE.
       01  OLD-METR-RECORD.
           05  OME-REFERENCE-ID            PIC X(15).
           05  OME-REST                    PIC X(59).
       FD  OLD-ERRL-FILE.
       01  OLD-ERRL-RECORD.
           05  OER-REFERENCE-ID            PIC X(15).
           05  OER-REST                    PIC X(105).
       FD  OLD-DIAG-FILE.
       01  OLD-DIAG-RECORD.
           05  ODI-KEY                     PIC X(33).
           05  ODI-REFERENCE-ID            PIC X(15).
           05  ODI-REST                    PIC X(272).
       FD  OLD-BRCH-FILE.
       01  OLD-BRCH-RECORD.
           05  OBR-REFERENCE-ID            PIC X(15).
           05  OBR-REST                    PIC X(105).
       FD  OLD-NOTE-FILE.
       01  OLD-NOTE-RECORD.
           05  ONO-TARGET-ID               PIC X(15).
           05  ONO-REST                    PIC X(115).
       FD  OLD-ASYS-FILE.
       01  OLD-ASYS-RECORD.
           05  OAS-TOKEN-STATUS            PIC X(9).
           05  OAS-REFERENCE-ID            PIC X(15).
           05  OAS-REST                    PIC X(56).
       FD  QQ1AUDIT-FILE.
       COPY QQ1AUDIT.
       FD  QQ1METR-FILE.
       COPY QQ1METR.
       FD  QQ1ERRL-FILE.
       COPY QQ1ERRL.
       FD  QQ1DIAG-FILE.
       COPY QQ1DIAG.
       FD  QQ1BRCH-FILE.
       COPY QQ1BRCH.
       FD  QQ1NOTE-FILE.
       COPY QQ1NOTE.
       FD  QQ1ASYS-FILE.
       01  QQ1ASYS-FILE-RECORD.
           05  ASF-TOKEN                   PIC X(8).
           05  FILLER                      PIC X(86).
       FD  QQ1AUDC-FILE.
       COPY QQ1AUDC.
       FD  QQ1RPT035-FILE.
       01  RPT035-LINE                     PIC X(80).
       WORKING-STORAGE SECTION.
       COPY QQ1ASYN.
       01  WS-OAUD-FILE-STATUS             PIC X(2).
       01  WS-OMET-FILE-STATUS             PIC X(2).
       01  WS-OERR-FILE-STATUS             PIC X(2).
       01  WS-ODIA-FILE-STATUS             PIC X(2).
       01  WS-OBRC-FILE-STATUS             PIC X(2).
       01  WS-ONOT-FILE-STATUS             PIC X(2).
       01  WS-OASY-FILE-STATUS             PIC X(2).
       01  WS-AUDIT-FILE-STATUS            PIC X(2).
       01  WS-METR-FILE-STATUS             PIC X(2).
       01  WS-ERRL-FILE-STATUS             PIC X(2).
       01  WS-DIAG-FILE-STATUS             PIC X(2).
       01  WS-BRCH-FILE-STATUS             PIC X(2).
       01  WS-NOTE-FILE-STATUS             PIC X(2).
       01  WS-ASYS-FILE-STATUS             PIC X(2).
       01  WS-AUDC-FILE-STATUS             PIC X(2).
       01  WS-RPT-FILE-STATUS              PIC X(2).
       01  WS-EOF-FLAG                     PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.
      *    Region stamped into ids of audit records written before
      *    the record carried AUD-REGION-ID (PARM, default primary).
       01  WS-DEFAULT-REGION               PIC X(8)    VALUE
               'CICSQQ1P'.
      *    Old id -> new id cross-reference, one entry per audit
      *    record, loaded in the old audit key order so the old ids
      *    are ascending and binary-searchable (the QQ1B0017 table).
      *    The same old id can recur on another day or in the other
      *    region; the entry's date and region pick between them.
      *    50,000 is the suite's in-storage ceiling - beyond it the
      *    run stops CC 12 before anything downstream is touched.
       01  WS-XREF-LIMIT                   PIC S9(8)   COMP
                                                        VALUE 50000.
       01  WS-XREF-TOTAL                   PIC S9(8)   COMP VALUE ZERO.
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 50000 TIMES.
               10  XRF-OLD-ID              PIC X(15).
               10  XRF-NEW-ID              PIC X(29).
               10  XRF-TIMESTAMP           PIC X(26).
               10  XRF-REKEYED-FLAG        PIC X(1).
                   88  XRF-REKEYED                     VALUE 'Y'.
      *    Chain order: (sequence, xref entry) for every chained
      *    audit record, comb-sorted into write order.
       01  WS-CHAIN-COUNT                  PIC S9(8)   COMP VALUE ZERO.
       01  WS-CHAIN-TABLE.
           05  WS-CHAIN-ENTRY OCCURS 50000 TIMES.
               10  WS-CHAIN-SEQ            PIC 9(9).
               10  WS-CHAIN-XREF           PIC S9(8)   COMP.
       01  WS-SORT-GAP                     PIC S9(8)   COMP.
       01  WS-SORT-I                       PIC S9(8)   COMP.
       01  WS-SORT-J                       PIC S9(8)   COMP.
       01  WS-SORT-SWAPPED-FLAG            PIC X(1).
           88  WS-SORT-SWAPPED                         VALUE 'Y'.
       01  WS-HOLD-SEQ                     PIC 9(9).
       01  WS-HOLD-XREF                    PIC S9(8)   COMP.
       01  WS-ENTRY-IDX                    PIC S9(8)   COMP.
       01  WS-XREF-IDX                     PIC S9(8)   COMP.
       01  WS-OVERFLOW-FLAG                PIC X(1)    VALUE 'N'.
           88  WS-OVERFLOWED                           VALUE 'Y'.
       01  WS-BREAK-FOUND-FLAG             PIC X(1)    VALUE 'N'.
           88  WS-BREAK-FOUND                          VALUE 'Y'.
       01  WS-PREV-SEQ                     PIC 9(9)    VALUE ZERO.
       01  WS-PREV-CHECK                   PIC 9(8)    VALUE ZERO.
      *    The old record as it was hashed: old id + unchanged tail.
       01  WS-OLD-IMAGE.
           05  WS-OLD-IMAGE-ID             PIC X(15).
           05  WS-OLD-IMAGE-REST           PIC X(78).
       01  WS-OLD-IMAGE-BYTES REDEFINES WS-OLD-IMAGE.
           05  WS-OLD-IMAGE-BYTE           PIC X(1)    OCCURS 93 TIMES.
      *    The rolling hash, byte for byte the QQ1C0021 original.
       01  WS-HASH-VALUE                   PIC S9(15)  COMP-3.
       01  WS-HASH-QUOTIENT                PIC S9(15)  COMP-3.
       01  WS-HASH-IDX                     PIC S9(8)   COMP.
       01  WS-HASH-LEN                     PIC S9(8)   COMP.
      *    Old-format id: 7-digit task number + HH:MM:SS.
       01  WS-OLD-ID                       PIC X(15).
       01  WS-OLD-ID-PARTS REDEFINES WS-OLD-ID.
           05  WS-OLD-TASKNO               PIC X(7).
           05  WS-OLD-HH                   PIC X(2).
           05  WS-OLD-SEP1                 PIC X(1).
           05  WS-OLD-MI                   PIC X(2).
           05  WS-OLD-SEP2                 PIC X(1).
           05  WS-OLD-SS                   PIC X(2).
       01  WS-NEW-ID                       PIC X(29).
       01  WS-NEW-ID-PARTS REDEFINES WS-NEW-ID.
           05  WS-NEW-DATE                 PIC X(8).
           05  WS-NEW-REGION               PIC X(8).
           05  WS-NEW-TIME                 PIC X(6).
           05  WS-NEW-TASKNO               PIC X(7).
      *    Lookup arguments and answer for 000070.
       01  WS-LOOKUP-DATE                  PIC X(8).
       01  WS-LOOKUP-REGION                PIC X(8).
       01  WS-LOOKUP-RESULT                PIC X(1).
           88  WS-LOOKUP-REKEYED                       VALUE 'F'.
           88  WS-LOOKUP-AMBIGUOUS                     VALUE 'A'.
           88  WS-LOOKUP-KEPT                          VALUE 'K'.
           88  WS-LOOKUP-UNMATCHED                     VALUE 'U'.
       01  WS-LOOKUP-FIRST-IDX             PIC S9(8)   COMP.
       01  WS-LOOKUP-PICK-IDX              PIC S9(8)   COMP.
       01  WS-LOOKUP-MATCHES               PIC S9(8)   COMP.
       01  WS-SEARCH-LO                    PIC S9(8)   COMP.
       01  WS-SEARCH-HI                    PIC S9(8)   COMP.
       01  WS-SEARCH-MID                   PIC S9(8)   COMP.
       01  WS-SEARCH-FOUND-IDX             PIC S9(8)   COMP.
       01  WS-TS-WORK                      PIC X(26).
      *    Per-file counts, one slot per converted file.
       01  WS-FILE-IDX                     PIC S9(4)   COMP.
       01  WS-FILE-NAME-TABLE.
           05  FILLER                      PIC X(8)    VALUE 'QQ1AUDIT'.
           05  FILLER                      PIC X(8)    VALUE 'QQ1METR '.
           05  FILLER                      PIC X(8)    VALUE 'QQ1ERRL '.
           05  FILLER                      PIC X(8)    VALUE 'QQ1DIAG '.
           05  FILLER                      PIC X(8)    VALUE 'QQ1BRCH '.
           05  FILLER                      PIC X(8)    VALUE 'QQ1NOTE '.
           05  FILLER                      PIC X(8)    VALUE 'QQ1ASYS '.
           05  FILLER                      PIC X(8)    VALUE 'DB2 ROWS'.
       01  WS-FILE-NAMES REDEFINES WS-FILE-NAME-TABLE.
           05  WS-FILE-NAME                PIC X(8)    OCCURS 8 TIMES.
       01  WS-FILE-STATS.
           05  WS-FILE-STAT OCCURS 8 TIMES.
               10  WS-STAT-READ            PIC 9(7).
               10  WS-STAT-REKEYED         PIC 9(7).
               10  WS-STAT-KEPT            PIC 9(7).
               10  WS-STAT-UNMATCHED       PIC 9(7).
               10  WS-STAT-AMBIGUOUS       PIC 9(7).
       01  WS-WRITE-FAIL-TOTAL             PIC 9(7)    VALUE ZERO.
       01  WS-RECHAINED-TOTAL              PIC 9(7)    VALUE ZERO.
       01  WS-REPORT-HEADING               PIC X(80)   VALUE
               'QQ1B0035 - REFERENCE_ID RE-KEY CONVERSION'.
       01  WS-OVERFLOW-LINE                PIC X(80)   VALUE
               'TOO MANY AUDIT RECORDS - NOTHING CONVERTED'.
       01  WS-CHAIN-BAD-LINE               PIC X(80)   VALUE
               'OLD TAMPER CHAIN BROKEN - NOT CONVERTED'.
       01  WS-ANCHOR-BAD-LINE              PIC X(80)   VALUE
               'OLD QQ1AUDC ANCHOR MISMATCH - NOT CONVERTED'.
       01  WS-CHAIN-OK-LINE                PIC X(80)   VALUE
               'OLD TAMPER CHAIN VERIFIED - RE-CHAINED ON NEW IDS'.
       01  WS-BREAK-LINE.
           05  FILLER                      PIC X(22)   VALUE
               'CHAIN BREAK AT SEQ:   '.
           05  BRL-SEQ                     PIC 9(9).
       01  WS-AMBIGUOUS-LINE.
           05  FILLER                      PIC X(10)   VALUE
               'AMBIGUOUS '.
           05  AML-FILE                    PIC X(8).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  AML-OLD-ID                  PIC X(15).
           05  FILLER                      PIC X(4)    VALUE
               ' -> '.
           05  AML-NEW-ID                  PIC X(29).
       01  WS-FAIL-LINE.
           05  FILLER                      PIC X(14)   VALUE
               'WRITE FAILED  '.
           05  FAL-FILE                    PIC X(8).
           05  FILLER                      PIC X(8)    VALUE
               ' STATUS '.
           05  FAL-STATUS                  PIC X(9).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  FAL-ID                      PIC X(29).
       01  WS-STAT-HEADING                 PIC X(80)   VALUE
               'FILE        READ   REKEYED      KEPT NOMATCH AMBIGUOUS'.
       01  WS-STAT-LINE.
           05  STL-FILE                    PIC X(8).
           05  STL-READ                    PIC Z,ZZZ,ZZ9.
           05  STL-REKEYED                 PIC Z,ZZZ,ZZ9.
           05  STL-KEPT                    PIC Z,ZZZ,ZZ9.
           05  STL-UNMATCHED               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  STL-AMBIGUOUS               PIC Z,ZZZ,ZZ9.
       01  WS-RECHAIN-LINE.
           05  FILLER                      PIC X(20)   VALUE
               'AUDIT RE-CHAINED:   '.
           05  RCL-COUNT                   PIC ZZZ,ZZ9.
       01  WS-LEFTOVER-LINE.
           05  FILLER                      PIC X(38)   VALUE
               'DB2 ROWS STILL ON THE OLD ID FORMAT:  '.
           05  LFL-COUNT                   PIC ZZZ,ZZ9.
       01  WS-SQL-FAIL-LINE.
           05  FILLER                      PIC X(20)   VALUE
               'DB2 UPDATE SQLCODE: '.
           05  SQF-SQLCODE                 PIC -(8)9.
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  SQF-OLD-ID                  PIC X(15).
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-OLD-REFERENCE-ID             PIC X(29).
       01  HV-NEW-REFERENCE-ID             PIC X(29).
       01  HV-RUN-DATE                     PIC X(10).
       01  HV-LEFTOVER-COUNT               PIC S9(9)   COMP.
           EXEC SQL END DECLARE SECTION END-EXEC.
       LINKAGE SECTION.
      *    JCL PARM layout (fixed-position, no keywords):
      *      positions 1-8  default region APPLID for audit records
      *                     with no AUD-REGION-ID (optional)
       01  WS-JCL-PARM.
           05  WS-PARM-LEN                 PIC S9(4)   COMP.
           05  WS-PARM-TEXT.
               10  WS-PARM-REGION          PIC X(8).
       PROCEDURE DIVISION USING WS-JCL-PARM.
       000000-CONTROL.

           PERFORM 000010-INITIALIZE.
           PERFORM 000020-LOAD-ONE-AUDIT UNTIL WS-EOF.
           CLOSE OLD-AUDIT-FILE.
           CLOSE QQ1AUDIT-FILE.
           IF WS-OVERFLOWED
               WRITE RPT035-LINE FROM WS-OVERFLOW-LINE
               MOVE 12 TO RETURN-CODE
               CLOSE QQ1RPT035-FILE
               STOP RUN
           END-IF.
      *    Re-hashing the chain over the new ids would launder any
      *    tampering already in the trail, so the old chain must
      *    verify end to end (the QQ1B0033 rules) before anything
      *    is re-chained or any other file is touched.
           OPEN I-O QQ1AUDIT-FILE.
           OPEN I-O QQ1AUDC-FILE.
           PERFORM 000030-SORT-BY-SEQUENCE.
           PERFORM 000040-VERIFY-OLD-CHAIN.
           IF WS-BREAK-FOUND
               MOVE 12 TO RETURN-CODE
               PERFORM 000090-TERMINATE
               STOP RUN
           END-IF.
           PERFORM 000050-RECHAIN-AUDIT.
           PERFORM 000100-CONVERT-METR.
           PERFORM 000110-CONVERT-ERRL.
           PERFORM 000120-CONVERT-DIAG.
           PERFORM 000130-CONVERT-BRCH.
           PERFORM 000140-CONVERT-NOTE.
           PERFORM 000150-CONVERT-ASYS.
           PERFORM 000160-REKEY-DB2-ROWS.
           PERFORM 000080-WRITE-TOTALS.
           PERFORM 000090-TERMINATE.
           STOP RUN.

       000010-INITIALIZE.

           IF WS-PARM-LEN >= 8 AND WS-PARM-REGION NOT = SPACES
               MOVE WS-PARM-REGION TO WS-DEFAULT-REGION
           END-IF.
           MOVE ZEROES TO WS-FILE-STATS.
           OPEN OUTPUT QQ1RPT035-FILE.
           WRITE RPT035-LINE FROM WS-REPORT-HEADING.
           OPEN INPUT OLD-AUDIT-FILE.
           OPEN OUTPUT QQ1AUDIT-FILE.
           IF WS-OAUD-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.

       000020-LOAD-ONE-AUDIT.

           READ OLD-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
           IF WS-EOF
               EXIT PARAGRAPH
           END-IF.
           IF WS-XREF-TOTAL >= WS-XREF-LIMIT
               MOVE 'Y' TO WS-OVERFLOW-FLAG
               MOVE 'Y' TO WS-EOF-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-FILE-IDX.
           ADD 1 TO WS-STAT-READ(WS-FILE-IDX).
      *    The tail carries the timestamp and region the new id is
      *    built from - lay it down first, then mint the id.
           MOVE SPACES TO QQ1AUDIT-RECORD.
           MOVE OAU-REST TO QQ1AUDIT-RECORD(30:78).
           MOVE OAU-REFERENCE-ID TO WS-OLD-ID.
           ADD 1 TO WS-XREF-TOTAL.
           MOVE WS-OLD-ID     TO XRF-OLD-ID(WS-XREF-TOTAL).
           MOVE AUD-TIMESTAMP TO XRF-TIMESTAMP(WS-XREF-TOTAL).
           IF WS-OLD-TASKNO NUMERIC
                   AND WS-OLD-HH NUMERIC
                   AND WS-OLD-MI NUMERIC
                   AND WS-OLD-SS NUMERIC
                   AND WS-OLD-SEP1 = ':'
                   AND WS-OLD-SEP2 = ':'
               MOVE AUD-TIMESTAMP TO WS-TS-WORK
               PERFORM 000075-TIMESTAMP-TO-DATE
               IF AUD-REGION-ID = SPACES OR LOW-VALUES
                   MOVE WS-DEFAULT-REGION TO WS-NEW-REGION
               ELSE
                   MOVE AUD-REGION-ID     TO WS-NEW-REGION
               END-IF
               PERFORM 000076-BUILD-NEW-ID
               MOVE 'Y' TO XRF-REKEYED-FLAG(WS-XREF-TOTAL)
               ADD 1 TO WS-STAT-REKEYED(WS-FILE-IDX)
           ELSE
               MOVE WS-OLD-ID TO WS-NEW-ID
               MOVE 'N' TO XRF-REKEYED-FLAG(WS-XREF-TOTAL)
               ADD 1 TO WS-STAT-KEPT(WS-FILE-IDX)
           END-IF.
           MOVE WS-NEW-ID TO XRF-NEW-ID(WS-XREF-TOTAL).
           MOVE WS-NEW-ID TO AUD-REFERENCE-ID.
      *    Sequence zero marks a record written before chaining.
           IF AUD-CHECK-SEQ NOT = ZERO
               ADD 1 TO WS-CHAIN-COUNT
               MOVE AUD-CHECK-SEQ TO WS-CHAIN-SEQ(WS-CHAIN-COUNT)
               MOVE WS-XREF-TOTAL TO WS-CHAIN-XREF(WS-CHAIN-COUNT)
           END-IF.
           WRITE QQ1AUDIT-RECORD
               INVALID KEY
                   MOVE WS-AUDIT-FILE-STATUS TO FAL-STATUS
                   MOVE WS-NEW-ID TO FAL-ID
                   PERFORM 000095-REPORT-WRITE-FAILURE
           END-WRITE.

       000030-SORT-BY-SEQUENCE.

      *    Comb sort on the sequence, xref pointers riding along.
           MOVE WS-CHAIN-COUNT TO WS-SORT-GAP.
           MOVE 'Y' TO WS-SORT-SWAPPED-FLAG.
           PERFORM UNTIL WS-SORT-GAP <= 1
                   AND NOT WS-SORT-SWAPPED
               COMPUTE WS-SORT-GAP = (WS-SORT-GAP * 10) / 13
               IF WS-SORT-GAP < 1
                   MOVE 1 TO WS-SORT-GAP
               END-IF
               MOVE 'N' TO WS-SORT-SWAPPED-FLAG
               PERFORM VARYING WS-SORT-I FROM 1 BY 1
                       UNTIL WS-SORT-I + WS-SORT-GAP >
                           WS-CHAIN-COUNT
                   COMPUTE WS-SORT-J = WS-SORT-I + WS-SORT-GAP
                   IF WS-CHAIN-SEQ(WS-SORT-I) >
                           WS-CHAIN-SEQ(WS-SORT-J)
                       MOVE WS-CHAIN-SEQ(WS-SORT-I)
                           TO WS-HOLD-SEQ
                       MOVE WS-CHAIN-SEQ(WS-SORT-J)
                           TO WS-CHAIN-SEQ(WS-SORT-I)
                       MOVE WS-HOLD-SEQ
                           TO WS-CHAIN-SEQ(WS-SORT-J)
                       MOVE WS-CHAIN-XREF(WS-SORT-I)
                           TO WS-HOLD-XREF
                       MOVE WS-CHAIN-XREF(WS-SORT-J)
                           TO WS-CHAIN-XREF(WS-SORT-I)
                       MOVE WS-HOLD-XREF
                           TO WS-CHAIN-XREF(WS-SORT-J)
                       MOVE 'Y' TO WS-SORT-SWAPPED-FLAG
                   END-IF
               END-PERFORM
           END-PERFORM.

       000040-VERIFY-OLD-CHAIN.

      *    The QQ1B0033 replay, run over the old record image (old
      *    id + the unchanged tail) rebuilt from the new file.
           MOVE ZERO TO WS-PREV-SEQ WS-PREV-CHECK.
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > WS-CHAIN-COUNT
                       OR WS-BREAK-FOUND
               PERFORM 000041-VERIFY-ONE-LINK
           END-PERFORM.
           IF WS-BREAK-FOUND
               WRITE RPT035-LINE FROM WS-CHAIN-BAD-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CHAIN-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'AUDCHAIN' TO AUC-KEY.
           READ QQ1AUDC-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-BREAK-FOUND-FLAG
               NOT INVALID KEY
                   IF AUC-LAST-SEQ NOT = WS-PREV-SEQ
                           OR AUC-LAST-CHECK NOT = WS-PREV-CHECK
                       MOVE 'Y' TO WS-BREAK-FOUND-FLAG
                   END-IF
           END-READ.
           IF WS-BREAK-FOUND
               WRITE RPT035-LINE FROM WS-ANCHOR-BAD-LINE
           END-IF.

       000041-VERIFY-ONE-LINK.

           PERFORM 000045-READ-CHAINED-RECORD.
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               PERFORM 000042-REPORT-BREAK
               EXIT PARAGRAPH
           END-IF.
           IF WS-ENTRY-IDX = 1
               MOVE AUD-CHECK-SEQ   TO WS-PREV-SEQ
               MOVE AUD-CHECK-VALUE TO WS-PREV-CHECK
               EXIT PARAGRAPH
           END-IF.
           IF AUD-CHECK-SEQ NOT = WS-PREV-SEQ + 1
               PERFORM 000042-REPORT-BREAK
               EXIT PARAGRAPH
           END-IF.
           MOVE XRF-OLD-ID(WS-XREF-IDX) TO WS-OLD-IMAGE-ID.
           MOVE QQ1AUDIT-RECORD(30:78)  TO WS-OLD-IMAGE-REST.
           MOVE WS-PREV-CHECK TO WS-HASH-VALUE.
           COMPUTE WS-HASH-LEN =
               LENGTH OF WS-OLD-IMAGE
               - LENGTH OF AUD-CHECK-CHAIN.
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                   UNTIL WS-HASH-IDX > WS-HASH-LEN
               COMPUTE WS-HASH-VALUE =
                   (WS-HASH-VALUE * 31)
                   + FUNCTION ORD(WS-OLD-IMAGE-BYTE(WS-HASH-IDX))
               DIVIDE WS-HASH-VALUE BY 100000000
                   GIVING WS-HASH-QUOTIENT
                   REMAINDER WS-HASH-VALUE
               END-DIVIDE
           END-PERFORM.
           IF WS-HASH-VALUE NOT = AUD-CHECK-VALUE
               PERFORM 000042-REPORT-BREAK
               EXIT PARAGRAPH
           END-IF.
           MOVE AUD-CHECK-SEQ   TO WS-PREV-SEQ.
           MOVE AUD-CHECK-VALUE TO WS-PREV-CHECK.

       000042-REPORT-BREAK.

           MOVE 'Y' TO WS-BREAK-FOUND-FLAG.
           MOVE WS-CHAIN-SEQ(WS-ENTRY-IDX) TO BRL-SEQ.
           WRITE RPT035-LINE FROM WS-BREAK-LINE.

       000045-READ-CHAINED-RECORD.

           MOVE WS-CHAIN-XREF(WS-ENTRY-IDX) TO WS-XREF-IDX.
           MOVE XRF-NEW-ID(WS-XREF-IDX)     TO AUD-REFERENCE-ID.
           MOVE XRF-TIMESTAMP(WS-XREF-IDX)  TO AUD-TIMESTAMP.
           READ QQ1AUDIT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

       000050-RECHAIN-AUDIT.

      *    Same walk, now hashing the new record content (the
      *    000023-HASH-AUDIT-CONTENT computation in qq1c0021.cbl).
      *    The head record keeps its check value as the seed, the
      *    way QQ1B0033 treats it; sequences are unchanged, so only
      *    the anchor's check value moves.
           MOVE ZERO TO WS-PREV-CHECK.
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > WS-CHAIN-COUNT
               PERFORM 000051-RECHAIN-ONE-LINK
           END-PERFORM.
           IF WS-CHAIN-COUNT > ZERO
               MOVE WS-PREV-CHECK TO AUC-LAST-CHECK
               REWRITE QQ1AUDC-RECORD
                   INVALID KEY
                       MOVE WS-AUDC-FILE-STATUS TO FAL-STATUS
                       MOVE 'AUDCHAIN' TO FAL-ID
                       MOVE 1 TO WS-FILE-IDX
                       PERFORM 000095-REPORT-WRITE-FAILURE
               END-REWRITE
           END-IF.
           WRITE RPT035-LINE FROM WS-CHAIN-OK-LINE.

       000051-RECHAIN-ONE-LINK.

           PERFORM 000045-READ-CHAINED-RECORD.
           IF WS-ENTRY-IDX = 1
               MOVE AUD-CHECK-VALUE TO WS-PREV-CHECK
               ADD 1 TO WS-RECHAINED-TOTAL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PREV-CHECK TO WS-HASH-VALUE.
           COMPUTE WS-HASH-LEN =
               LENGTH OF QQ1AUDIT-RECORD
               - LENGTH OF AUD-CHECK-CHAIN.
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                   UNTIL WS-HASH-IDX > WS-HASH-LEN
               COMPUTE WS-HASH-VALUE =
                   (WS-HASH-VALUE * 31)
                   + FUNCTION ORD(
                       QQ1AUDIT-RECORD(WS-HASH-IDX:1))
               DIVIDE WS-HASH-VALUE BY 100000000
                   GIVING WS-HASH-QUOTIENT
                   REMAINDER WS-HASH-VALUE
               END-DIVIDE
           END-PERFORM.
           MOVE WS-HASH-VALUE TO AUD-CHECK-VALUE.
           MOVE WS-HASH-VALUE TO WS-PREV-CHECK.
           REWRITE QQ1AUDIT-RECORD
               INVALID KEY
                   MOVE WS-AUDIT-FILE-STATUS TO FAL-STATUS
                   MOVE AUD-REFERENCE-ID TO FAL-ID
                   MOVE 1 TO WS-FILE-IDX
                   PERFORM 000095-REPORT-WRITE-FAILURE
           END-REWRITE.
           ADD 1 TO WS-RECHAINED-TOTAL.

       000070-LOOKUP-NEW-ID.

      *    WS-OLD-ID in, WS-NEW-ID out. Not an old-format id (a
      *    campaign-id note target, a blank) - kept as it is. No
      *    audit parent - kept and counted as unmatched. Otherwise
      *    the candidate whose date and region agree with the
      *    caller's (blank = no preference); more than one such
      *    candidate, or none, takes the earliest and is reported.
           MOVE WS-OLD-ID TO WS-NEW-ID.
           IF NOT (WS-OLD-TASKNO NUMERIC
                   AND WS-OLD-HH NUMERIC
                   AND WS-OLD-MI NUMERIC
                   AND WS-OLD-SS NUMERIC
                   AND WS-OLD-SEP1 = ':'
                   AND WS-OLD-SEP2 = ':')
               MOVE 'K' TO WS-LOOKUP-RESULT
               ADD 1 TO WS-STAT-KEPT(WS-FILE-IDX)
               EXIT PARAGRAPH
           END-IF.
           PERFORM 000071-BINARY-SEARCH-XREF.
           IF WS-SEARCH-FOUND-IDX = ZERO
               MOVE 'U' TO WS-LOOKUP-RESULT
               ADD 1 TO WS-STAT-UNMATCHED(WS-FILE-IDX)
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SEARCH-FOUND-IDX TO WS-LOOKUP-FIRST-IDX.
           PERFORM UNTIL WS-LOOKUP-FIRST-IDX = 1
                   OR XRF-OLD-ID(WS-LOOKUP-FIRST-IDX - 1)
                       NOT = WS-OLD-ID
               SUBTRACT 1 FROM WS-LOOKUP-FIRST-IDX
           END-PERFORM.
           MOVE ZERO TO WS-LOOKUP-MATCHES WS-LOOKUP-PICK-IDX.
           PERFORM VARYING WS-XREF-IDX FROM WS-LOOKUP-FIRST-IDX BY 1
                   UNTIL WS-XREF-IDX > WS-XREF-TOTAL
                       OR XRF-OLD-ID(WS-XREF-IDX) NOT = WS-OLD-ID
               MOVE XRF-NEW-ID(WS-XREF-IDX) TO WS-NEW-ID
               IF (WS-LOOKUP-DATE = SPACES
                       OR WS-LOOKUP-DATE = WS-NEW-DATE)
                   AND (WS-LOOKUP-REGION = SPACES
                       OR WS-LOOKUP-REGION = WS-NEW-REGION)
                   ADD 1 TO WS-LOOKUP-MATCHES
                   IF WS-LOOKUP-PICK-IDX = ZERO
                       MOVE WS-XREF-IDX TO WS-LOOKUP-PICK-IDX
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LOOKUP-MATCHES = 1
               MOVE XRF-NEW-ID(WS-LOOKUP-PICK-IDX) TO WS-NEW-ID
               MOVE 'F' TO WS-LOOKUP-RESULT
               ADD 1 TO WS-STAT-REKEYED(WS-FILE-IDX)
               EXIT PARAGRAPH
           END-IF.
           IF WS-LOOKUP-PICK-IDX = ZERO
               MOVE WS-LOOKUP-FIRST-IDX TO WS-LOOKUP-PICK-IDX
           END-IF.
           MOVE XRF-NEW-ID(WS-LOOKUP-PICK-IDX) TO WS-NEW-ID.
           MOVE 'A' TO WS-LOOKUP-RESULT.
           ADD 1 TO WS-STAT-REKEYED(WS-FILE-IDX).
           ADD 1 TO WS-STAT-AMBIGUOUS(WS-FILE-IDX).
           MOVE WS-FILE-NAME(WS-FILE-IDX) TO AML-FILE.
           MOVE WS-OLD-ID TO AML-OLD-ID.
           MOVE WS-NEW-ID TO AML-NEW-ID.
           WRITE RPT035-LINE FROM WS-AMBIGUOUS-LINE.

       000071-BINARY-SEARCH-XREF.

      *    Any entry for the old id will do - 000070 backs up to
      *    the first of its run of duplicates.
           MOVE ZERO TO WS-SEARCH-FOUND-IDX.
           IF WS-XREF-TOTAL = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-SEARCH-LO.
           MOVE WS-XREF-TOTAL TO WS-SEARCH-HI.
           PERFORM UNTIL WS-SEARCH-LO > WS-SEARCH-HI
               COMPUTE WS-SEARCH-MID =
                   (WS-SEARCH-LO + WS-SEARCH-HI) / 2
               EVALUATE TRUE
                   WHEN XRF-OLD-ID(WS-SEARCH-MID) = WS-OLD-ID
                       MOVE WS-SEARCH-MID TO WS-SEARCH-FOUND-IDX
                       MOVE WS-SEARCH-HI TO WS-SEARCH-LO
                       ADD 1 TO WS-SEARCH-LO
                   WHEN XRF-OLD-ID(WS-SEARCH-MID) < WS-OLD-ID
                       COMPUTE WS-SEARCH-LO = WS-SEARCH-MID + 1
                   WHEN OTHER
                       COMPUTE WS-SEARCH-HI = WS-SEARCH-MID - 1
               END-EVALUATE
           END-PERFORM.

       000075-TIMESTAMP-TO-DATE.

      *    'YYYY-MM-DDTHH:MM:SS.nnnnnn' -> YYYYMMDD.
           MOVE SPACES TO WS-NEW-DATE.
           IF WS-TS-WORK(1:4) NUMERIC
                   AND WS-TS-WORK(6:2) NUMERIC
                   AND WS-TS-WORK(9:2) NUMERIC
               STRING WS-TS-WORK(1:4) DELIMITED SIZE
                      WS-TS-WORK(6:2) DELIMITED SIZE
                      WS-TS-WORK(9:2) DELIMITED SIZE
                      INTO WS-NEW-DATE
               END-STRING
           END-IF.

       000076-BUILD-NEW-ID.

      *    The QQ1SRVD shape: date + region + HHMMSS + task number.
           MOVE WS-OLD-HH TO WS-NEW-TIME(1:2).
           MOVE WS-OLD-MI TO WS-NEW-TIME(3:2).
           MOVE WS-OLD-SS TO WS-NEW-TIME(5:2).
           MOVE WS-OLD-TASKNO TO WS-NEW-TASKNO.

       000100-CONVERT-METR.

      *    No timestamp on a metric record; its region picks
      *    between same-id runs of the two regions.
           MOVE 2 TO WS-FILE-IDX.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT OLD-METR-FILE.
           OPEN OUTPUT QQ1METR-FILE.
           IF WS-OMET-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM 000101-CONVERT-ONE-METR UNTIL WS-EOF.
           CLOSE OLD-METR-FILE.
           CLOSE QQ1METR-FILE.

       000101-CONVERT-ONE-METR.

           READ OLD-METR-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
           IF WS-EOF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-STAT-READ(WS-FILE-IDX).
           MOVE SPACES TO QQ1METRIC-RECORD.
           MOVE OME-REST TO QQ1METRIC-RECORD(30:59).
           MOVE OME-REFERENCE-ID TO WS-OLD-ID.
           MOVE SPACES TO WS-LOOKUP-DATE.
           MOVE MET-REGION-ID TO WS-LOOKUP-REGION.
           PERFORM 000070-LOOKUP-NEW-ID.
           MOVE WS-NEW-ID TO MET-RUN-REFERENCE-ID.
           WRITE QQ1METRIC-RECORD
               INVALID KEY
                   MOVE WS-METR-FILE-STATUS TO FAL-STATUS
                   MOVE WS-NEW-ID TO FAL-ID
                   PERFORM 000095-REPORT-WRITE-FAILURE
           END-WRITE.

       000110-CONVERT-ERRL.

           MOVE 3 TO WS-FILE-IDX.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT OLD-ERRL-FILE.
           OPEN OUTPUT QQ1ERRL-FILE.
           IF WS-OERR-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM 000111-CONVERT-ONE-ERRL UNTIL WS-EOF.
           CLOSE OLD-ERRL-FILE.
           CLOSE QQ1ERRL-FILE.

       000111-CONVERT-ONE-ERRL.

           READ OLD-ERRL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
           IF WS-EOF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-STAT-READ(WS-FILE-IDX).
           MOVE SPACES TO QQ1ERRL-RECORD.
           MOVE OER-REST TO QQ1ERRL-RECORD(30:105).
           MOVE OER-REFERENCE-ID TO WS-OLD-ID.
           MOVE ERRL-TIMESTAMP TO WS-TS-WORK.
           PERFORM 000075-TIMESTAMP-TO-DATE.
           MOVE WS-NEW-DATE TO WS-LOOKUP-DATE.
           MOVE SPACES TO WS-LOOKUP-REGION.
           PERFORM 000070-LOOKUP-NEW-ID.
           MOVE WS-NEW-ID TO ERRL-REFERENCE-ID.
           WRITE QQ1ERRL-RECORD
               INVALID KEY
                   MOVE WS-ERRL-FILE-STATUS TO FAL-STATUS
                   MOVE WS-NEW-ID TO FAL-ID
                   PERFORM 000095-REPORT-WRITE-FAILURE
           END-WRITE.

       000120-CONVERT-DIAG.

           MOVE 4 TO WS-FILE-IDX.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT OLD-DIAG-FILE.
           OPEN OUTPUT QQ1DIAG-FILE.
           IF WS-ODIA-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM 000121-CONVERT-ONE-DIAG UNTIL WS-EOF.
           CLOSE OLD-DIAG-FILE.
           CLOSE QQ1DIAG-FILE.

       000121-CONVERT-ONE-DIAG.

           READ OLD-DIAG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
           IF WS-EOF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-STAT-READ(WS-FILE-IDX).
           MOVE SPACES TO QQ1DIAG-RECORD.
           MOVE ODI-KEY TO DIA-KEY.
           MOVE ODI-REST TO QQ1DIAG-RECORD(63:272).
           MOVE ODI-REFERENCE-ID TO WS-OLD-ID.
           MOVE DIA-TIMESTAMP TO WS-TS-WORK.
           PERFORM 000075-TIMESTAMP-TO-DATE.
           MOVE WS-NEW-DATE TO WS-LOOKUP-DATE.
           MOVE SPACES TO WS-LOOKUP-REGION.
           PERFORM 000070-LOOKUP-NEW-ID.
           MOVE WS-NEW-ID TO DIA-REFERENCE-ID.
           WRITE QQ1DIAG-RECORD
               INVALID KEY
                   MOVE WS-DIAG-FILE-STATUS TO FAL-STATUS
                   MOVE WS-NEW-ID TO FAL-ID
                   PERFORM 000095-REPORT-WRITE-FAILURE
           END-WRITE.

       000130-CONVERT-BRCH.

           MOVE 5 TO WS-FILE-IDX.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT OLD-BRCH-FILE.
           OPEN OUTPUT QQ1BRCH-FILE.
           IF WS-OBRC-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM 000131-CONVERT-ONE-BRCH UNTIL WS-EOF.
           CLOSE OLD-BRCH-FILE.
           CLOSE QQ1BRCH-FILE.

       000131-CONVERT-ONE-BRCH.

           READ OLD-BRCH-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
           IF WS-EOF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-STAT-READ(WS-FILE-IDX).
           MOVE SPACES TO QQ1BRCH-RECORD.
           MOVE OBR-REST TO QQ1BRCH-RECORD(30:105).
           MOVE OBR-REFERENCE-ID TO WS-OLD-ID.
           MOVE BRC-RUN-TIMESTAMP TO WS-TS-WORK.
           PERFORM 000075-TIMESTAMP-TO-DATE.
           MOVE WS-NEW-DATE TO WS-LOOKUP-DATE.
           MOVE SPACES TO WS-LOOKUP-REGION.
           PERFORM 000070-LOOKUP-NEW-ID.
           MOVE WS-NEW-ID TO BRC-REFERENCE-ID.
           WRITE QQ1BRCH-RECORD
               INVALID KEY
                   MOVE WS-BRCH-FILE-STATUS TO FAL-STATUS
                   MOVE WS-NEW-ID TO FAL-ID
                   PERFORM 000095-REPORT-WRITE-FAILURE
           END-WRITE.

       000140-CONVERT-NOTE.

      *    A note carries neither the run's date nor its region -
      *    the earliest run with the id is taken and reported.
      *    Campaign-id targets are not old-format ids and are kept.
           MOVE 6 TO WS-FILE-IDX.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT OLD-NOTE-FILE.
           OPEN OUTPUT QQ1NOTE-FILE.
           IF WS-ONOT-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM 000141-CONVERT-ONE-NOTE UNTIL WS-EOF.
           CLOSE OLD-NOTE-FILE.
           CLOSE QQ1NOTE-FILE.

       000141-CONVERT-ONE-NOTE.

           READ OLD-NOTE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
           IF WS-EOF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-STAT-READ(WS-FILE-IDX).
           MOVE SPACES TO QQ1NOTE-RECORD.
           MOVE ONO-REST TO QQ1NOTE-RECORD(30:115).
           MOVE ONO-TARGET-ID TO WS-OLD-ID.
           MOVE SPACES TO WS-LOOKUP-DATE WS-LOOKUP-REGION.
           PERFORM 000070-LOOKUP-NEW-ID.
           MOVE WS-NEW-ID TO NOTE-TARGET-ID.
           WRITE QQ1NOTE-RECORD
               INVALID KEY
                   MOVE WS-NOTE-FILE-STATUS TO FAL-STATUS
                   MOVE WS-NEW-ID TO FAL-ID
                   PERFORM 000095-REPORT-WRITE-FAILURE
           END-WRITE.

       000150-CONVERT-ASYS.

           MOVE 7 TO WS-FILE-IDX.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT OLD-ASYS-FILE.
           OPEN OUTPUT QQ1ASYS-FILE.
           IF WS-OASY-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM 000151-CONVERT-ONE-ASYS UNTIL WS-EOF.
           CLOSE OLD-ASYS-FILE.
           CLOSE QQ1ASYS-FILE.

       000151-CONVERT-ONE-ASYS.

           READ OLD-ASYS-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
           IF WS-EOF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-STAT-READ(WS-FILE-IDX).
           MOVE SPACES TO QQ1ASYS-RECORD.
           MOVE OAS-TOKEN-STATUS TO QQ1ASYS-RECORD(1:9).
           MOVE OAS-REST TO QQ1ASYS-RECORD(39:56).
           MOVE OAS-REFERENCE-ID TO WS-OLD-ID.
           MOVE ASYS-START-TIMESTAMP TO WS-TS-WORK.
           PERFORM 000075-TIMESTAMP-TO-DATE.
           MOVE WS-NEW-DATE TO WS-LOOKUP-DATE.
           MOVE SPACES TO WS-LOOKUP-REGION.
           PERFORM 000070-LOOKUP-NEW-ID.
           MOVE WS-NEW-ID TO ASYS-REFERENCE-ID.
           MOVE QQ1ASYS-RECORD TO QQ1ASYS-FILE-RECORD.
           WRITE QQ1ASYS-FILE-RECORD
               INVALID KEY
                   MOVE WS-ASYS-FILE-STATUS TO FAL-STATUS
                   MOVE ASYS-TOKEN TO FAL-ID
                   PERFORM 000095-REPORT-WRITE-FAILURE
           END-WRITE.

       000160-REKEY-DB2-ROWS.

      *    QQ1PERF_RESULT.REFERENCE_ID has already been altered to
      *    CHAR(29) by the job; each re-keyed audit run updates its
      *    rows of the same day (the result row and, for a recovery
      *    abend, the second row with the final ABCODE).
           MOVE 8 TO WS-FILE-IDX.
           PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
                   UNTIL WS-XREF-IDX > WS-XREF-TOTAL
               IF XRF-REKEYED(WS-XREF-IDX)
                   PERFORM 000161-REKEY-ONE-RUN
               END-IF
           END-PERFORM.
      *    Whatever is left with a blank task-number position is a
      *    row with no audit parent (QQ1B0017 already lists those);
      *    the HEALTHCHECK probe row is transient and not counted.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :HV-LEFTOVER-COUNT
                 FROM QQ1PERF_RESULT
                WHERE SUBSTR(REFERENCE_ID, 23, 7) = ' '
                  AND REFERENCE_ID <> 'HEALTHCHECK'
           END-EXEC.
           IF SQLCODE = ZERO
               MOVE HV-LEFTOVER-COUNT TO LFL-COUNT
               WRITE RPT035-LINE FROM WS-LEFTOVER-LINE
               MOVE HV-LEFTOVER-COUNT TO WS-STAT-UNMATCHED(WS-FILE-IDX)
           END-IF.

       000161-REKEY-ONE-RUN.

           MOVE XRF-OLD-ID(WS-XREF-IDX)         TO HV-OLD-REFERENCE-ID.
           MOVE XRF-NEW-ID(WS-XREF-IDX)         TO HV-NEW-REFERENCE-ID.
           MOVE XRF-TIMESTAMP(WS-XREF-IDX)(1:10) TO HV-RUN-DATE.
           EXEC SQL
               UPDATE QQ1PERF_RESULT
                  SET REFERENCE_ID = :HV-NEW-REFERENCE-ID
                WHERE REFERENCE_ID = :HV-OLD-REFERENCE-ID
                  AND SUBSTR(RUN_TIMESTAMP, 1, 10) = :HV-RUN-DATE
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   ADD 1 TO WS-STAT-READ(WS-FILE-IDX)
                   ADD SQLERRD(3) TO WS-STAT-REKEYED(WS-FILE-IDX)
               WHEN SQLCODE = +100
                   CONTINUE
               WHEN OTHER
                   MOVE SQLCODE TO SQF-SQLCODE
                   MOVE XRF-OLD-ID(WS-XREF-IDX) TO SQF-OLD-ID
                   WRITE RPT035-LINE FROM WS-SQL-FAIL-LINE
                   ADD 1 TO WS-WRITE-FAIL-TOTAL
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-EVALUATE.

       000080-WRITE-TOTALS.

           WRITE RPT035-LINE FROM WS-STAT-HEADING.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 8
               MOVE WS-FILE-NAME(WS-FILE-IDX)      TO STL-FILE
               MOVE WS-STAT-READ(WS-FILE-IDX)      TO STL-READ
               MOVE WS-STAT-REKEYED(WS-FILE-IDX)   TO STL-REKEYED
               MOVE WS-STAT-KEPT(WS-FILE-IDX)      TO STL-KEPT
               MOVE WS-STAT-UNMATCHED(WS-FILE-IDX) TO STL-UNMATCHED
               MOVE WS-STAT-AMBIGUOUS(WS-FILE-IDX) TO STL-AMBIGUOUS
               WRITE RPT035-LINE FROM WS-STAT-LINE
           END-PERFORM.
           MOVE WS-RECHAINED-TOTAL TO RCL-COUNT.
           WRITE RPT035-LINE FROM WS-RECHAIN-LINE.
      *    Ambiguous picks are listed above for review but are not
      *    failures; a lost write or a failed DB2 update is.
           IF WS-WRITE-FAIL-TOTAL > ZERO AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.

       000090-TERMINATE.

           CLOSE QQ1AUDIT-FILE.
           CLOSE QQ1AUDC-FILE.
           CLOSE QQ1RPT035-FILE.

       000095-REPORT-WRITE-FAILURE.

           MOVE WS-FILE-NAME(WS-FILE-IDX) TO FAL-FILE.
           WRITE RPT035-LINE FROM WS-FAIL-LINE.
           ADD 1 TO WS-WRITE-FAIL-TOTAL.
      *
      *   +->   QQ1B0035_REFERENCE_ID_REKEY         10/14/2026  00:00
      *   !       One-time conversion of the run history from the
      *   !       15-byte reference_id (task number + time) to the
      *   !       29-byte date + region + time + task number form.
      *   !       Reads REPRO unloads of the old QQ1AUDIT, QQ1METR,
      *   !       QQ1ERRL, QQ1DIAG, QQ1BRCH, QQ1NOTE and QQ1ASYS
      *   !       clusters and loads the newly defined ones. Each
      *   !       audit record mints its new id from its own
      *   !       timestamp, region and old id and enters an old ->
      *   !       new cross-reference; every other file is re-keyed
      *   !       through it (by date, or by region for metrics),
      *   !       then the DB2 QQ1PERF_RESULT rows are updated. The
      *   !       old tamper chain must verify first (else CC 12,
      *   !       nothing beyond the audit load is touched) and is
      *   !       then re-chained over the new content, with the
      *   !       QQ1AUDC anchor's check value moved to match.
      *   !       Ambiguous picks are listed; a failed write or DB2
      *   !       update ends CC 8.
      *   +---
