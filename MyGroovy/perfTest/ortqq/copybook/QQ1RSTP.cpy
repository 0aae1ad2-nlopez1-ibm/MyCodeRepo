      *----------------------------------------------------------------*
      *    QQ1RSTP - CONTROL-FILE RESTORE PLAN RECORD                  *
      *    VSAM KSDS keyed by plan number + row sequence. QQ1B0041    *
      *    replays QQ1CTLL backwards for one control file to a point  *
      *    in time, prints the preview and writes what it printed     *
      *    here as a numbered plan: sequence 00000 is the plan        *
      *    header, 00001 up one row each to put back. The plan is     *
      *    proposed from the QQ1C0040 panel (PF10) and applied by     *
      *    QQ1C0041 on approval - only if every row still holds the   *
      *    image the preview saw. Plan 0000 holds the single          *
      *    'NEXTPLAN' header carrying the last number issued.         *
      *    Images use the QQ1CSNP layouts (full record; QQ1RGCT key,  *
      *    flag and value). For QQ1DIALT and QQ1RGCT only the flag    *
      *    byte is restored - the rest is not maintained online and   *
      *    is never journaled.                                        *
      *----------------------------------------------------------------*
       01  QQ1RSTP-RECORD.
           05  RSP-KEY.
               10  RSP-PLAN-NO             PIC 9(4).
               10  RSP-SEQ                 PIC 9(5).
           05  RSP-DETAIL.
               10  RSP-FILE-ID             PIC X(8).
               10  RSP-ROW-KEY             PIC X(13).
               10  RSP-ACTION              PIC X(1).
                   88  RSP-ACTION-ADD                  VALUE 'A'.
                   88  RSP-ACTION-UPDATE               VALUE 'U'.
                   88  RSP-ACTION-DELETE               VALUE 'D'.
      *        The row as the preview found it (spaces for an add)
      *        and as it is to be put back (spaces for a delete).
               10  RSP-CURRENT-IMAGE       PIC X(60).
               10  RSP-TARGET-IMAGE        PIC X(60).
           05  RSP-HEADER REDEFINES RSP-DETAIL.
               10  RSH-FILE-ID             PIC X(8).
               10  RSH-POINT-IN-TIME       PIC X(26).
               10  RSH-PREVIEW-TIMESTAMP   PIC X(26).
               10  RSH-ROW-COUNT           PIC 9(5).
               10  RSH-UNRESOLVED-COUNT    PIC 9(5).
               10  RSH-SNAPSHOT-NO         PIC 9(7).
               10  FILLER                  PIC X(65).
           05  FILLER                      PIC X(9).
