               10  WS-DAY-SIG-COUNT        PIC 9(7)    OCCURS 6 TIMES.
      *        First and last reference_id per signature per day -
      *        the span the incident ticket names.
               10  WS-DAY-SIG-FIRST        PIC X(29)   OCCURS 6 TIMES.
               10  WS-DAY-SIG-LAST         PIC X(29)   OCCURS 6 TIMES.
       01  WS-DAY-COUNT                    PIC S9(4)   COMP VALUE ZERO.
       01  WS-DAY-IDX                      PIC S9(4)   COMP.
       01  WS-DAY-FOUND-IDX                PIC S9(4)   COMP.
       01  WS-REPORT-HEADING               PIC X(80)   VALUE
               'QQ1B0020 - CHAIN-FAILURE LOCALIZATION REPORT'.
       01  WS-DETAIL-HEADING               PIC X(80)   VALUE
               'NON-CLEAN RUNS (SIGNATURE, REFERENCE_ID)'.
      *    The reference_id leads with the run date, so the detail
      *    line no longer spends a column repeating it.
       01  WS-DETAIL-LINE.
           05  DTL-SIGNATURE               PIC X(24).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  DTL-REFERENCE-ID            PIC X(29).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  DTL-EXPLAINED               PIC X(4).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  DTL-NOTE                    PIC X(20).
       01  WS-SUMMARY-HEADING              PIC X(80)   VALUE
               'FAILURE SIGNATURES PER DAY'.
       01  WS-SUMMARY-LINE.
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NONCLEAN-TOTAL.
           MOVE WS-SIGNATURE-NAME(WS-SIGNATURE-IDX)
               TO DTL-SIGNATURE.
           MOVE AUD-REFERENCE-ID TO DTL-REFERENCE-ID.
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'EXPL' TO DTL-EXPLAINED
                   MOVE NOTE-TEXT(1:20) TO DTL-NOTE
                   EXIT PARAGRAPH
           END-READ.
           IF AUD-CAMPAIGN-ID = SPACES
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'EXPL' TO DTL-EXPLAINED
                   MOVE NOTE-TEXT(1:20) TO DTL-NOTE
           END-READ.

       000030-WRITE-SUMMARY.
      *   !       bridge queue, so chain failures open service-desk
      *   !       tickets the same night - and only once, not again
      *   !       every night the records stay inside retention.
      *   !
      *   !       10/14/2026 - first/last reference_id per signature
      *   !       and the QQ1INCD feed widened to the 29-byte
      *   !       date/region reference_id; the detail line drops its
      *   !       date column, which the reference_id now leads with.
      *   +---
