       WORKING-STORAGE SECTION.
       COPY QQ1AUDIT.
       COPY QQ1METR.
       01  WS-REFERENCE-ID                 PIC X(29)   VALUE SPACES.
       01  WS-RESPONSE-BODY                PIC X(1024) VALUE SPACES.
       01  WS-RESPONSE-LENGTH              PIC S9(4)   COMP.
       01  WS-RESPONSE-PTR                 PIC S9(4)   COMP VALUE 1.
       01  WS-STATUS-CODE                  PIC 9(3)    VALUE 200.
       01  WS-QP-NAME                      PIC X(12)   VALUE
               'reference_id'.
       01  WS-QP-VALUELEN                  PIC S9(4)   COMP VALUE 29.
       01  WS-QP-RESP                      PIC S9(8)   COMP.
       01  WS-AUDIT-RESP                   PIC S9(8)   COMP.
       01  WS-METR-RESP                    PIC S9(8)   COMP.

       000005-RECEIVE-REFERENCE-ID.

           MOVE 29 TO WS-QP-VALUELEN.
           EXEC CICS WEB READ QUERYPARM(WS-QP-NAME)
                     NAMELENGTH(LENGTH OF WS-QP-NAME)
                     VALUE(WS-REFERENCE-ID)
       000010-READ-AUDIT-RECORD.

      *    AUD-KEY is reference_id + timestamp; a generic browse on
      *    the 29-byte reference_id prefix finds the run's record
      *    without knowing its timestamp.
           MOVE 'N' TO WS-AUDIT-FOUND-FLAG.
           MOVE SPACES TO AUD-KEY.
           EXEC CICS STARTBR
                     FILE('QQ1AUDT')
                     RIDFLD(AUD-KEY)
                     KEYLENGTH(29)
                     GENERIC
                     GTEQ
                     RESP(WS-AUDIT-RESP)
           EXEC CICS STARTBR
                     FILE('QQ1METR')
                     RIDFLD(MET-KEY)
                     KEYLENGTH(29)
                     GENERIC
                     GTEQ
                     RESP(WS-METR-RESP)
      *   !       programmatically after the HTTP response from the
      *   !       original run is gone. 400 with no parameter, 404
      *   !       when the reference_id has no audit record.
      *   !
      *   !       10/14/2026 - reference_id query parameter and the
      *   !       QQ1AUDT/QQ1METR generic browse lengths widened to
      *   !       the 29-byte date/region reference_id.
      *   +---
