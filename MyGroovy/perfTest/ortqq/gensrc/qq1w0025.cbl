       01  WS-DIALT-EOF-FLAG           PIC X(1).
           88  WS-DIALT-EOF                        VALUE 'Y'.
       01  WS-ACTIVE-DIALECT           PIC X(1)    VALUE SPACE.
       01  WS-BROWSE-KEY               PIC X(55).
       01  WS-URIMAP-NAME              PIC X(8).
       01  WS-ENABLE-STATUS            PIC S9(8)   COMP.
       01  WS-INQ-RESP                 PIC S9(8)   COMP.
       01  WS-STATUS-CODE              PIC 9(3)    VALUE 200.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-REFERENCE-ID             PIC X(29).
       01  HV-RUN-TIMESTAMP            PIC X(26).
           EXEC SQL END DECLARE SECTION END-EXEC.
       PROCEDURE DIVISION.
           EXEC CICS STARTBR
                     FILE('QQ1AUDT')
                     RIDFLD(WS-BROWSE-KEY)
                     KEYLENGTH(55)
                     GTEQ
                     RESP(WS-FILE-RESP)
           END-EXEC.
      *   !       verdict (HTTP 200/503), so post-IPL verification
      *   !       and the monitoring poller stop firing real runs
      *   !       to see whether they abend.
      *   !
      *   !       10/14/2026 - QQ1AUDT probe key and the HEALTHCHECK
      *   !       result-row host variable follow the 29-byte
      *   !       reference_id.
      *   +---
