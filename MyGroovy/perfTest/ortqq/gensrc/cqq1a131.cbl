           05  WS-DEPTH-DIAG-PROGID     PIC X(8)  VALUE 'CQQ1A131'.
       01  WS-DEPTH-DIAG-LENGTH         PIC S9(4) COMP VALUE +25.
       01  WS-CQQ1A130-FLAG             PIC X(1).
       01  WS-ABSTIME-BEFORE            PIC S9(15)  COMP-3.
       01  WS-ABSTIME-AFTER             PIC S9(15)  COMP-3.
       01  WS-CPUTIME-BEFORE            PIC S9(9)   COMP.
           END-STRING.
      *    SET exp_reference iqq1_server_data reference_id TO
      *    exp_reference iqq1_server_data server_timestamp.
      *    Task number + server_time alone repeated from one day to
      *    the next and between regions once task numbers wrapped,
      *    so dossiers and notes pulled unrelated runs together.
      *    The id is now run date + region APPLID + time + task
      *    number (see QQ1SRVD), which cannot repeat anywhere.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABSTIME)
                     YYYYMMDD(SRVD-REF-DATE)
                     TIME(SRVD-REF-TIME)
           END-EXEC.
           EXEC CICS ASSIGN
                     APPLID(SRVD-REF-REGION)
           END-EXEC.
           MOVE EIBTASKN TO SRVD-REF-TASKNO.
           EXIT.

      *     CALL 'TIRFTMTS' USING IEF-RUNTIME-PARM1
     6*   !  server_timestamp)
     7*   !  SET exp_reference iqq1_server_data reference_id TO
     7*   !  exp_reference iqq1_server_data server_timestamp
      *   !
      *   !       10/14/2026 - reference_id widened to run date +
      *   !       region APPLID + time + task number so it is unique
      *   !       across days and regions, not just within a task.
      *   +---
