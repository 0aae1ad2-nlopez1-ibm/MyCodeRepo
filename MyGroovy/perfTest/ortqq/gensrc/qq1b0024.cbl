       01  WS-RPT-FILE-STATUS              PIC X(2).
       01  WS-EOF-FLAG                     PIC X(1)    VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.
       01  WS-REFERENCE-ID                 PIC X(29).
       01  WS-RUN-DATE                     PIC X(10)   VALUE SPACES.
       01  WS-RUN-USERID                   PIC X(8)    VALUE SPACES.
       01  WS-AUDIT-FOUND-FLAG             PIC X(1)    VALUE 'N'.
       01  WS-REPORT-HEADING.
           05  FILLER                      PIC X(33)   VALUE
               'QQ1B0024 - SINGLE-RUN DOSSIER    '.
           05  RH-REFERENCE-ID             PIC X(29).
       01  WS-NOT-FOUND-LINE.
           05  FILLER                      PIC X(38)   VALUE
               'NO QQ1AUDIT RECORD FOR REFERENCE_ID:  '.
           05  NFL-REFERENCE-ID            PIC X(29).
       01  WS-SECTION-AUDIT                PIC X(132)  VALUE
               '---- AUDIT RECORD (QQ1AUDIT) ----'.
       01  WS-SECTION-METR                 PIC X(132)  VALUE
       01  WS-EMPTY-LINE                   PIC X(132)  VALUE SPACES.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-REFERENCE-ID                 PIC X(29).
       01  HV-RUN-TIMESTAMP                PIC X(26).
       01  HV-ABCODE                       PIC X(4).
       01  HV-ELAPSED-TICKS                PIC S9(15) COMP-3.
           END-EXEC.
       LINKAGE SECTION.
      *    JCL PARM layout (fixed-position, no keywords):
      *      positions 1-29  REFERENCE-ID (X(29), required)
       01  WS-JCL-PARM.
           05  WS-PARM-LEN                 PIC S9(4)   COMP.
           05  WS-PARM-TEXT.
               10  WS-PARM-REFERENCE-ID   PIC X(29).
       PROCEDURE DIVISION USING WS-JCL-PARM.
       000000-CONTROL.

      *   !       replacing the five hand-stitched reports the
      *   !       problem-management review used to need. CC 8 when
      *   !       the reference_id has no audit record at all.
      *   !
      *   !       10/14/2026 - PARM, report headings and DB2 host
      *   !       variable take the 29-byte date/region reference_id.
      *   +---
