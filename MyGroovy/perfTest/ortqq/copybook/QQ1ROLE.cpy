      *----------------------------------------------------------------*
      *    QQ1ROLE - FUNCTION ROLE TABLE RECORD                        *
      *    VSAM KSDS keyed by entry type + userid or group name. RACF  *
      *    (QB5ESEC1) decides who may start a transaction; this table  *
      *    decides which function keys they may use on it. A 'U' row   *
      *    grants roles to one userid and may name a role group; the   *
      *    'G' row of that group grants its roles to every member.     *
      *    A userid with neither holds no role and can only look.      *
      *    Checked by QQ1C0094 for the operator and maintenance        *
      *    screens; refusals are logged to QQ1SECV. Maintained by      *
      *    IDCAMS REPRO under change control, listed by QQ1B0043.      *
      *----------------------------------------------------------------*
       01  QQ1ROLE-RECORD.
           05  ROL-KEY.
               10  ROL-ENTRY-TYPE          PIC X(1).
                   88  ROL-TYPE-USER                   VALUE 'U'.
                   88  ROL-TYPE-GROUP                  VALUE 'G'.
               10  ROL-SUBJECT-ID          PIC X(8).
      *        'Y' = role held. The positions follow the role letters
      *        O A T S V used by callers to name the roles wanted.
           05  ROL-ROLES.
               10  ROL-OPERATOR            PIC X(1).
                   88  ROL-IS-OPERATOR                 VALUE 'Y'.
               10  ROL-APPROVER            PIC X(1).
                   88  ROL-IS-APPROVER                 VALUE 'Y'.
               10  ROL-TRANSLATOR          PIC X(1).
                   88  ROL-IS-TRANSLATOR               VALUE 'Y'.
               10  ROL-SLA-OWNER           PIC X(1).
                   88  ROL-IS-SLA-OWNER                VALUE 'Y'.
               10  ROL-VIEWER              PIC X(1).
                   88  ROL-IS-VIEWER                   VALUE 'Y'.
           05  ROL-ROLE-TABLE REDEFINES ROL-ROLES.
               10  ROL-ROLE-FLAG           PIC X(1)  OCCURS 5 TIMES.
      *        User rows only: role group whose 'G' row also applies.
           05  ROL-GROUP                   PIC X(8).
           05  ROL-DESCRIPTION             PIC X(30).
           05  ROL-GRANTED-BY              PIC X(8).
           05  ROL-GRANTED-DATE            PIC X(10).
           05  FILLER                      PIC X(10).
