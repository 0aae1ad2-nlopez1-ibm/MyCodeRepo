      *----------------------------------------------------------------*
      *    QQ1DEPL - LOAD-MODULE DEPLOYMENT REGISTER RECORD            *
      *    VSAM KSDS keyed by program + the timestamp QQ1B0053 first  *
      *    saw the identity. QQ1B0053 reads the binder identity of   *
      *    each registered module in ORTQQ.CICS.LOADLIB (AMBLIST     *
      *    LISTIDR: link-edit date/time and the IDENTIFY version)    *
      *    and adds a row only when it differs from the program's   *
      *    latest row, so the rows of one program, in key order, are *
      *    its install history. DPL-EFFECTIVE-DATE is the business  *
      *    day the install is charged to (the date the capture ran  *
      *    for); QQ1B0054 and QQ1B0032 line step changes up against *
      *    it. The first row of a program is the inventory taken     *
      *    when it entered the register, not an install.             *
      *----------------------------------------------------------------*
       01  QQ1DEPL-RECORD.
           05  DPL-KEY.
               10  DPL-PROGRAM-ID          PIC X(8).
               10  DPL-DETECTED-TIMESTAMP  PIC X(26).
           05  DPL-ENTRY-TYPE              PIC X(1).
               88  DPL-INVENTORY                   VALUE 'I'.
               88  DPL-DEPLOYMENT                  VALUE 'D'.
           05  DPL-EFFECTIVE-DATE          PIC X(10).
           05  DPL-LINK-DATE               PIC X(10).
           05  DPL-LINK-TIME               PIC X(8).
           05  DPL-VERSION                 PIC X(16).
           05  DPL-PRIOR-LINK-DATE         PIC X(10).
           05  DPL-PRIOR-LINK-TIME         PIC X(8).
           05  DPL-PRIOR-VERSION           PIC X(16).
      *        Change reference an install job passes on the capture
      *        PARM; spaces when the nightly stream found the change.
           05  DPL-CHANGE-REF              PIC X(8).
           05  FILLER                      PIC X(39).
