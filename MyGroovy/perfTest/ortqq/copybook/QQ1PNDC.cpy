      *    QQ1PNDC - OPERATOR CONTROL PENDING-CHANGE RECORD             *
      *    VSAM KSDS keyed by proposal timestamp + task number.        *
      *    QQ1C0040 control-panel changes (test-mode toggle, abend    *
      *    code, active dialect, QQ1B0041 restore plan, and the      *
      *    arming of a QQ1C0099 injection fault) land here as        *
      *    pending instead of taking effect immediately; a second     *
      *    authorized userid approves or rejects from QQ1C0041,       *
      *    which applies the change. Decided records stay on file as  *
      *    the decision journal: who proposed, who decided, and when. *
      *----------------------------------------------------------------*
       01  QQ1PNDC-RECORD.
           05  PND-KEY.
               88  PND-TYPE-TEST-MODE              VALUE 'T'.
               88  PND-TYPE-ABEND-CODE             VALUE 'A'.
               88  PND-TYPE-DIALECT                VALUE 'D'.
      *        Restore of a QQ1B0041 plan; PND-NEW-VALUE holds the
      *        QQ1RSTP plan number.
               88  PND-TYPE-RESTORE                VALUE 'R'.
      *        Arming of a QQ1FLTI fault for injection (proposed on
      *        QQ1C0099); PND-NEW-VALUE holds the fault number.
               88  PND-TYPE-FAULT-ARM              VALUE 'F'.
           05  PND-NEW-VALUE               PIC X(4).
           05  PND-STATUS                  PIC X(1).
               88  PND-PENDING                     VALUE 'P'.
