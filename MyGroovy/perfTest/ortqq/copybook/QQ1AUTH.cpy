      *----------------------------------------------------------------*
      *    QQ1AUTH - FUNCTION ROLE CHECK COMMAREA                      *
      *    Passed on EXEC CICS LINK to QQ1C0094 by a screen before it  *
      *    carries out a function key. The caller names the function   *
      *    and the role letters any one of which allows it:            *
      *      O = operator        A = approver     T = catalog          *
      *      S = SLA owner       V = viewer           translator       *
      *    QQ1C0094 returns the verdict and, on refusal, the message   *
      *    for the screen; the refusal itself is already on QQ1SECV.   *
      *----------------------------------------------------------------*
       01  QQ1AUTH-COMMAREA.
           05  AUTH-TRANSID                PIC X(4).
      *        Short verb for the key, e.g. ADD UPDT DELT APRV RJCT
      *        RSUB ACK PROP; logged with the transid on QQ1SECV.
           05  AUTH-FUNCTION               PIC X(4).
           05  AUTH-ROLES-WANTED           PIC X(5).
           05  AUTH-USERID                 PIC X(8).
           05  AUTH-RESULT                 PIC X(1).
               88  AUTH-GRANTED                        VALUE 'Y'.
               88  AUTH-REFUSED                        VALUE 'N'.
           05  AUTH-MESSAGE                PIC X(60).
