      *----------------------------------------------------------------*
      *    QQ1SECV - SECURITY VIOLATION LOG RECORD                     *
      *    VSAM KSDS keyed by violation timestamp + task number.       *
      *    Written by QQ1C0021 for every failed QUERY SECURITY         *
      *    outcome before the SEC1 ABEND fires, so the security        *
      *    reviewers can see which userid was refused, on what         *
      *    resource, when, and from which entry path. QQ1C0094 also    *
      *    writes one for every function key the QQ1ROLE table         *
      *    refuses: resource = transid + function, RESP 70 (NOTAUTH),  *
      *    RESP2 1 = userid has no role entry, 2 = role not held.      *
      *----------------------------------------------------------------*
       01  QQ1SECV-RECORD.
           05  SECV-KEY.
               88  SECV-PATH-EXCI                  VALUE 'X'.
               88  SECV-PATH-WEB                   VALUE 'W'.
               88  SECV-PATH-MQ                    VALUE 'M'.
               88  SECV-PATH-FUNCTION              VALUE 'F'.
           05  FILLER                      PIC X(14).
