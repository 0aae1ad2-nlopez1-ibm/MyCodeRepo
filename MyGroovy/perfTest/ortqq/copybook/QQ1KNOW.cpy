      *----------------------------------------------------------------*
      *    QQ1KNOW - KNOWN-ISSUE CATALOG RECORD                        *
      *    VSAM KSDS keyed by rule id. One row per diagnosed problem: *
      *    the match rule that recognises it on a QQ1DIAG snapshot or *
      *    a QQ1ERRL event, the problem ticket it is worked under and *
      *    the standard response. A blank match field matches        *
      *    anything; every coded field must match. ABCODE and the    *
      *    chain-trace pattern exist only on snapshots, so a rule    *
      *    coding either never matches an error event. QQ1B0055      *
      *    triages the day's snapshots and events against the active *
      *    rules in key order (first match wins), annotates each     *
      *    matched run on QQ1NOTE with the ticket and keeps the hit  *
      *    count here; maintained on the QQ1C0098 screen (QQKI).     *
      *----------------------------------------------------------------*
       01  QQ1KNOW-RECORD.
           05  KNW-KEY.
               10  KNW-RULE-ID             PIC X(8).
           05  KNW-STATUS                  PIC X(1).
               88  KNW-ACTIVE                      VALUE 'A'.
               88  KNW-RETIRED                     VALUE 'R'.
           05  KNW-TITLE                   PIC X(40).
           05  KNW-MATCH-RULE.
               10  KNW-MATCH-ABCODE        PIC X(4).
      *            One position per chain-trace flag in QQ1DIAG order
      *            (CQQ1A121 CQQ1A131 CQQ1A130 IQQ1A031 DQQM): a
      *            blank or '*' position matches any flag value.
               10  KNW-MATCH-CHAIN-TRACE   PIC X(5).
               10  KNW-MATCH-ORIGIN-SERVID PIC X(8).
      *            '=' when KNW-MATCH-RETURN-CODE must equal the
      *            event's return code; blank matches any.
               10  KNW-MATCH-RC-TEST       PIC X(1).
                   88  KNW-MATCH-RC-EQUAL          VALUE '='.
               10  KNW-MATCH-RETURN-CODE   PIC S9(4).
      *            Text the error context must contain, anywhere.
               10  KNW-MATCH-CONTEXT       PIC X(30).
           05  KNW-TICKET                  PIC X(12).
           05  KNW-RESPONSE                PIC X(60).
      *        Runs QQ1B0055 has annotated under the rule, and the
      *        latest business date it matched.
           05  KNW-MATCH-COUNT             PIC 9(7).
           05  KNW-LAST-MATCHED            PIC X(10).
           05  KNW-USERID                  PIC X(8).
           05  KNW-TIMESTAMP               PIC X(26).
           05  FILLER                      PIC X(16).
