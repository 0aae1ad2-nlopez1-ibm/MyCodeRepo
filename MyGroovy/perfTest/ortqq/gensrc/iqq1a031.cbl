       01  WS-ERRL-DATE                 PIC X(10).
       01  WS-ERRL-TIME                 PIC X(8).
       01  WS-MSGT-RESP                 PIC S9(8) COMP.
      *    A catalog row holds the text in effect and possibly a
      *    scheduled successor from a release (see QQ1MSGT); the
      *    version served is the one in effect at WS-NOW-TIMESTAMP.
      *    The successor takes over once its effective-from has
      *    passed and only while QQ1MREL has its release switched
      *    on - rolling a release back on QQRL reverts every row of
      *    it at once, cache included, with nothing to reload.
       COPY QQ1MREL.
       01  WS-MREL-RESP                 PIC S9(8) COMP.
       01  WS-NOW-ABSTIME               PIC S9(15) COMP-3.
       01  WS-NOW-DATE                  PIC X(10).
       01  WS-NOW-TIME                  PIC X(8).
       01  WS-NOW-TIMESTAMP             PIC X(26).
       01  WS-VERSION-FOUND-FLAG        PIC X(1).
           88  WS-VERSION-FOUND                   VALUE 'Y'.
      *    Last release looked up this call - a set-mode browse
      *    meets the same release on every line.
       01  WS-LAST-RELEASE-ID           PIC X(8).
       01  WS-LAST-RELEASE-LIVE-FLAG    PIC X(1).
           88  WS-LAST-RELEASE-LIVE               VALUE 'Y'.
       01  WS-ERROR-LOG-LINE.
           05  WS-ERR-LOG-SERVID        PIC X(8).
           05  FILLER                   PIC X(1)    VALUE SPACE.
      *    region's lifetime, so repeated perf-test iterations hitting *
      *    the same resource_name/dialect_code/sequence_num skip the   *
      *    QQ1MSGT VSAM READ entirely once it has been primed once.    *
      *    Only the catalog row is cached - which version of its text *
      *    is in effect, and the %1..%15 substitution, are worked out  *
      *    fresh every call since both differ per call.                *
      *----------------------------------------------------------------*
       01  WS-CACHE-QUEUE-NAME           PIC X(8)    VALUE 'QQ1MSGC'.
       01  WS-CACHE-ITEM-LEN             PIC S9(4) COMP VALUE +350.
       01  WS-CACHE-ITEM-NUM             PIC S9(4) COMP.
       01  WS-CACHE-MAX-ITEMS            PIC S9(4) COMP VALUE +50.
       01  WS-CACHE-RESP                 PIC S9(8) COMP.
                              MSGT-RESOURCE-NAME BY CACHE-RESOURCE-NAME
                              MSGT-DIALECT-CODE BY CACHE-DIALECT-CODE
                              MSGT-SEQUENCE-NUM BY CACHE-SEQUENCE-NUM
                              MSGT-TEXT BY CACHE-TEXT
                              MSGT-RELEASE-ID BY CACHE-RELEASE-ID
                              MSGT-EFFECTIVE-FROM
                                  BY CACHE-EFFECTIVE-FROM
                              MSGT-NEXT-VERSION BY CACHE-NEXT-VERSION
                              MSGT-NEXT-RELEASE-ID
                                  BY CACHE-NEXT-RELEASE-ID
                              MSGT-NEXT-EFFECTIVE-FROM
                                  BY CACHE-NEXT-EFFECTIVE-FROM
                              MSGT-NEXT-TEXT BY CACHE-NEXT-TEXT.
      *    Catalog usage counters: every lookup outcome lands on
      *    QQ1MUSE, keyed like QQ1MSGT - a hit per key that
      *    delivered text (cache hits included, or the counters
       MAIN-0022020190.
           MOVE 'N' TO IEF-RUNTIME-PARM1.
           PERFORM PARA-0022020190-INIT-EXIT.
           PERFORM PARA-FORMAT-NOW.
           MOVE SPACES TO WS-LAST-RELEASE-ID.
           IF DSD-MODE-SET
               PERFORM PARA-DYNAMIC-STR-PREPARE-SET
           ELSE
           MOVE DSD-DIALECT-CODE  TO MSGT-DIALECT-CODE.
           MOVE DSD-SEQUENCE-NUM  TO MSGT-SEQUENCE-NUM.

           PERFORM PARA-READ-CATALOG-ROW.
           IF WS-VERSION-FOUND
               MOVE 'Y' TO DSD-RESULT-FOUND-FLAG
               MOVE 'H' TO WS-USE-KIND
               PERFORM PARA-COUNT-USAGE
           ELSE
      *        Count the miss against the key the caller asked
      *        for before the fallback overwrites the dialect -
      *        "frequently missed" means this exact key.
               MOVE 'M' TO WS-USE-KIND
               PERFORM PARA-COUNT-USAGE
               PERFORM PARA-DIALECT-FALLBACK
               IF NOT DSD-MESSAGE-FOUND
                   EXIT PARAGRAPH
               END-IF
           END-IF.

                           WS-SET-DIALECT-CD
                   MOVE 'Y' TO WS-SET-EOF-FLAG
               ELSE
                   PERFORM PARA-RESOLVE-VERSION-IN-EFFECT
               END-IF
      *        A row with no version in effect yet is not part of
      *        the set.
               IF NOT WS-SET-EOF AND WS-VERSION-FOUND
                   PERFORM PARA-SUBSTITUTE-TOKENS
                   ADD 1 TO DSS-RESULT-COUNT
                   MOVE MSGT-SEQUENCE-NUM
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DEFAULT-DIALECT-CD TO MSGT-DIALECT-CODE.
           PERFORM PARA-READ-CATALOG-ROW.
           IF WS-VERSION-FOUND
               MOVE 'Y' TO DSD-RESULT-FOUND-FLAG
               MOVE 'Y' TO DSD-FALLBACK-USED-FLAG
               MOVE 'H' TO WS-USE-KIND
               PERFORM PARA-COUNT-USAGE
           END-IF.
           EXIT.

       PARA-READ-CATALOG-ROW.
      *    The row for MSGT-KEY from the cache, or from QQ1MSGT
      *    (caching it), then the version of its text in effect
      *    now into WS-WORK-TEXT. A row with no version in effect
      *    yet is treated exactly like no row at all.
           MOVE 'N' TO WS-VERSION-FOUND-FLAG.
           PERFORM PARA-CACHE-LOOKUP.
           IF NOT WS-CACHE-HIT
               EXEC CICS READ FILE('QQ1MSGT')
                         INTO(QQ1MSGT-RECORD)
                         RIDFLD(MSGT-KEY)
                         RESP(WS-MSGT-RESP)
               END-EXEC
               IF WS-MSGT-RESP NOT = DFHRESP(NORMAL)
                   EXIT PARAGRAPH
               END-IF
               PERFORM PARA-CACHE-STORE
           END-IF.
           PERFORM PARA-RESOLVE-VERSION-IN-EFFECT.
           EXIT.

       PARA-RESOLVE-VERSION-IN-EFFECT.
      *    The scheduled successor wins from its effective-from on
      *    while its release is live; otherwise the text in effect,
      *    unless it has none yet (effective-from HIGH-VALUES).
           MOVE 'N' TO WS-VERSION-FOUND-FLAG.
           IF MSGT-NEXT-RELEASE-ID NOT = SPACES
                   AND MSGT-NEXT-EFFECTIVE-FROM <= WS-NOW-TIMESTAMP
               PERFORM PARA-CHECK-RELEASE-LIVE
               IF WS-LAST-RELEASE-LIVE
                   MOVE 'Y'            TO WS-VERSION-FOUND-FLAG
                   MOVE MSGT-NEXT-TEXT TO WS-WORK-TEXT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF MSGT-EFFECTIVE-FROM <= WS-NOW-TIMESTAMP
               MOVE 'Y'       TO WS-VERSION-FOUND-FLAG
               MOVE MSGT-TEXT TO WS-WORK-TEXT
           END-IF.
           EXIT.

       PARA-CHECK-RELEASE-LIVE.
      *    Switched on or promoted is live. A release that cannot
      *    be read is not - the text already in effect stays.
           IF MSGT-NEXT-RELEASE-ID = WS-LAST-RELEASE-ID
               EXIT PARAGRAPH
           END-IF.
           MOVE MSGT-NEXT-RELEASE-ID TO WS-LAST-RELEASE-ID.
           MOVE 'N' TO WS-LAST-RELEASE-LIVE-FLAG.
           MOVE MSGT-NEXT-RELEASE-ID TO REL-RELEASE-ID.
           EXEC CICS READ FILE('QQ1MREL')
                     INTO(QQ1MREL-RECORD)
                     RIDFLD(REL-RELEASE-ID)
                     RESP(WS-MREL-RESP)
           END-EXEC.
           IF WS-MREL-RESP = DFHRESP(NORMAL)
                   AND REL-STATUS-LIVE
               MOVE 'Y' TO WS-LAST-RELEASE-LIVE-FLAG
           END-IF.
           EXIT.

       PARA-FORMAT-NOW.
      *    Run time in the QQ1MSGT effective-from form.
           EXEC CICS ASKTIME
                     ABSTIME(WS-NOW-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-NOW-ABSTIME)
                     YYYYMMDD(WS-NOW-DATE)
                     DATESEP('-')
                     TIME(WS-NOW-TIME)
                     TIMESEP(':')
           END-EXEC.
           STRING WS-NOW-DATE DELIMITED SIZE
                  'T'         DELIMITED SIZE
                  WS-NOW-TIME DELIMITED SIZE
                  '.000000'   DELIMITED SIZE
                  INTO WS-NOW-TIMESTAMP
           END-STRING.
           EXIT.

       PARA-FIND-DEFAULT-DIALECT.
      *    Browse QQ1DIALT for the row flagged DLT-DEFAULT; shared
      *    by the single-mode fallback and the set-level retry.
               ELSE
                   IF CACHE-KEY = MSGT-KEY
                       MOVE 'Y'       TO WS-CACHE-HIT-FLAG
                       MOVE WS-CACHE-ENTRY TO QQ1MSGT-RECORD
                   ELSE
                       ADD 1 TO WS-CACHE-ITEM-NUM
                   END-IF
           EXIT.

       PARA-CACHE-STORE.
      *    Appends this call's just-read QQ1MSGT row to the TS queue
      *    cache so the next call for the same resource_name/
      *    dialect_code/sequence_num is a cache hit instead of another
      *    QQ1MSGT VSAM READ. The whole row is kept, scheduled
      *    version and all, so a release going live needs no flush.
           MOVE QQ1MSGT-RECORD TO WS-CACHE-ENTRY.
           EXEC CICS WRITEQ TS QUEUE(WS-CACHE-QUEUE-NAME)
                     FROM(WS-CACHE-ENTRY)
                     LENGTH(WS-CACHE-ITEM-LEN)
