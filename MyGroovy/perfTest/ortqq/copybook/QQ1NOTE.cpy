      *----------------------------------------------------------------*
      *    QQ1NOTE - OPERATOR ANNOTATION RECORD                         *
      *    VSAM KSDS keyed by target id + note sequence. The target    *
      *    is a run's reference_id or a campaign id (left-justified    *
      *    in the same field), so shift knowledge about a              *
      *    known, explainable abend attaches to the run instead of    *
      *    dying in the shift log. Written from the QQ1C0081 screen;  *
      *    the QQ1B0010 and QQ1B0020 morning reports mark annotated   *
      *----------------------------------------------------------------*
       01  QQ1NOTE-RECORD.
           05  NOTE-KEY.
               10  NOTE-TARGET-ID          PIC X(29).
               10  NOTE-SEQ                PIC 9(3).
           05  NOTE-TICKET                 PIC X(12).
           05  NOTE-TEXT                   PIC X(60).
