      *    record is written by QQ1C0030 for every ADD/UPDATE/DELETE   *
      *    applied to QQ1MSGT, recording who changed which row, when,  *
      *    and the message text as applied (or as deleted).             *
      *    QQ1B0027 adds an 'S' record per row it stages for a release *
      *    (the staged text), and QQ1C0095 an 'O' or 'B' record when a *
      *    release is switched on or rolled back, with the release id  *
      *    in the resource name and no dialect or sequence.            *
      *----------------------------------------------------------------*
       01  QQ1MSGL-RECORD.
           05  MSGL-KEY.
               88  MSGL-ACTION-ADD                     VALUE 'A'.
               88  MSGL-ACTION-UPDATE                  VALUE 'U'.
               88  MSGL-ACTION-DELETE                  VALUE 'D'.
               88  MSGL-ACTION-STAGE                   VALUE 'S'.
               88  MSGL-ACTION-RELEASE-ON              VALUE 'O'.
               88  MSGL-ACTION-RELEASE-BACK            VALUE 'B'.
           05  MSGL-RESOURCE-NAME          PIC X(8).
           05  MSGL-DIALECT-CODE           PIC X(1).
           05  MSGL-SEQUENCE-NUM           PIC 9(4).
