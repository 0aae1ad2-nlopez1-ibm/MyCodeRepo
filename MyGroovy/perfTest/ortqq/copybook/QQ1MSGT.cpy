      *    sequence_num. MSG-TEXT carries up to 15 substitution         *
      *    markers %1 .. %15, replaced from imp_g_parameter             *
      *    parameter_value occurrences.                                *
      *    A row holds the text in effect and at most one scheduled    *
      *    successor from a QQ1B0027 release import; IQQ1A031 serves   *
      *    the successor from its effective-from on, once its release  *
      *    is switched on in QQ1MREL.                                  *
      *----------------------------------------------------------------*
       01  QQ1MSGT-RECORD.
           05  MSGT-KEY.
               10  MSGT-DIALECT-CODE       PIC X(1).
               10  MSGT-SEQUENCE-NUM       PIC 9(4).
           05  MSGT-TEXT                   PIC X(120).
      *        Release that put MSGT-TEXT in effect, and from when.
      *        Spaces = in effect since before releases were kept
      *        (or keyed online through QQ1C0030). An effective-from
      *        of HIGH-VALUES = no text in effect yet: the row only
      *        exists for the scheduled version below.
           05  MSGT-RELEASE-ID             PIC X(8).
           05  MSGT-EFFECTIVE-FROM         PIC X(26).
      *        Scheduled successor. Spaces = none scheduled.
           05  MSGT-NEXT-VERSION.
               10  MSGT-NEXT-RELEASE-ID    PIC X(8).
               10  MSGT-NEXT-EFFECTIVE-FROM
                                           PIC X(26).
               10  MSGT-NEXT-TEXT          PIC X(120).
           05  FILLER                      PIC X(29).
