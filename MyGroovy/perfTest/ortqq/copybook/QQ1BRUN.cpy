      *----------------------------------------------------------------*
      *    QQ1BRUN - BATCH STREAM RUN-CONTROL RECORD                   *
      *    VSAM KSDS keyed by stream id + business date + step id,    *
      *    maintained by QQ1B0050 for the nightly stream (QQ1NITEJ):  *
      *      step row   - one per gated step: BEGIN writes it running *
      *                   (or blocked, naming the prerequisite that   *
      *                   had not completed for the same business     *
      *                   date); END makes it complete or failed from *
      *                   the step's QQ1STPS completion code and      *
      *                   counts. A complete step is skipped when the *
      *                   stream is resubmitted, so a rerun resumes   *
      *                   at the step that failed.                    *
      *      '*STREAM*' - the business date's header, open until      *
      *                   CLOSE finds every step complete.            *
      *      '*CURRENT' - under business date 0000-00-00, the date    *
      *                   the stream last opened (BRN-OPEN-DATE); a   *
      *                   step run with a blank date gates on it.     *
      *----------------------------------------------------------------*
       01  QQ1BRUN-RECORD.
           05  BRN-KEY.
               10  BRN-STREAM-ID           PIC X(8).
               10  BRN-BUSINESS-DATE       PIC X(10).
               10  BRN-STEP-ID             PIC X(8).
                   88  BRN-STREAM-HEADER           VALUE '*STREAM*'.
                   88  BRN-CURRENT-POINTER         VALUE '*CURRENT'.
           05  BRN-STATUS                  PIC X(1).
               88  BRN-STATUS-RUNNING              VALUE 'R'.
               88  BRN-STATUS-COMPLETE             VALUE 'C'.
               88  BRN-STATUS-FAILED               VALUE 'F'.
               88  BRN-STATUS-BLOCKED              VALUE 'B'.
               88  BRN-STATUS-OPEN                 VALUE 'O'.
      *        The step program's own completion code, 0000-9999,
      *        or ABND when it ended without writing its QQ1STPS
      *        record.
           05  BRN-PROGRAM-ID              PIC X(8).
           05  BRN-COMPLETION-CODE         PIC X(4).
           05  BRN-ATTEMPTS                PIC 9(3).
           05  BRN-STARTED-TIMESTAMP       PIC X(26).
           05  BRN-ENDED-TIMESTAMP         PIC X(26).
           05  BRN-BLOCKED-BY              PIC X(8).
           05  BRN-COUNTS.
               10  BRN-COUNT               OCCURS 3 TIMES.
                   15  BRN-COUNT-LABEL     PIC X(8).
                   15  BRN-COUNT-VALUE     PIC 9(9).
           05  BRN-OPEN-DATE               PIC X(10).
           05  FILLER                      PIC X(37).
