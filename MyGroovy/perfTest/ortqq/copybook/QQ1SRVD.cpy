       01  EXP-REFERENCE-IQQ1-SERVER-DATA.
           05  SRVD-SERVER-DATE            PIC X(10).
           05  SRVD-SERVER-TIME            PIC X(8).
      *    reference_id is the run's identity everywhere it is kept
      *    (audit, metrics, error log, snapshots, breaches, notes,
      *    async status, MQ event/reply/alert bodies, the DB2 result
      *    row). Run date + executing region APPLID + time + task
      *    number: a task number only repeats after a wrap, and
      *    never twice in the same second of the same day in the
      *    same region, so the id cannot repeat across days or
      *    regions. Date first keeps the KSDS key order by date.
           05  SRVD-REFERENCE-ID           PIC X(29).
           05  SRVD-REFERENCE-PARTS REDEFINES SRVD-REFERENCE-ID.
               10  SRVD-REF-DATE           PIC X(8).
               10  SRVD-REF-REGION         PIC X(8).
               10  SRVD-REF-TIME           PIC X(6).
               10  SRVD-REF-TASKNO         PIC 9(7).
           05  SRVD-SERVER-TIMESTAMP       PIC X(26).
