      *----------------------------------------------------------------*
      *    QQ1HBT - CANARY HEARTBEAT RECORD                            *
      *    VSAM KSDS keyed by region APPLID + beat timestamp. The      *
      *    QQCN canary (QQ1C0096) writes one beat per cycle for the    *
      *    tagged QQ1C0021 run it drove, classified up, down, or       *
      *    planned (the region refused it on purpose - drain or the    *
      *    protected window - which is neither). QQ1B0048 turns a      *
      *    month of beats into uptime, outage windows and MTTR. The    *
      *    file is non-recoverable so nothing the chain backs out can  *
      *    take a beat with it.                                        *
      *----------------------------------------------------------------*
       01  QQ1HBT-RECORD.
           05  HBT-KEY.
               10  HBT-REGION-ID           PIC X(8).
               10  HBT-TIMESTAMP           PIC X(26).
           05  HBT-OUTCOME                 PIC X(1).
               88  HBT-OUTCOME-UP                  VALUE 'U'.
               88  HBT-OUTCOME-DOWN                VALUE 'D'.
               88  HBT-OUTCOME-PLANNED             VALUE 'P'.
      *        What the run ended with, for a down or planned beat:
      *        the chain's own outcome code (999, BUSY, BRKR, DRNG,
      *        WNDW ...), the abend code when the chain abended
      *        without publishing one, or the EIBRESP of a LINK
      *        that never reached QQ1C0021. Spaces on an up beat.
           05  HBT-SIGNATURE.
               10  HBT-SIG-KIND            PIC X(1).
                   88  HBT-SIG-OUTCOME             VALUE 'O'.
                   88  HBT-SIG-ABEND               VALUE 'A'.
                   88  HBT-SIG-LINK                VALUE 'L'.
               10  HBT-SIG-CODE            PIC X(4).
           05  HBT-REFERENCE-ID            PIC X(29).
           05  HBT-ELAPSED-MS              PIC 9(7).
           05  HBT-INTERVAL-MIN            PIC 9(5).
           05  FILLER                      PIC X(19).
