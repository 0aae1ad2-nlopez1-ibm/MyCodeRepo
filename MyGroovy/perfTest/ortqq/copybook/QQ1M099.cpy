      *----------------------------------------------------------------*
      *    QQ1M099 - SYMBOLIC MAP FOR MAPSET QQ1M099, MAP QQ1M99A      *
      *    Generated-style output of BMS genmap for bms/QQ1M099.bms.   *
      *    QQ1C0099 RECEIVEs a QQ1FLTI fault's key, target, type and   *
      *    scope through QQ1M99AI and SENDs the stored fault, its      *
      *    arming and its injected-run count back through QQ1M99AO.    *
      *----------------------------------------------------------------*
       01  QQ1M99AI.
           02  FILLER                  PIC X(12).
           02  FLTNOL                  COMP PIC S9(4).
           02  FLTNOF                  PIC X.
           02  FILLER REDEFINES FLTNOF.
               03  FLTNOA              PIC X.
           02  FLTNOI                  PIC X(4).
           02  FSTATL                  COMP PIC S9(4).
           02  FSTATF                  PIC X.
           02  FILLER REDEFINES FSTATF.
               03  FSTATA              PIC X.
           02  FSTATI                  PIC X.
           02  FTITLEL                 COMP PIC S9(4).
           02  FTITLEF                 PIC X.
           02  FILLER REDEFINES FTITLEF.
               03  FTITLEA             PIC X.
           02  FTITLEI                 PIC X(40).
           02  HOPL                    COMP PIC S9(4).
           02  HOPF                    PIC X.
           02  FILLER REDEFINES HOPF.
               03  HOPA                PIC X.
           02  HOPI                    PIC X(8).
           02  FTYPEL                  COMP PIC S9(4).
           02  FTYPEF                  PIC X.
           02  FILLER REDEFINES FTYPEF.
               03  FTYPEA              PIC X.
           02  FTYPEI                  PIC X.
           02  DELAYL                  COMP PIC S9(4).
           02  DELAYF                  PIC X.
           02  FILLER REDEFINES DELAYF.
               03  DELAYA              PIC X.
           02  DELAYI                  PIC X(3).
           02  CAMPL                   COMP PIC S9(4).
           02  CAMPF                   PIC X.
           02  FILLER REDEFINES CAMPF.
               03  CAMPA               PIC X.
           02  CAMPI                   PIC X(8).
           02  PCTL                    COMP PIC S9(4).
           02  PCTF                    PIC X.
           02  FILLER REDEFINES PCTF.
               03  PCTA                PIC X.
           02  PCTI                    PIC X(3).
           02  MAXRUNL                 COMP PIC S9(4).
           02  MAXRUNF                 PIC X.
           02  FILLER REDEFINES MAXRUNF.
               03  MAXRUNA             PIC X.
           02  MAXRUNI                 PIC X(5).
           02  INJCNTL                 COMP PIC S9(4).
           02  INJCNTF                 PIC X.
           02  FILLER REDEFINES INJCNTF.
               03  INJCNTA             PIC X.
           02  INJCNTI                 PIC X(7).
           02  ARMBYL                  COMP PIC S9(4).
           02  ARMBYF                  PIC X.
           02  FILLER REDEFINES ARMBYF.
               03  ARMBYA              PIC X.
           02  ARMBYI                  PIC X(44).
           02  LSTCHGL                 COMP PIC S9(4).
           02  LSTCHGF                 PIC X.
           02  FILLER REDEFINES LSTCHGF.
               03  LSTCHGA             PIC X.
           02  LSTCHGI                 PIC X(44).
           02  MSGL                    COMP PIC S9(4).
           02  MSGF                    PIC X.
           02  FILLER REDEFINES MSGF.
               03  MSGA                PIC X.
           02  MSGI                    PIC X(60).

       01  QQ1M99AO REDEFINES QQ1M99AI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(3).
           02  FLTNOO                  PIC X(4).
           02  FILLER                  PIC X(3).
           02  FSTATO                  PIC X.
           02  FILLER                  PIC X(3).
           02  FTITLEO                 PIC X(40).
           02  FILLER                  PIC X(3).
           02  HOPO                    PIC X(8).
           02  FILLER                  PIC X(3).
           02  FTYPEO                  PIC X.
           02  FILLER                  PIC X(3).
           02  DELAYO                  PIC X(3).
           02  FILLER                  PIC X(3).
           02  CAMPO                   PIC X(8).
           02  FILLER                  PIC X(3).
           02  PCTO                    PIC X(3).
           02  FILLER                  PIC X(3).
           02  MAXRUNO                 PIC X(5).
           02  FILLER                  PIC X(3).
           02  INJCNTO                 PIC X(7).
           02  FILLER                  PIC X(3).
           02  ARMBYO                  PIC X(44).
           02  FILLER                  PIC X(3).
           02  LSTCHGO                 PIC X(44).
           02  FILLER                  PIC X(3).
           02  MSGO                    PIC X(60).
