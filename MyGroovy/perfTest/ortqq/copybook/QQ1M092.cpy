      *----------------------------------------------------------------*
      *    QQ1M092 - SYMBOLIC MAP FOR MAPSET QQ1M092, MAP QQ1M92A      *
      *    Generated-style output of BMS genmap for bms/QQ1M092.bms.   *
      *    QQ1C0092 RECEIVEs the booking request through QQ1M92AI     *
      *    and SENDs the booking list through QQ1M92AO.               *
      *----------------------------------------------------------------*
       01  QQ1M92AI.
           02  FILLER                  PIC X(12).
           02  CAMPINL                 COMP PIC S9(4).
           02  CAMPINF                 PIC X.
           02  FILLER REDEFINES CAMPINF.
               03  CAMPINA             PIC X.
           02  CAMPINI                 PIC X(8).
           02  ITERINL                 COMP PIC S9(4).
           02  ITERINF                 PIC X.
           02  FILLER REDEFINES ITERINF.
               03  ITERINA             PIC X.
           02  ITERINI                 PIC X(5).
           02  THINKINL                COMP PIC S9(4).
           02  THINKINF                PIC X.
           02  FILLER REDEFINES THINKINF.
               03  THINKINA            PIC X.
           02  THINKINI                PIC X(3).
           02  PROFINL                 COMP PIC S9(4).
           02  PROFINF                 PIC X.
           02  FILLER REDEFINES PROFINF.
               03  PROFINA             PIC X.
           02  PROFINI                 PIC X(8).
           02  SDATEINL                COMP PIC S9(4).
           02  SDATEINF                PIC X.
           02  FILLER REDEFINES SDATEINF.
               03  SDATEINA            PIC X.
           02  SDATEINI                PIC X(10).
           02  STIMEINL                COMP PIC S9(4).
           02  STIMEINF                PIC X.
           02  FILLER REDEFINES STIMEINF.
               03  STIMEINA            PIC X.
           02  STIMEINI                PIC X(5).
           02  LN01L                   COMP PIC S9(4).
           02  LN01F                   PIC X.
           02  FILLER REDEFINES LN01F.
               03  LN01A               PIC X.
           02  LN01I                   PIC X(78).
           02  LN02L                   COMP PIC S9(4).
           02  LN02F                   PIC X.
           02  FILLER REDEFINES LN02F.
               03  LN02A               PIC X.
           02  LN02I                   PIC X(78).
           02  LN03L                   COMP PIC S9(4).
           02  LN03F                   PIC X.
           02  FILLER REDEFINES LN03F.
               03  LN03A               PIC X.
           02  LN03I                   PIC X(78).
           02  LN04L                   COMP PIC S9(4).
           02  LN04F                   PIC X.
           02  FILLER REDEFINES LN04F.
               03  LN04A               PIC X.
           02  LN04I                   PIC X(78).
           02  LN05L                   COMP PIC S9(4).
           02  LN05F                   PIC X.
           02  FILLER REDEFINES LN05F.
               03  LN05A               PIC X.
           02  LN05I                   PIC X(78).
           02  LN06L                   COMP PIC S9(4).
           02  LN06F                   PIC X.
           02  FILLER REDEFINES LN06F.
               03  LN06A               PIC X.
           02  LN06I                   PIC X(78).
           02  LN07L                   COMP PIC S9(4).
           02  LN07F                   PIC X.
           02  FILLER REDEFINES LN07F.
               03  LN07A               PIC X.
           02  LN07I                   PIC X(78).
           02  LN08L                   COMP PIC S9(4).
           02  LN08F                   PIC X.
           02  FILLER REDEFINES LN08F.
               03  LN08A               PIC X.
           02  LN08I                   PIC X(78).
           02  LN09L                   COMP PIC S9(4).
           02  LN09F                   PIC X.
           02  FILLER REDEFINES LN09F.
               03  LN09A               PIC X.
           02  LN09I                   PIC X(78).
           02  LN10L                   COMP PIC S9(4).
           02  LN10F                   PIC X.
           02  FILLER REDEFINES LN10F.
               03  LN10A               PIC X.
           02  LN10I                   PIC X(78).
           02  MSGL                    COMP PIC S9(4).
           02  MSGF                    PIC X.
           02  FILLER REDEFINES MSGF.
               03  MSGA                PIC X.
           02  MSGI                    PIC X(60).

       01  QQ1M92AO REDEFINES QQ1M92AI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(3).
           02  CAMPINO                 PIC X(8).
           02  FILLER                  PIC X(3).
           02  ITERINO                 PIC X(5).
           02  FILLER                  PIC X(3).
           02  THINKINO                PIC X(3).
           02  FILLER                  PIC X(3).
           02  PROFINO                 PIC X(8).
           02  FILLER                  PIC X(3).
           02  SDATEINO                PIC X(10).
           02  FILLER                  PIC X(3).
           02  STIMEINO                PIC X(5).
           02  FILLER                  PIC X(3).
           02  LN01O                   PIC X(78).
           02  FILLER                  PIC X(3).
           02  LN02O                   PIC X(78).
           02  FILLER                  PIC X(3).
           02  LN03O                   PIC X(78).
           02  FILLER                  PIC X(3).
           02  LN04O                   PIC X(78).
           02  FILLER                  PIC X(3).
           02  LN05O                   PIC X(78).
           02  FILLER                  PIC X(3).
           02  LN06O                   PIC X(78).
           02  FILLER                  PIC X(3).
           02  LN07O                   PIC X(78).
           02  FILLER                  PIC X(3).
           02  LN08O                   PIC X(78).
           02  FILLER                  PIC X(3).
           02  LN09O                   PIC X(78).
           02  FILLER                  PIC X(3).
           02  LN10O                   PIC X(78).
           02  FILLER                  PIC X(3).
           02  MSGO                    PIC X(60).
