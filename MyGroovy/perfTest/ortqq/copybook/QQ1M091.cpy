      *----------------------------------------------------------------*
      *    QQ1M091 - SYMBOLIC MAP FOR MAPSET QQ1M091, MAP QQ1M91A      *
      *    Generated-style output of BMS genmap for bms/QQ1M091.bms.   *
      *    QQ1C0091 SENDs the outbox list through QQ1M91AO.           *
      *----------------------------------------------------------------*
       01  QQ1M91AI.
           02  FILLER                  PIC X(12).
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

       01  QQ1M91AO REDEFINES QQ1M91AI.
           02  FILLER                  PIC X(12).
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
