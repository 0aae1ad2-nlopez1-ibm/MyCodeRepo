      *----------------------------------------------------------------*
      *    QQ1M097 - SYMBOLIC MAP FOR MAPSET QQ1M097                   *
      *    Generated-style output of BMS genmap for bms/QQ1M097.bms.   *
      *    QQ1C0097 RECEIVEs the report id and from-date through       *
      *    QQ1M97AI, SENDs the ten-line date list through QQ1M97AO,    *
      *    and pages one filed report through QQ1M97BO.                *
      *----------------------------------------------------------------*
       01  QQ1M97AI.
           02  FILLER                  PIC X(12).
           02  RPTIDL                  COMP PIC S9(4).
           02  RPTIDF                  PIC X.
           02  FILLER REDEFINES RPTIDF.
               03  RPTIDA              PIC X.
           02  RPTIDI                  PIC X(8).
           02  FRDATEL                 COMP PIC S9(4).
           02  FRDATEF                 PIC X.
           02  FILLER REDEFINES FRDATEF.
               03  FRDATEA             PIC X.
           02  FRDATEI                 PIC X(10).
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

       01  QQ1M97AO REDEFINES QQ1M97AI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(3).
           02  RPTIDO                  PIC X(8).
           02  FILLER                  PIC X(3).
           02  FRDATEO                 PIC X(10).
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

       01  QQ1M97BI.
           02  FILLER                  PIC X(12).
           02  VRPTL                   COMP PIC S9(4).
           02  VRPTF                   PIC X.
           02  FILLER REDEFINES VRPTF.
               03  VRPTA               PIC X.
           02  VRPTI                   PIC X(8).
           02  VDATEL                  COMP PIC S9(4).
           02  VDATEF                  PIC X.
           02  FILLER REDEFINES VDATEF.
               03  VDATEA              PIC X.
           02  VDATEI                  PIC X(10).
           02  VPOSL                   COMP PIC S9(4).
           02  VPOSF                   PIC X.
           02  FILLER REDEFINES VPOSF.
               03  VPOSA               PIC X.
           02  VPOSI                   PIC X(50).
           02  V01L                    COMP PIC S9(4).
           02  V01F                    PIC X.
           02  FILLER REDEFINES V01F.
               03  V01A                PIC X.
           02  V01I                    PIC X(79).
           02  V02L                    COMP PIC S9(4).
           02  V02F                    PIC X.
           02  FILLER REDEFINES V02F.
               03  V02A                PIC X.
           02  V02I                    PIC X(79).
           02  V03L                    COMP PIC S9(4).
           02  V03F                    PIC X.
           02  FILLER REDEFINES V03F.
               03  V03A                PIC X.
           02  V03I                    PIC X(79).
           02  V04L                    COMP PIC S9(4).
           02  V04F                    PIC X.
           02  FILLER REDEFINES V04F.
               03  V04A                PIC X.
           02  V04I                    PIC X(79).
           02  V05L                    COMP PIC S9(4).
           02  V05F                    PIC X.
           02  FILLER REDEFINES V05F.
               03  V05A                PIC X.
           02  V05I                    PIC X(79).
           02  V06L                    COMP PIC S9(4).
           02  V06F                    PIC X.
           02  FILLER REDEFINES V06F.
               03  V06A                PIC X.
           02  V06I                    PIC X(79).
           02  V07L                    COMP PIC S9(4).
           02  V07F                    PIC X.
           02  FILLER REDEFINES V07F.
               03  V07A                PIC X.
           02  V07I                    PIC X(79).
           02  V08L                    COMP PIC S9(4).
           02  V08F                    PIC X.
           02  FILLER REDEFINES V08F.
               03  V08A                PIC X.
           02  V08I                    PIC X(79).
           02  V09L                    COMP PIC S9(4).
           02  V09F                    PIC X.
           02  FILLER REDEFINES V09F.
               03  V09A                PIC X.
           02  V09I                    PIC X(79).
           02  V10L                    COMP PIC S9(4).
           02  V10F                    PIC X.
           02  FILLER REDEFINES V10F.
               03  V10A                PIC X.
           02  V10I                    PIC X(79).
           02  V11L                    COMP PIC S9(4).
           02  V11F                    PIC X.
           02  FILLER REDEFINES V11F.
               03  V11A                PIC X.
           02  V11I                    PIC X(79).
           02  V12L                    COMP PIC S9(4).
           02  V12F                    PIC X.
           02  FILLER REDEFINES V12F.
               03  V12A                PIC X.
           02  V12I                    PIC X(79).
           02  V13L                    COMP PIC S9(4).
           02  V13F                    PIC X.
           02  FILLER REDEFINES V13F.
               03  V13A                PIC X.
           02  V13I                    PIC X(79).
           02  V14L                    COMP PIC S9(4).
           02  V14F                    PIC X.
           02  FILLER REDEFINES V14F.
               03  V14A                PIC X.
           02  V14I                    PIC X(79).
           02  V15L                    COMP PIC S9(4).
           02  V15F                    PIC X.
           02  FILLER REDEFINES V15F.
               03  V15A                PIC X.
           02  V15I                    PIC X(79).
           02  V16L                    COMP PIC S9(4).
           02  V16F                    PIC X.
           02  FILLER REDEFINES V16F.
               03  V16A                PIC X.
           02  V16I                    PIC X(79).
           02  V17L                    COMP PIC S9(4).
           02  V17F                    PIC X.
           02  FILLER REDEFINES V17F.
               03  V17A                PIC X.
           02  V17I                    PIC X(79).
           02  V18L                    COMP PIC S9(4).
           02  V18F                    PIC X.
           02  FILLER REDEFINES V18F.
               03  V18A                PIC X.
           02  V18I                    PIC X(79).
           02  VMSGL                   COMP PIC S9(4).
           02  VMSGF                   PIC X.
           02  FILLER REDEFINES VMSGF.
               03  VMSGA               PIC X.
           02  VMSGI                   PIC X(60).

       01  QQ1M97BO REDEFINES QQ1M97BI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(3).
           02  VRPTO                   PIC X(8).
           02  FILLER                  PIC X(3).
           02  VDATEO                  PIC X(10).
           02  FILLER                  PIC X(3).
           02  VPOSO                   PIC X(50).
           02  FILLER                  PIC X(3).
           02  V01O                    PIC X(79).
           02  FILLER                  PIC X(3).
           02  V02O                    PIC X(79).
           02  FILLER                  PIC X(3).
           02  V03O                    PIC X(79).
           02  FILLER                  PIC X(3).
           02  V04O                    PIC X(79).
           02  FILLER                  PIC X(3).
           02  V05O                    PIC X(79).
           02  FILLER                  PIC X(3).
           02  V06O                    PIC X(79).
           02  FILLER                  PIC X(3).
           02  V07O                    PIC X(79).
           02  FILLER                  PIC X(3).
           02  V08O                    PIC X(79).
           02  FILLER                  PIC X(3).
           02  V09O                    PIC X(79).
           02  FILLER                  PIC X(3).
           02  V10O                    PIC X(79).
           02  FILLER                  PIC X(3).
           02  V11O                    PIC X(79).
           02  FILLER                  PIC X(3).
           02  V12O                    PIC X(79).
           02  FILLER                  PIC X(3).
           02  V13O                    PIC X(79).
           02  FILLER                  PIC X(3).
           02  V14O                    PIC X(79).
           02  FILLER                  PIC X(3).
           02  V15O                    PIC X(79).
           02  FILLER                  PIC X(3).
           02  V16O                    PIC X(79).
           02  FILLER                  PIC X(3).
           02  V17O                    PIC X(79).
           02  FILLER                  PIC X(3).
           02  V18O                    PIC X(79).
           02  FILLER                  PIC X(3).
           02  VMSGO                   PIC X(60).
