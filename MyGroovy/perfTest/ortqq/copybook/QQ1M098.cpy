      *----------------------------------------------------------------*
      *    QQ1M098 - SYMBOLIC MAP FOR MAPSET QQ1M098, MAP QQ1M98A      *
      *    Generated-style output of BMS genmap for bms/QQ1M098.bms.   *
      *    QQ1C0098 RECEIVEs a QQ1KNOW rule's key, match fields,       *
      *    ticket and response through QQ1M98AI and SENDs the stored   *
      *    rule and its triage hit count back through QQ1M98AO.        *
      *----------------------------------------------------------------*
       01  QQ1M98AI.
           02  FILLER                  PIC X(12).
           02  RULEIDL                 COMP PIC S9(4).
           02  RULEIDF                 PIC X.
           02  FILLER REDEFINES RULEIDF.
               03  RULEIDA             PIC X.
           02  RULEIDI                 PIC X(8).
           02  KSTATL                  COMP PIC S9(4).
           02  KSTATF                  PIC X.
           02  FILLER REDEFINES KSTATF.
               03  KSTATA              PIC X.
           02  KSTATI                  PIC X.
           02  KTITLEL                 COMP PIC S9(4).
           02  KTITLEF                 PIC X.
           02  FILLER REDEFINES KTITLEF.
               03  KTITLEA             PIC X.
           02  KTITLEI                 PIC X(40).
           02  ABCODEL                 COMP PIC S9(4).
           02  ABCODEF                 PIC X.
           02  FILLER REDEFINES ABCODEF.
               03  ABCODEA             PIC X.
           02  ABCODEI                 PIC X(4).
           02  CHAINL                  COMP PIC S9(4).
           02  CHAINF                  PIC X.
           02  FILLER REDEFINES CHAINF.
               03  CHAINA              PIC X.
           02  CHAINI                  PIC X(5).
           02  ORIGINL                 COMP PIC S9(4).
           02  ORIGINF                 PIC X.
           02  FILLER REDEFINES ORIGINF.
               03  ORIGINA             PIC X.
           02  ORIGINI                 PIC X(8).
           02  RCVALL                  COMP PIC S9(4).
           02  RCVALF                  PIC X.
           02  FILLER REDEFINES RCVALF.
               03  RCVALA              PIC X.
           02  RCVALI                  PIC X(5).
           02  CTEXTL                  COMP PIC S9(4).
           02  CTEXTF                  PIC X.
           02  FILLER REDEFINES CTEXTF.
               03  CTEXTA              PIC X.
           02  CTEXTI                  PIC X(30).
           02  TICKETL                 COMP PIC S9(4).
           02  TICKETF                 PIC X.
           02  FILLER REDEFINES TICKETF.
               03  TICKETA             PIC X.
           02  TICKETI                 PIC X(12).
           02  RESPNSL                 COMP PIC S9(4).
           02  RESPNSF                 PIC X.
           02  FILLER REDEFINES RESPNSF.
               03  RESPNSA             PIC X.
           02  RESPNSI                 PIC X(60).
           02  HITSL                   COMP PIC S9(4).
           02  HITSF                   PIC X.
           02  FILLER REDEFINES HITSF.
               03  HITSA               PIC X.
           02  HITSI                   PIC X(7).
           02  LASTML                  COMP PIC S9(4).
           02  LASTMF                  PIC X.
           02  FILLER REDEFINES LASTMF.
               03  LASTMA              PIC X.
           02  LASTMI                  PIC X(10).
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

       01  QQ1M98AO REDEFINES QQ1M98AI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(3).
           02  RULEIDO                 PIC X(8).
           02  FILLER                  PIC X(3).
           02  KSTATO                  PIC X.
           02  FILLER                  PIC X(3).
           02  KTITLEO                 PIC X(40).
           02  FILLER                  PIC X(3).
           02  ABCODEO                 PIC X(4).
           02  FILLER                  PIC X(3).
           02  CHAINO                  PIC X(5).
           02  FILLER                  PIC X(3).
           02  ORIGINO                 PIC X(8).
           02  FILLER                  PIC X(3).
           02  RCVALO                  PIC X(5).
           02  FILLER                  PIC X(3).
           02  CTEXTO                  PIC X(30).
           02  FILLER                  PIC X(3).
           02  TICKETO                 PIC X(12).
           02  FILLER                  PIC X(3).
           02  RESPNSO                 PIC X(60).
           02  FILLER                  PIC X(3).
           02  HITSO                   PIC X(7).
           02  FILLER                  PIC X(3).
           02  LASTMO                  PIC X(10).
           02  FILLER                  PIC X(3).
           02  LSTCHGO                 PIC X(44).
           02  FILLER                  PIC X(3).
           02  MSGO                    PIC X(60).
