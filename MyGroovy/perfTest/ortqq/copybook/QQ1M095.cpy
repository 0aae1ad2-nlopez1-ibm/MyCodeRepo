      *----------------------------------------------------------------*
      *    QQ1M095 - SYMBOLIC MAP FOR MAPSET QQ1M095, MAP QQ1M95A      *
      *    Generated-style output of BMS genmap for bms/QQ1M095.bms.   *
      *    QQ1C0095 RECEIVEs the release id through QQ1M95AI and      *
      *    SENDs the release's register entry through QQ1M95AO.       *
      *----------------------------------------------------------------*
       01  QQ1M95AI.
           02  FILLER                  PIC X(12).
           02  RELINL                  COMP PIC S9(4).
           02  RELINF                  PIC X.
           02  FILLER REDEFINES RELINF.
               03  RELINA              PIC X.
           02  RELINI                  PIC X(8).
           02  STATL                   COMP PIC S9(4).
           02  STATF                   PIC X.
           02  FILLER REDEFINES STATF.
               03  STATA               PIC X.
           02  STATI                   PIC X(11).
           02  EFFTL                   COMP PIC S9(4).
           02  EFFTF                   PIC X.
           02  FILLER REDEFINES EFFTF.
               03  EFFTA               PIC X.
           02  EFFTI                   PIC X(19).
           02  ROWSL                   COMP PIC S9(4).
           02  ROWSF                   PIC X.
           02  FILLER REDEFINES ROWSF.
               03  ROWSA               PIC X.
           02  ROWSI                   PIC X(30).
           02  IMPBL                   COMP PIC S9(4).
           02  IMPBF                   PIC X.
           02  FILLER REDEFINES IMPBF.
               03  IMPBA               PIC X.
           02  IMPBI                   PIC X(29).
           02  SWTBL                   COMP PIC S9(4).
           02  SWTBF                   PIC X.
           02  FILLER REDEFINES SWTBF.
               03  SWTBA               PIC X.
           02  SWTBI                   PIC X(29).
           02  MSGL                    COMP PIC S9(4).
           02  MSGF                    PIC X.
           02  FILLER REDEFINES MSGF.
               03  MSGA                PIC X.
           02  MSGI                    PIC X(60).

       01  QQ1M95AO REDEFINES QQ1M95AI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(3).
           02  RELINO                  PIC X(8).
           02  FILLER                  PIC X(3).
           02  STATO                   PIC X(11).
           02  FILLER                  PIC X(3).
           02  EFFTO                   PIC X(19).
           02  FILLER                  PIC X(3).
           02  ROWSO                   PIC X(30).
           02  FILLER                  PIC X(3).
           02  IMPBO                   PIC X(29).
           02  FILLER                  PIC X(3).
           02  SWTBO                   PIC X(29).
           02  FILLER                  PIC X(3).
           02  MSGO                    PIC X(60).
