      *    QQ1C0040 SENDs the perf-test control state (test mode,      *
      *    abend code, active dialect, in-flight count, last run)      *
      *    through QQ1M40AO and RECEIVEs the operator's new abend      *
      *    code / dialect / restore plan number through QQ1M40AI.      *
      *----------------------------------------------------------------*
       01  QQ1M40AI.
           02  FILLER                  PIC X(12).
           02  LREFIDF                 PIC X.
           02  FILLER REDEFINES LREFIDF.
               03  LREFIDA             PIC X.
           02  LREFIDI                 PIC X(29).
           02  LABCDL                  COMP PIC S9(4).
           02  LABCDF                  PIC X.
           02  FILLER REDEFINES LABCDF.
           02  FILLER REDEFINES BRKSTF.
               03  BRKSTA              PIC X.
           02  BRKSTI                  PIC X(8).
           02  PLANINL                 COMP PIC S9(4).
           02  PLANINF                 PIC X.
           02  FILLER REDEFINES PLANINF.
               03  PLANINA             PIC X.
           02  PLANINI                 PIC X(4).
           02  WDSTATL                 COMP PIC S9(4).
           02  WDSTATF                 PIC X.
           02  FILLER REDEFINES WDSTATF.
               03  WDSTATA             PIC X.
           02  WDSTATI                 PIC X(8).
           02  WDLASTL                 COMP PIC S9(4).
           02  WDLASTF                 PIC X.
           02  FILLER REDEFINES WDLASTF.
               03  WDLASTA             PIC X.
           02  WDLASTI                 PIC X(19).
           02  WDHUNGL                 COMP PIC S9(4).
           02  WDHUNGF                 PIC X.
           02  FILLER REDEFINES WDHUNGF.
               03  WDHUNGA             PIC X.
           02  WDHUNGI                 PIC X(5).
           02  WDFIXL                  COMP PIC S9(4).
           02  WDFIXF                  PIC X.
           02  FILLER REDEFINES WDFIXF.
               03  WDFIXA              PIC X.
           02  WDFIXI                  PIC X(60).
           02  MSGL                    COMP PIC S9(4).
           02  MSGF                    PIC X.
           02  FILLER REDEFINES MSGF.
           02  FILLER                  PIC X(3).
           02  INFLTO                  PIC X(5).
           02  FILLER                  PIC X(3).
           02  LREFIDO                 PIC X(29).
           02  FILLER                  PIC X(3).
           02  LABCDO                  PIC X(4).
           02  FILLER                  PIC X(3).
           02  FILLER                  PIC X(3).
           02  BRKSTO                  PIC X(8).
           02  FILLER                  PIC X(3).
           02  PLANINO                 PIC X(4).
           02  FILLER                  PIC X(3).
           02  WDSTATO                 PIC X(8).
           02  FILLER                  PIC X(3).
           02  WDLASTO                 PIC X(19).
           02  FILLER                  PIC X(3).
           02  WDHUNGO                 PIC X(5).
           02  FILLER                  PIC X(3).
           02  WDFIXO                  PIC X(60).
           02  FILLER                  PIC X(3).
           02  MSGO                    PIC X(60).
