      *****************************************************************
      *  CPTBLAPV - symbolic map for TBLAPVS/TBLAPVI (see
      *  TBLAPVM.bms). Hand-maintained to match the mapset layout;
      *  regenerate with the BMS translator if TBLAPVM.bms changes.
      *****************************************************************
       01  TBLAPVI.
           05  FILLER                  PIC X(12).
           05  APVTBLL                 PIC S9(4) COMP.
           05  APVTBLF                 PIC X.
           05  FILLER REDEFINES APVTBLF.
               10  APVTBLA             PIC X.
           05  APVTBLI                 PIC X(4).
           05  APVENTL                 PIC S9(4) COMP.
           05  APVENTF                 PIC X.
           05  FILLER REDEFINES APVENTF.
               10  APVENTA             PIC X.
           05  APVENTI                 PIC X(20).
           05  APVDTEL                 PIC S9(4) COMP.
           05  APVDTEF                 PIC X.
           05  FILLER REDEFINES APVDTEF.
               10  APVDTEA             PIC X.
           05  APVDTEI                 PIC X(8).
           05  APVDECL                 PIC S9(4) COMP.
           05  APVDECF                 PIC X.
           05  FILLER REDEFINES APVDECF.
               10  APVDECA             PIC X.
           05  APVDECI                 PIC X(1).
           05  APVACTL                 PIC S9(4) COMP.
           05  APVACTF                 PIC X.
           05  FILLER REDEFINES APVACTF.
               10  APVACTA             PIC X.
           05  APVACTI                 PIC X(1).
           05  APVMKRL                 PIC S9(4) COMP.
           05  APVMKRF                 PIC X.
           05  FILLER REDEFINES APVMKRF.
               10  APVMKRA             PIC X.
           05  APVMKRI                 PIC X(8).
           05  APVKDTL                 PIC S9(4) COMP.
           05  APVKDTF                 PIC X.
           05  FILLER REDEFINES APVKDTF.
               10  APVKDTA             PIC X.
           05  APVKDTI                 PIC X(8).
           05  APVSTAL                 PIC S9(4) COMP.
           05  APVSTAF                 PIC X.
           05  FILLER REDEFINES APVSTAF.
               10  APVSTAA             PIC X.
           05  APVSTAI                 PIC X(10).
           05  APVBEFL                 PIC S9(4) COMP.
           05  APVBEFF                 PIC X.
           05  FILLER REDEFINES APVBEFF.
               10  APVBEFA             PIC X.
           05  APVBEFI                 PIC X(79).
           05  APVAFTL                 PIC S9(4) COMP.
           05  APVAFTF                 PIC X.
           05  FILLER REDEFINES APVAFTF.
               10  APVAFTA             PIC X.
           05  APVAFTI                 PIC X(79).
           05  APVMSGL                 PIC S9(4) COMP.
           05  APVMSGF                 PIC X.
           05  FILLER REDEFINES APVMSGF.
               10  APVMSGA             PIC X.
           05  APVMSGI                 PIC X(79).

       01  TBLAPVO REDEFINES TBLAPVI.
           05  FILLER                  PIC X(15).
           05  APVTBLO                 PIC X(4).
           05  FILLER                  PIC X(3).
           05  APVENTO                 PIC X(20).
           05  FILLER                  PIC X(3).
           05  APVDTEO                 PIC X(8).
           05  FILLER                  PIC X(3).
           05  APVDECO                 PIC X(1).
           05  FILLER                  PIC X(3).
           05  APVACTO                 PIC X(1).
           05  FILLER                  PIC X(3).
           05  APVMKRO                 PIC X(8).
           05  FILLER                  PIC X(3).
           05  APVKDTO                 PIC X(8).
           05  FILLER                  PIC X(3).
           05  APVSTAO                 PIC X(10).
           05  FILLER                  PIC X(3).
           05  APVBEFO                 PIC X(79).
           05  FILLER                  PIC X(3).
           05  APVAFTO                 PIC X(79).
           05  FILLER                  PIC X(3).
           05  APVMSGO                 PIC X(79).
