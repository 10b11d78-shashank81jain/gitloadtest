      *   Rocket Visual COBOL 2017  7.0.00247
      *   Rocket BMS Screen Painter
      *   MapSet Name   MBANK87
      *   Date Created  10/15/2026
      *   Time Created  14:22:07

      *  Input Data For Map BANK87A
         01 BANK87AI REDEFINES MAPAREA.
               05 WEFFDTA                        PIC X.
            03 FILLER                         PIC X(4).
            03 WEFFDTI                        PIC X(8).
            03 WBRANCHL                       PIC S9(4) COMP.
            03 WBRANCHF                       PIC X.
            03 FILLER REDEFINES WBRANCHF.
               05 WBRANCHA                       PIC X.
            03 FILLER                         PIC X(4).
            03 WBRANCHI                       PIC X(4).
            03 WENTUSRL                       PIC S9(4) COMP.
            03 WENTUSRF                       PIC X.
            03 FILLER REDEFINES WENTUSRF.
            03 WEFFDTV                        PIC X.
            03 WEFFDTO                        PIC X(8).
            03 FILLER                         PIC X(3).
            03 WBRANCHC                       PIC X.
            03 WBRANCHP                       PIC X.
            03 WBRANCHH                       PIC X.
            03 WBRANCHV                       PIC X.
            03 WBRANCHO                       PIC X(4).
            03 FILLER                         PIC X(3).
            03 WENTUSRC                       PIC X.
            03 WENTUSRP                       PIC X.
            03 WENTUSRH                       PIC X.
