      *   Rocket Visual COBOL 2017  7.0.00247
      *   Rocket BMS Screen Painter
      *   MapSet Name   MBANK89
      *   Date Created  10/15/2026
      *   Time Created  14:07:12

      *  Input Data For Map BANK89A
         01 BANK89AI REDEFINES MAPAREA.
            03 FILLER                         PIC X(12).
            03 SSCRNL                         PIC S9(4) COMP.
            03 SSCRNF                         PIC X.
            03 FILLER REDEFINES SSCRNF.
               05 SSCRNA                         PIC X.
            03 FILLER                         PIC X(4).
            03 SSCRNI                         PIC X(6).
            03 SHEAD1L                        PIC S9(4) COMP.
            03 SHEAD1F                        PIC X.
            03 FILLER REDEFINES SHEAD1F.
               05 SHEAD1A                        PIC X.
            03 FILLER                         PIC X(4).
            03 SHEAD1I                        PIC X(50).
            03 SDATEL                         PIC S9(4) COMP.
            03 SDATEF                         PIC X.
            03 FILLER REDEFINES SDATEF.
               05 SDATEA                         PIC X.
            03 FILLER                         PIC X(4).
            03 SDATEI                         PIC X(11).
            03 STRANL                         PIC S9(4) COMP.
            03 STRANF                         PIC X.
            03 FILLER REDEFINES STRANF.
               05 STRANA                         PIC X.
            03 FILLER                         PIC X(4).
            03 STRANI                         PIC X(4).
            03 SHEAD2L                        PIC S9(4) COMP.
            03 SHEAD2F                        PIC X.
            03 FILLER REDEFINES SHEAD2F.
               05 SHEAD2A                        PIC X.
            03 FILLER                         PIC X(4).
            03 SHEAD2I                        PIC X(50).
            03 STIMEL                         PIC S9(4) COMP.
            03 STIMEF                         PIC X.
            03 FILLER REDEFINES STIMEF.
               05 STIMEA                         PIC X.
            03 FILLER                         PIC X(4).
            03 STIMEI                         PIC X(8).
            03 SUSERIDL                       PIC S9(4) COMP.
            03 SUSERIDF                       PIC X.
            03 FILLER REDEFINES SUSERIDF.
               05 SUSERIDA                       PIC X.
            03 FILLER                         PIC X(4).
            03 SUSERIDI                       PIC X(5).
            03 SUSERNML                       PIC S9(4) COMP.
            03 SUSERNMF                       PIC X.
            03 FILLER REDEFINES SUSERNMF.
               05 SUSERNMA                       PIC X.
            03 FILLER                         PIC X(4).
            03 SUSERNMI                       PIC X(23).
            03 SPSWDL                         PIC S9(4) COMP.
            03 SPSWDF                         PIC X.
            03 FILLER REDEFINES SPSWDF.
               05 SPSWDA                         PIC X.
            03 FILLER                         PIC X(4).
            03 SPSWDI                         PIC X(8).
            03 SACTIONL                       PIC S9(4) COMP.
            03 SACTIONF                       PIC X.
            03 FILLER REDEFINES SACTIONF.
               05 SACTIONA                       PIC X.
            03 FILLER                         PIC X(4).
            03 SACTIONI                       PIC X(1).
            03 SCUSTIDL                       PIC S9(4) COMP.
            03 SCUSTIDF                       PIC X.
            03 FILLER REDEFINES SCUSTIDF.
               05 SCUSTIDA                       PIC X.
            03 FILLER                         PIC X(4).
            03 SCUSTIDI                       PIC X(9).
            03 SNAMEL                         PIC S9(4) COMP.
            03 SNAMEF                         PIC X.
            03 FILLER REDEFINES SNAMEF.
               05 SNAMEA                         PIC X.
            03 FILLER                         PIC X(4).
            03 SNAMEI                         PIC X(30).
            03 SADDR1L                        PIC S9(4) COMP.
            03 SADDR1F                        PIC X.
            03 FILLER REDEFINES SADDR1F.
               05 SADDR1A                        PIC X.
            03 FILLER                         PIC X(4).
            03 SADDR1I                        PIC X(25).
            03 SADDR2L                        PIC S9(4) COMP.
            03 SADDR2F                        PIC X.
            03 FILLER REDEFINES SADDR2F.
               05 SADDR2A                        PIC X.
            03 FILLER                         PIC X(4).
            03 SADDR2I                        PIC X(25).
            03 SSTATEL                        PIC S9(4) COMP.
            03 SSTATEF                        PIC X.
            03 FILLER REDEFINES SSTATEF.
               05 SSTATEA                        PIC X.
            03 FILLER                         PIC X(4).
            03 SSTATEI                        PIC X(2).
            03 SPSTCDEL                       PIC S9(4) COMP.
            03 SPSTCDEF                       PIC X.
            03 FILLER REDEFINES SPSTCDEF.
               05 SPSTCDEA                       PIC X.
            03 FILLER                         PIC X(4).
            03 SPSTCDEI                       PIC X(7).
            03 SCNTRYL                        PIC S9(4) COMP.
            03 SCNTRYF                        PIC X.
            03 FILLER REDEFINES SCNTRYF.
               05 SCNTRYA                        PIC X.
            03 FILLER                         PIC X(4).
            03 SCNTRYI                        PIC X(6).
            03 SSTARTL                        PIC S9(4) COMP.
            03 SSTARTF                        PIC X.
            03 FILLER REDEFINES SSTARTF.
               05 SSTARTA                        PIC X.
            03 FILLER                         PIC X(4).
            03 SSTARTI                        PIC X(8).
            03 SENDL                          PIC S9(4) COMP.
            03 SENDF                          PIC X.
            03 FILLER REDEFINES SENDF.
               05 SENDA                          PIC X.
            03 FILLER                         PIC X(4).
            03 SENDI                          PIC X(8).
            03 SRECURL                        PIC S9(4) COMP.
            03 SRECURF                        PIC X.
            03 FILLER REDEFINES SRECURF.
               05 SRECURA                        PIC X.
            03 FILLER                         PIC X(4).
            03 SRECURI                        PIC X(1).
            03 SSTATL                         PIC S9(4) COMP.
            03 SSTATF                         PIC X.
            03 FILLER REDEFINES SSTATF.
               05 SSTATA                         PIC X.
            03 FILLER                         PIC X(4).
            03 SSTATI                         PIC X(30).
            03 SENTUSRL                       PIC S9(4) COMP.
            03 SENTUSRF                       PIC X.
            03 FILLER REDEFINES SENTUSRF.
               05 SENTUSRA                       PIC X.
            03 FILLER                         PIC X(4).
            03 SENTUSRI                       PIC X(5).
            03 SENTDTL                        PIC S9(4) COMP.
            03 SENTDTF                        PIC X.
            03 FILLER REDEFINES SENTDTF.
               05 SENTDTA                        PIC X.
            03 FILLER                         PIC X(4).
            03 SENTDTI                        PIC X(8).
            03 SERRMSGL                       PIC S9(4) COMP.
            03 SERRMSGF                       PIC X.
            03 FILLER REDEFINES SERRMSGF.
               05 SERRMSGA                       PIC X.
            03 FILLER                         PIC X(4).
            03 SERRMSGI                       PIC X(75).

      *  Output Data For Map BANK89A
         01 BANK89AO REDEFINES BANK89AI.
            03 FILLER                         PIC X(12).
            03 FILLER                         PIC X(3).
            03 SSCRNC                         PIC X.
            03 SSCRNP                         PIC X.
            03 SSCRNH                         PIC X.
            03 SSCRNV                         PIC X.
            03 SSCRNO                         PIC X(6).
            03 FILLER                         PIC X(3).
            03 SHEAD1C                        PIC X.
            03 SHEAD1P                        PIC X.
            03 SHEAD1H                        PIC X.
            03 SHEAD1V                        PIC X.
            03 SHEAD1O                        PIC X(50).
            03 FILLER                         PIC X(3).
            03 SDATEC                         PIC X.
            03 SDATEP                         PIC X.
            03 SDATEH                         PIC X.
            03 SDATEV                         PIC X.
            03 SDATEO                         PIC X(11).
            03 FILLER                         PIC X(3).
            03 STRANC                         PIC X.
            03 STRANP                         PIC X.
            03 STRANH                         PIC X.
            03 STRANV                         PIC X.
            03 STRANO                         PIC X(4).
            03 FILLER                         PIC X(3).
            03 SHEAD2C                        PIC X.
            03 SHEAD2P                        PIC X.
            03 SHEAD2H                        PIC X.
            03 SHEAD2V                        PIC X.
            03 SHEAD2O                        PIC X(50).
            03 FILLER                         PIC X(3).
            03 STIMEC                         PIC X.
            03 STIMEP                         PIC X.
            03 STIMEH                         PIC X.
            03 STIMEV                         PIC X.
            03 STIMEO                         PIC X(8).
            03 FILLER                         PIC X(3).
            03 SUSERIDC                       PIC X.
            03 SUSERIDP                       PIC X.
            03 SUSERIDH                       PIC X.
            03 SUSERIDV                       PIC X.
            03 SUSERIDO                       PIC X(5).
            03 FILLER                         PIC X(3).
            03 SUSERNMC                       PIC X.
            03 SUSERNMP                       PIC X.
            03 SUSERNMH                       PIC X.
            03 SUSERNMV                       PIC X.
            03 SUSERNMO                       PIC X(23).
            03 FILLER                         PIC X(3).
            03 SPSWDC                         PIC X.
            03 SPSWDP                         PIC X.
            03 SPSWDH                         PIC X.
            03 SPSWDV                         PIC X.
            03 SPSWDO                         PIC X(8).
            03 FILLER                         PIC X(3).
            03 SACTIONC                       PIC X.
            03 SACTIONP                       PIC X.
            03 SACTIONH                       PIC X.
            03 SACTIONV                       PIC X.
            03 SACTIONO                       PIC X(1).
            03 FILLER                         PIC X(3).
            03 SCUSTIDC                       PIC X.
            03 SCUSTIDP                       PIC X.
            03 SCUSTIDH                       PIC X.
            03 SCUSTIDV                       PIC X.
            03 SCUSTIDO                       PIC X(9).
            03 FILLER                         PIC X(3).
            03 SNAMEC                         PIC X.
            03 SNAMEP                         PIC X.
            03 SNAMEH                         PIC X.
            03 SNAMEV                         PIC X.
            03 SNAMEO                         PIC X(30).
            03 FILLER                         PIC X(3).
            03 SADDR1C                        PIC X.
            03 SADDR1P                        PIC X.
            03 SADDR1H                        PIC X.
            03 SADDR1V                        PIC X.
            03 SADDR1O                        PIC X(25).
            03 FILLER                         PIC X(3).
            03 SADDR2C                        PIC X.
            03 SADDR2P                        PIC X.
            03 SADDR2H                        PIC X.
            03 SADDR2V                        PIC X.
            03 SADDR2O                        PIC X(25).
            03 FILLER                         PIC X(3).
            03 SSTATEC                        PIC X.
            03 SSTATEP                        PIC X.
            03 SSTATEH                        PIC X.
            03 SSTATEV                        PIC X.
            03 SSTATEO                        PIC X(2).
            03 FILLER                         PIC X(3).
            03 SPSTCDEC                       PIC X.
            03 SPSTCDEP                       PIC X.
            03 SPSTCDEH                       PIC X.
            03 SPSTCDEV                       PIC X.
            03 SPSTCDEO                       PIC X(7).
            03 FILLER                         PIC X(3).
            03 SCNTRYC                        PIC X.
            03 SCNTRYP                        PIC X.
            03 SCNTRYH                        PIC X.
            03 SCNTRYV                        PIC X.
            03 SCNTRYO                        PIC X(6).
            03 FILLER                         PIC X(3).
            03 SSTARTC                        PIC X.
            03 SSTARTP                        PIC X.
            03 SSTARTH                        PIC X.
            03 SSTARTV                        PIC X.
            03 SSTARTO                        PIC X(8).
            03 FILLER                         PIC X(3).
            03 SENDC                          PIC X.
            03 SENDP                          PIC X.
            03 SENDH                          PIC X.
            03 SENDV                          PIC X.
            03 SENDO                          PIC X(8).
            03 FILLER                         PIC X(3).
            03 SRECURC                        PIC X.
            03 SRECURP                        PIC X.
            03 SRECURH                        PIC X.
            03 SRECURV                        PIC X.
            03 SRECURO                        PIC X(1).
            03 FILLER                         PIC X(3).
            03 SSTATC                         PIC X.
            03 SSTATP                         PIC X.
            03 SSTATH                         PIC X.
            03 SSTATV                         PIC X.
            03 SSTATO                         PIC X(30).
            03 FILLER                         PIC X(3).
            03 SENTUSRC                       PIC X.
            03 SENTUSRP                       PIC X.
            03 SENTUSRH                       PIC X.
            03 SENTUSRV                       PIC X.
            03 SENTUSRO                       PIC X(5).
            03 FILLER                         PIC X(3).
            03 SENTDTC                        PIC X.
            03 SENTDTP                        PIC X.
            03 SENTDTH                        PIC X.
            03 SENTDTV                        PIC X.
            03 SENTDTO                        PIC X(8).
            03 FILLER                         PIC X(3).
            03 SERRMSGC                       PIC X.
            03 SERRMSGP                       PIC X.
            03 SERRMSGH                       PIC X.
            03 SERRMSGV                       PIC X.
            03 SERRMSGO                       PIC X(75).
