      *   Rocket Visual COBOL 2017  7.0.00247
      *   Rocket BMS Screen Painter
      *   MapSet Name   MBANK92
      *   Date Created  10/15/2026
      *   Time Created  14:48:33

      *  Input Data For Map BANK92A
         01 BANK92AI REDEFINES MAPAREA.
            03 FILLER                         PIC X(12).
            03 NSCRNL                         PIC S9(4) COMP.
            03 NSCRNF                         PIC X.
            03 FILLER REDEFINES NSCRNF.
               05 NSCRNA                         PIC X.
            03 FILLER                         PIC X(4).
            03 NSCRNI                         PIC X(6).
            03 NHEAD1L                        PIC S9(4) COMP.
            03 NHEAD1F                        PIC X.
            03 FILLER REDEFINES NHEAD1F.
               05 NHEAD1A                        PIC X.
            03 FILLER                         PIC X(4).
            03 NHEAD1I                        PIC X(50).
            03 NDATEL                         PIC S9(4) COMP.
            03 NDATEF                         PIC X.
            03 FILLER REDEFINES NDATEF.
               05 NDATEA                         PIC X.
            03 FILLER                         PIC X(4).
            03 NDATEI                         PIC X(11).
            03 NTRANL                         PIC S9(4) COMP.
            03 NTRANF                         PIC X.
            03 FILLER REDEFINES NTRANF.
               05 NTRANA                         PIC X.
            03 FILLER                         PIC X(4).
            03 NTRANI                         PIC X(4).
            03 NHEAD2L                        PIC S9(4) COMP.
            03 NHEAD2F                        PIC X.
            03 FILLER REDEFINES NHEAD2F.
               05 NHEAD2A                        PIC X.
            03 FILLER                         PIC X(4).
            03 NHEAD2I                        PIC X(50).
            03 NTIMEL                         PIC S9(4) COMP.
            03 NTIMEF                         PIC X.
            03 FILLER REDEFINES NTIMEF.
               05 NTIMEA                         PIC X.
            03 FILLER                         PIC X(4).
            03 NTIMEI                         PIC X(8).
            03 NUSERIDL                       PIC S9(4) COMP.
            03 NUSERIDF                       PIC X.
            03 FILLER REDEFINES NUSERIDF.
               05 NUSERIDA                       PIC X.
            03 FILLER                         PIC X(4).
            03 NUSERIDI                       PIC X(5).
            03 NUSERNML                       PIC S9(4) COMP.
            03 NUSERNMF                       PIC X.
            03 FILLER REDEFINES NUSERNMF.
               05 NUSERNMA                       PIC X.
            03 FILLER                         PIC X(4).
            03 NUSERNMI                       PIC X(23).
            03 NPSWDL                         PIC S9(4) COMP.
            03 NPSWDF                         PIC X.
            03 FILLER REDEFINES NPSWDF.
               05 NPSWDA                         PIC X.
            03 FILLER                         PIC X(4).
            03 NPSWDI                         PIC X(8).
            03 NACTIONL                       PIC S9(4) COMP.
            03 NACTIONF                       PIC X.
            03 FILLER REDEFINES NACTIONF.
               05 NACTIONA                       PIC X.
            03 FILLER                         PIC X(4).
            03 NACTIONI                       PIC X(1).
            03 NCNTRYL                        PIC S9(4) COMP.
            03 NCNTRYF                        PIC X.
            03 FILLER REDEFINES NCNTRYF.
               05 NCNTRYA                        PIC X.
            03 FILLER                         PIC X(4).
            03 NCNTRYI                        PIC X(6).
            03 NPSTHIL                        PIC S9(4) COMP.
            03 NPSTHIF                        PIC X.
            03 FILLER REDEFINES NPSTHIF.
               05 NPSTHIA                        PIC X.
            03 FILLER                         PIC X(4).
            03 NPSTHII                        PIC X(7).
            03 NPSTLOL                        PIC S9(4) COMP.
            03 NPSTLOF                        PIC X.
            03 FILLER REDEFINES NPSTLOF.
               05 NPSTLOA                        PIC X.
            03 FILLER                         PIC X(4).
            03 NPSTLOI                        PIC X(7).
            03 NBRANCHL                       PIC S9(4) COMP.
            03 NBRANCHF                       PIC X.
            03 FILLER REDEFINES NBRANCHF.
               05 NBRANCHA                       PIC X.
            03 FILLER                         PIC X(4).
            03 NBRANCHI                       PIC X(4).
            03 NBRNNAML                       PIC S9(4) COMP.
            03 NBRNNAMF                       PIC X.
            03 FILLER REDEFINES NBRNNAMF.
               05 NBRNNAMA                       PIC X.
            03 FILLER                         PIC X(4).
            03 NBRNNAMI                       PIC X(25).
            03 NACTSWL                        PIC S9(4) COMP.
            03 NACTSWF                        PIC X.
            03 FILLER REDEFINES NACTSWF.
               05 NACTSWA                        PIC X.
            03 FILLER                         PIC X(4).
            03 NACTSWI                        PIC X(1).
            03 NEFFDTL                        PIC S9(4) COMP.
            03 NEFFDTF                        PIC X.
            03 FILLER REDEFINES NEFFDTF.
               05 NEFFDTA                        PIC X.
            03 FILLER                         PIC X(4).
            03 NEFFDTI                        PIC X(8).
            03 NERRMSGL                       PIC S9(4) COMP.
            03 NERRMSGF                       PIC X.
            03 FILLER REDEFINES NERRMSGF.
               05 NERRMSGA                       PIC X.
            03 FILLER                         PIC X(4).
            03 NERRMSGI                       PIC X(75).

      *  Output Data For Map BANK92A
         01 BANK92AO REDEFINES BANK92AI.
            03 FILLER                         PIC X(12).
            03 FILLER                         PIC X(3).
            03 NSCRNC                         PIC X.
            03 NSCRNP                         PIC X.
            03 NSCRNH                         PIC X.
            03 NSCRNV                         PIC X.
            03 NSCRNO                         PIC X(6).
            03 FILLER                         PIC X(3).
            03 NHEAD1C                        PIC X.
            03 NHEAD1P                        PIC X.
            03 NHEAD1H                        PIC X.
            03 NHEAD1V                        PIC X.
            03 NHEAD1O                        PIC X(50).
            03 FILLER                         PIC X(3).
            03 NDATEC                         PIC X.
            03 NDATEP                         PIC X.
            03 NDATEH                         PIC X.
            03 NDATEV                         PIC X.
            03 NDATEO                         PIC X(11).
            03 FILLER                         PIC X(3).
            03 NTRANC                         PIC X.
            03 NTRANP                         PIC X.
            03 NTRANH                         PIC X.
            03 NTRANV                         PIC X.
            03 NTRANO                         PIC X(4).
            03 FILLER                         PIC X(3).
            03 NHEAD2C                        PIC X.
            03 NHEAD2P                        PIC X.
            03 NHEAD2H                        PIC X.
            03 NHEAD2V                        PIC X.
            03 NHEAD2O                        PIC X(50).
            03 FILLER                         PIC X(3).
            03 NTIMEC                         PIC X.
            03 NTIMEP                         PIC X.
            03 NTIMEH                         PIC X.
            03 NTIMEV                         PIC X.
            03 NTIMEO                         PIC X(8).
            03 FILLER                         PIC X(3).
            03 NUSERIDC                       PIC X.
            03 NUSERIDP                       PIC X.
            03 NUSERIDH                       PIC X.
            03 NUSERIDV                       PIC X.
            03 NUSERIDO                       PIC X(5).
            03 FILLER                         PIC X(3).
            03 NUSERNMC                       PIC X.
            03 NUSERNMP                       PIC X.
            03 NUSERNMH                       PIC X.
            03 NUSERNMV                       PIC X.
            03 NUSERNMO                       PIC X(23).
            03 FILLER                         PIC X(3).
            03 NPSWDC                         PIC X.
            03 NPSWDP                         PIC X.
            03 NPSWDH                         PIC X.
            03 NPSWDV                         PIC X.
            03 NPSWDO                         PIC X(8).
            03 FILLER                         PIC X(3).
            03 NACTIONC                       PIC X.
            03 NACTIONP                       PIC X.
            03 NACTIONH                       PIC X.
            03 NACTIONV                       PIC X.
            03 NACTIONO                       PIC X(1).
            03 FILLER                         PIC X(3).
            03 NCNTRYC                        PIC X.
            03 NCNTRYP                        PIC X.
            03 NCNTRYH                        PIC X.
            03 NCNTRYV                        PIC X.
            03 NCNTRYO                        PIC X(6).
            03 FILLER                         PIC X(3).
            03 NPSTHIC                        PIC X.
            03 NPSTHIP                        PIC X.
            03 NPSTHIH                        PIC X.
            03 NPSTHIV                        PIC X.
            03 NPSTHIO                        PIC X(7).
            03 FILLER                         PIC X(3).
            03 NPSTLOC                        PIC X.
            03 NPSTLOP                        PIC X.
            03 NPSTLOH                        PIC X.
            03 NPSTLOV                        PIC X.
            03 NPSTLOO                        PIC X(7).
            03 FILLER                         PIC X(3).
            03 NBRANCHC                       PIC X.
            03 NBRANCHP                       PIC X.
            03 NBRANCHH                       PIC X.
            03 NBRANCHV                       PIC X.
            03 NBRANCHO                       PIC X(4).
            03 FILLER                         PIC X(3).
            03 NBRNNAMC                       PIC X.
            03 NBRNNAMP                       PIC X.
            03 NBRNNAMH                       PIC X.
            03 NBRNNAMV                       PIC X.
            03 NBRNNAMO                       PIC X(25).
            03 FILLER                         PIC X(3).
            03 NACTSWC                        PIC X.
            03 NACTSWP                        PIC X.
            03 NACTSWH                        PIC X.
            03 NACTSWV                        PIC X.
            03 NACTSWO                        PIC X(1).
            03 FILLER                         PIC X(3).
            03 NEFFDTC                        PIC X.
            03 NEFFDTP                        PIC X.
            03 NEFFDTH                        PIC X.
            03 NEFFDTV                        PIC X.
            03 NEFFDTO                        PIC X(8).
            03 FILLER                         PIC X(3).
            03 NERRMSGC                       PIC X.
            03 NERRMSGP                       PIC X.
            03 NERRMSGH                       PIC X.
            03 NERRMSGV                       PIC X.
            03 NERRMSGO                       PIC X(75).
