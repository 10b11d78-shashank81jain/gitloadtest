      *   Rocket Visual COBOL 2017  7.0.00247
      *   Rocket BMS Screen Painter
      *   MapSet Name   MBANK91
      *   Date Created  10/15/2026
      *   Time Created  09:12:47

      *  Input Data For Map BANK91A
         01 BANK91AI REDEFINES MAPAREA.
            03 FILLER                         PIC X(12).
            03 GSCRNL                         PIC S9(4) COMP.
            03 GSCRNF                         PIC X.
            03 FILLER REDEFINES GSCRNF.
               05 GSCRNA                         PIC X.
            03 FILLER                         PIC X(4).
            03 GSCRNI                         PIC X(6).
            03 GHEAD1L                        PIC S9(4) COMP.
            03 GHEAD1F                        PIC X.
            03 FILLER REDEFINES GHEAD1F.
               05 GHEAD1A                        PIC X.
            03 FILLER                         PIC X(4).
            03 GHEAD1I                        PIC X(50).
            03 GDATEL                         PIC S9(4) COMP.
            03 GDATEF                         PIC X.
            03 FILLER REDEFINES GDATEF.
               05 GDATEA                         PIC X.
            03 FILLER                         PIC X(4).
            03 GDATEI                         PIC X(11).
            03 GTRANL                         PIC S9(4) COMP.
            03 GTRANF                         PIC X.
            03 FILLER REDEFINES GTRANF.
               05 GTRANA                         PIC X.
            03 FILLER                         PIC X(4).
            03 GTRANI                         PIC X(4).
            03 GHEAD2L                        PIC S9(4) COMP.
            03 GHEAD2F                        PIC X.
            03 FILLER REDEFINES GHEAD2F.
               05 GHEAD2A                        PIC X.
            03 FILLER                         PIC X(4).
            03 GHEAD2I                        PIC X(50).
            03 GTIMEL                         PIC S9(4) COMP.
            03 GTIMEF                         PIC X.
            03 FILLER REDEFINES GTIMEF.
               05 GTIMEA                         PIC X.
            03 FILLER                         PIC X(4).
            03 GTIMEI                         PIC X(8).
            03 GUSERIDL                       PIC S9(4) COMP.
            03 GUSERIDF                       PIC X.
            03 FILLER REDEFINES GUSERIDF.
               05 GUSERIDA                       PIC X.
            03 FILLER                         PIC X(4).
            03 GUSERIDI                       PIC X(5).
            03 GUSERNML                       PIC S9(4) COMP.
            03 GUSERNMF                       PIC X.
            03 FILLER REDEFINES GUSERNMF.
               05 GUSERNMA                       PIC X.
            03 FILLER                         PIC X(4).
            03 GUSERNMI                       PIC X(23).
            03 GPSWDL                         PIC S9(4) COMP.
            03 GPSWDF                         PIC X.
            03 FILLER REDEFINES GPSWDF.
               05 GPSWDA                         PIC X.
            03 FILLER                         PIC X(4).
            03 GPSWDI                         PIC X(8).
            03 GACTIONL                       PIC S9(4) COMP.
            03 GACTIONF                       PIC X.
            03 FILLER REDEFINES GACTIONF.
               05 GACTIONA                       PIC X.
            03 FILLER                         PIC X(4).
            03 GACTIONI                       PIC X(1).
            03 GCONFRML                       PIC S9(4) COMP.
            03 GCONFRMF                       PIC X.
            03 FILLER REDEFINES GCONFRMF.
               05 GCONFRMA                       PIC X.
            03 FILLER                         PIC X(4).
            03 GCONFRMI                       PIC X(1).
            03 GSURVIDL                       PIC S9(4) COMP.
            03 GSURVIDF                       PIC X.
            03 FILLER REDEFINES GSURVIDF.
               05 GSURVIDA                       PIC X.
            03 FILLER                         PIC X(4).
            03 GSURVIDI                       PIC X(9).
            03 GSURVNML                       PIC S9(4) COMP.
            03 GSURVNMF                       PIC X.
            03 FILLER REDEFINES GSURVNMF.
               05 GSURVNMA                       PIC X.
            03 FILLER                         PIC X(4).
            03 GSURVNMI                       PIC X(30).
            03 GLOSEIDL                       PIC S9(4) COMP.
            03 GLOSEIDF                       PIC X.
            03 FILLER REDEFINES GLOSEIDF.
               05 GLOSEIDA                       PIC X.
            03 FILLER                         PIC X(4).
            03 GLOSEIDI                       PIC X(9).
            03 GLOSENML                       PIC S9(4) COMP.
            03 GLOSENMF                       PIC X.
            03 FILLER REDEFINES GLOSENMF.
               05 GLOSENMA                       PIC X.
            03 FILLER                         PIC X(4).
            03 GLOSENMI                       PIC X(30).
            03 GLIN01L                        PIC S9(4) COMP.
            03 GLIN01F                        PIC X.
            03 FILLER REDEFINES GLIN01F.
               05 GLIN01A                        PIC X.
            03 FILLER                         PIC X(4).
            03 GLIN01I                        PIC X(75).
            03 GLIN02L                        PIC S9(4) COMP.
            03 GLIN02F                        PIC X.
            03 FILLER REDEFINES GLIN02F.
               05 GLIN02A                        PIC X.
            03 FILLER                         PIC X(4).
            03 GLIN02I                        PIC X(75).
            03 GLIN03L                        PIC S9(4) COMP.
            03 GLIN03F                        PIC X.
            03 FILLER REDEFINES GLIN03F.
               05 GLIN03A                        PIC X.
            03 FILLER                         PIC X(4).
            03 GLIN03I                        PIC X(75).
            03 GLIN04L                        PIC S9(4) COMP.
            03 GLIN04F                        PIC X.
            03 FILLER REDEFINES GLIN04F.
               05 GLIN04A                        PIC X.
            03 FILLER                         PIC X(4).
            03 GLIN04I                        PIC X(75).
            03 GLIN05L                        PIC S9(4) COMP.
            03 GLIN05F                        PIC X.
            03 FILLER REDEFINES GLIN05F.
               05 GLIN05A                        PIC X.
            03 FILLER                         PIC X(4).
            03 GLIN05I                        PIC X(75).
            03 GLIN06L                        PIC S9(4) COMP.
            03 GLIN06F                        PIC X.
            03 FILLER REDEFINES GLIN06F.
               05 GLIN06A                        PIC X.
            03 FILLER                         PIC X(4).
            03 GLIN06I                        PIC X(75).
            03 GLIN07L                        PIC S9(4) COMP.
            03 GLIN07F                        PIC X.
            03 FILLER REDEFINES GLIN07F.
               05 GLIN07A                        PIC X.
            03 FILLER                         PIC X(4).
            03 GLIN07I                        PIC X(75).
            03 GLIN08L                        PIC S9(4) COMP.
            03 GLIN08F                        PIC X.
            03 FILLER REDEFINES GLIN08F.
               05 GLIN08A                        PIC X.
            03 FILLER                         PIC X(4).
            03 GLIN08I                        PIC X(75).
            03 GLIN09L                        PIC S9(4) COMP.
            03 GLIN09F                        PIC X.
            03 FILLER REDEFINES GLIN09F.
               05 GLIN09A                        PIC X.
            03 FILLER                         PIC X(4).
            03 GLIN09I                        PIC X(75).
            03 GLIN10L                        PIC S9(4) COMP.
            03 GLIN10F                        PIC X.
            03 FILLER REDEFINES GLIN10F.
               05 GLIN10A                        PIC X.
            03 FILLER                         PIC X(4).
            03 GLIN10I                        PIC X(75).
            03 GLIN11L                        PIC S9(4) COMP.
            03 GLIN11F                        PIC X.
            03 FILLER REDEFINES GLIN11F.
               05 GLIN11A                        PIC X.
            03 FILLER                         PIC X(4).
            03 GLIN11I                        PIC X(75).
            03 GLIN12L                        PIC S9(4) COMP.
            03 GLIN12F                        PIC X.
            03 FILLER REDEFINES GLIN12F.
               05 GLIN12A                        PIC X.
            03 FILLER                         PIC X(4).
            03 GLIN12I                        PIC X(75).
            03 GERRMSGL                       PIC S9(4) COMP.
            03 GERRMSGF                       PIC X.
            03 FILLER REDEFINES GERRMSGF.
               05 GERRMSGA                       PIC X.
            03 FILLER                         PIC X(4).
            03 GERRMSGI                       PIC X(75).

      *  Output Data For Map BANK91A
         01 BANK91AO REDEFINES BANK91AI.
            03 FILLER                         PIC X(12).
            03 FILLER                         PIC X(3).
            03 GSCRNC                         PIC X.
            03 GSCRNP                         PIC X.
            03 GSCRNH                         PIC X.
            03 GSCRNV                         PIC X.
            03 GSCRNO                         PIC X(6).
            03 FILLER                         PIC X(3).
            03 GHEAD1C                        PIC X.
            03 GHEAD1P                        PIC X.
            03 GHEAD1H                        PIC X.
            03 GHEAD1V                        PIC X.
            03 GHEAD1O                        PIC X(50).
            03 FILLER                         PIC X(3).
            03 GDATEC                         PIC X.
            03 GDATEP                         PIC X.
            03 GDATEH                         PIC X.
            03 GDATEV                         PIC X.
            03 GDATEO                         PIC X(11).
            03 FILLER                         PIC X(3).
            03 GTRANC                         PIC X.
            03 GTRANP                         PIC X.
            03 GTRANH                         PIC X.
            03 GTRANV                         PIC X.
            03 GTRANO                         PIC X(4).
            03 FILLER                         PIC X(3).
            03 GHEAD2C                        PIC X.
            03 GHEAD2P                        PIC X.
            03 GHEAD2H                        PIC X.
            03 GHEAD2V                        PIC X.
            03 GHEAD2O                        PIC X(50).
            03 FILLER                         PIC X(3).
            03 GTIMEC                         PIC X.
            03 GTIMEP                         PIC X.
            03 GTIMEH                         PIC X.
            03 GTIMEV                         PIC X.
            03 GTIMEO                         PIC X(8).
            03 FILLER                         PIC X(3).
            03 GUSERIDC                       PIC X.
            03 GUSERIDP                       PIC X.
            03 GUSERIDH                       PIC X.
            03 GUSERIDV                       PIC X.
            03 GUSERIDO                       PIC X(5).
            03 FILLER                         PIC X(3).
            03 GUSERNMC                       PIC X.
            03 GUSERNMP                       PIC X.
            03 GUSERNMH                       PIC X.
            03 GUSERNMV                       PIC X.
            03 GUSERNMO                       PIC X(23).
            03 FILLER                         PIC X(3).
            03 GPSWDC                         PIC X.
            03 GPSWDP                         PIC X.
            03 GPSWDH                         PIC X.
            03 GPSWDV                         PIC X.
            03 GPSWDO                         PIC X(8).
            03 FILLER                         PIC X(3).
            03 GACTIONC                       PIC X.
            03 GACTIONP                       PIC X.
            03 GACTIONH                       PIC X.
            03 GACTIONV                       PIC X.
            03 GACTIONO                       PIC X(1).
            03 FILLER                         PIC X(3).
            03 GCONFRMC                       PIC X.
            03 GCONFRMP                       PIC X.
            03 GCONFRMH                       PIC X.
            03 GCONFRMV                       PIC X.
            03 GCONFRMO                       PIC X(1).
            03 FILLER                         PIC X(3).
            03 GSURVIDC                       PIC X.
            03 GSURVIDP                       PIC X.
            03 GSURVIDH                       PIC X.
            03 GSURVIDV                       PIC X.
            03 GSURVIDO                       PIC X(9).
            03 FILLER                         PIC X(3).
            03 GSURVNMC                       PIC X.
            03 GSURVNMP                       PIC X.
            03 GSURVNMH                       PIC X.
            03 GSURVNMV                       PIC X.
            03 GSURVNMO                       PIC X(30).
            03 FILLER                         PIC X(3).
            03 GLOSEIDC                       PIC X.
            03 GLOSEIDP                       PIC X.
            03 GLOSEIDH                       PIC X.
            03 GLOSEIDV                       PIC X.
            03 GLOSEIDO                       PIC X(9).
            03 FILLER                         PIC X(3).
            03 GLOSENMC                       PIC X.
            03 GLOSENMP                       PIC X.
            03 GLOSENMH                       PIC X.
            03 GLOSENMV                       PIC X.
            03 GLOSENMO                       PIC X(30).
            03 FILLER                         PIC X(3).
            03 GLIN01C                        PIC X.
            03 GLIN01P                        PIC X.
            03 GLIN01H                        PIC X.
            03 GLIN01V                        PIC X.
            03 GLIN01O                        PIC X(75).
            03 FILLER                         PIC X(3).
            03 GLIN02C                        PIC X.
            03 GLIN02P                        PIC X.
            03 GLIN02H                        PIC X.
            03 GLIN02V                        PIC X.
            03 GLIN02O                        PIC X(75).
            03 FILLER                         PIC X(3).
            03 GLIN03C                        PIC X.
            03 GLIN03P                        PIC X.
            03 GLIN03H                        PIC X.
            03 GLIN03V                        PIC X.
            03 GLIN03O                        PIC X(75).
            03 FILLER                         PIC X(3).
            03 GLIN04C                        PIC X.
            03 GLIN04P                        PIC X.
            03 GLIN04H                        PIC X.
            03 GLIN04V                        PIC X.
            03 GLIN04O                        PIC X(75).
            03 FILLER                         PIC X(3).
            03 GLIN05C                        PIC X.
            03 GLIN05P                        PIC X.
            03 GLIN05H                        PIC X.
            03 GLIN05V                        PIC X.
            03 GLIN05O                        PIC X(75).
            03 FILLER                         PIC X(3).
            03 GLIN06C                        PIC X.
            03 GLIN06P                        PIC X.
            03 GLIN06H                        PIC X.
            03 GLIN06V                        PIC X.
            03 GLIN06O                        PIC X(75).
            03 FILLER                         PIC X(3).
            03 GLIN07C                        PIC X.
            03 GLIN07P                        PIC X.
            03 GLIN07H                        PIC X.
            03 GLIN07V                        PIC X.
            03 GLIN07O                        PIC X(75).
            03 FILLER                         PIC X(3).
            03 GLIN08C                        PIC X.
            03 GLIN08P                        PIC X.
            03 GLIN08H                        PIC X.
            03 GLIN08V                        PIC X.
            03 GLIN08O                        PIC X(75).
            03 FILLER                         PIC X(3).
            03 GLIN09C                        PIC X.
            03 GLIN09P                        PIC X.
            03 GLIN09H                        PIC X.
            03 GLIN09V                        PIC X.
            03 GLIN09O                        PIC X(75).
            03 FILLER                         PIC X(3).
            03 GLIN10C                        PIC X.
            03 GLIN10P                        PIC X.
            03 GLIN10H                        PIC X.
            03 GLIN10V                        PIC X.
            03 GLIN10O                        PIC X(75).
            03 FILLER                         PIC X(3).
            03 GLIN11C                        PIC X.
            03 GLIN11P                        PIC X.
            03 GLIN11H                        PIC X.
            03 GLIN11V                        PIC X.
            03 GLIN11O                        PIC X(75).
            03 FILLER                         PIC X(3).
            03 GLIN12C                        PIC X.
            03 GLIN12P                        PIC X.
            03 GLIN12H                        PIC X.
            03 GLIN12V                        PIC X.
            03 GLIN12O                        PIC X(75).
            03 FILLER                         PIC X(3).
            03 GERRMSGC                       PIC X.
            03 GERRMSGP                       PIC X.
            03 GERRMSGH                       PIC X.
            03 GERRMSGV                       PIC X.
            03 GERRMSGO                       PIC X(75).
