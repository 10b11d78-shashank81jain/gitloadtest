      *   Rocket Visual COBOL 2017  7.0.00247
      *   Rocket BMS Screen Painter
      *   MapSet Name   MBANK90
      *   Date Created  10/15/2026
      *   Time Created  09:42:17

      *  Input Data For Map BANK90A
         01 BANK90AI REDEFINES MAPAREA.
            03 FILLER                         PIC X(12).
            03 QSCRNL                         PIC S9(4) COMP.
            03 QSCRNF                         PIC X.
            03 FILLER REDEFINES QSCRNF.
               05 QSCRNA                         PIC X.
            03 FILLER                         PIC X(4).
            03 QSCRNI                         PIC X(6).
            03 QHEAD1L                        PIC S9(4) COMP.
            03 QHEAD1F                        PIC X.
            03 FILLER REDEFINES QHEAD1F.
               05 QHEAD1A                        PIC X.
            03 FILLER                         PIC X(4).
            03 QHEAD1I                        PIC X(50).
            03 QDATEL                         PIC S9(4) COMP.
            03 QDATEF                         PIC X.
            03 FILLER REDEFINES QDATEF.
               05 QDATEA                         PIC X.
            03 FILLER                         PIC X(4).
            03 QDATEI                         PIC X(11).
            03 QTRANL                         PIC S9(4) COMP.
            03 QTRANF                         PIC X.
            03 FILLER REDEFINES QTRANF.
               05 QTRANA                         PIC X.
            03 FILLER                         PIC X(4).
            03 QTRANI                         PIC X(4).
            03 QHEAD2L                        PIC S9(4) COMP.
            03 QHEAD2F                        PIC X.
            03 FILLER REDEFINES QHEAD2F.
               05 QHEAD2A                        PIC X.
            03 FILLER                         PIC X(4).
            03 QHEAD2I                        PIC X(50).
            03 QTIMEL                         PIC S9(4) COMP.
            03 QTIMEF                         PIC X.
            03 FILLER REDEFINES QTIMEF.
               05 QTIMEA                         PIC X.
            03 FILLER                         PIC X(4).
            03 QTIMEI                         PIC X(8).
            03 QUSERIDL                       PIC S9(4) COMP.
            03 QUSERIDF                       PIC X.
            03 FILLER REDEFINES QUSERIDF.
               05 QUSERIDA                       PIC X.
            03 FILLER                         PIC X(4).
            03 QUSERIDI                       PIC X(5).
            03 QUSERNML                       PIC S9(4) COMP.
            03 QUSERNMF                       PIC X.
            03 FILLER REDEFINES QUSERNMF.
               05 QUSERNMA                       PIC X.
            03 FILLER                         PIC X(4).
            03 QUSERNMI                       PIC X(23).
            03 QPSWDL                         PIC S9(4) COMP.
            03 QPSWDF                         PIC X.
            03 FILLER REDEFINES QPSWDF.
               05 QPSWDA                         PIC X.
            03 FILLER                         PIC X(4).
            03 QPSWDI                         PIC X(8).
            03 QCUSTIDL                       PIC S9(4) COMP.
            03 QCUSTIDF                       PIC X.
            03 FILLER REDEFINES QCUSTIDF.
               05 QCUSTIDA                       PIC X.
            03 FILLER                         PIC X(4).
            03 QCUSTIDI                       PIC X(9).
            03 QNAMEL                         PIC S9(4) COMP.
            03 QNAMEF                         PIC X.
            03 FILLER REDEFINES QNAMEF.
               05 QNAMEA                         PIC X.
            03 FILLER                         PIC X(4).
            03 QNAMEI                         PIC X(30).
            03 QLIN01L                        PIC S9(4) COMP.
            03 QLIN01F                        PIC X.
            03 FILLER REDEFINES QLIN01F.
               05 QLIN01A                        PIC X.
            03 FILLER                         PIC X(4).
            03 QLIN01I                        PIC X(75).
            03 QLIN02L                        PIC S9(4) COMP.
            03 QLIN02F                        PIC X.
            03 FILLER REDEFINES QLIN02F.
               05 QLIN02A                        PIC X.
            03 FILLER                         PIC X(4).
            03 QLIN02I                        PIC X(75).
            03 QLIN03L                        PIC S9(4) COMP.
            03 QLIN03F                        PIC X.
            03 FILLER REDEFINES QLIN03F.
               05 QLIN03A                        PIC X.
            03 FILLER                         PIC X(4).
            03 QLIN03I                        PIC X(75).
            03 QLIN04L                        PIC S9(4) COMP.
            03 QLIN04F                        PIC X.
            03 FILLER REDEFINES QLIN04F.
               05 QLIN04A                        PIC X.
            03 FILLER                         PIC X(4).
            03 QLIN04I                        PIC X(75).
            03 QLIN05L                        PIC S9(4) COMP.
            03 QLIN05F                        PIC X.
            03 FILLER REDEFINES QLIN05F.
               05 QLIN05A                        PIC X.
            03 FILLER                         PIC X(4).
            03 QLIN05I                        PIC X(75).
            03 QLIN06L                        PIC S9(4) COMP.
            03 QLIN06F                        PIC X.
            03 FILLER REDEFINES QLIN06F.
               05 QLIN06A                        PIC X.
            03 FILLER                         PIC X(4).
            03 QLIN06I                        PIC X(75).
            03 QLIN07L                        PIC S9(4) COMP.
            03 QLIN07F                        PIC X.
            03 FILLER REDEFINES QLIN07F.
               05 QLIN07A                        PIC X.
            03 FILLER                         PIC X(4).
            03 QLIN07I                        PIC X(75).
            03 QLIN08L                        PIC S9(4) COMP.
            03 QLIN08F                        PIC X.
            03 FILLER REDEFINES QLIN08F.
               05 QLIN08A                        PIC X.
            03 FILLER                         PIC X(4).
            03 QLIN08I                        PIC X(75).
            03 QLIN09L                        PIC S9(4) COMP.
            03 QLIN09F                        PIC X.
            03 FILLER REDEFINES QLIN09F.
               05 QLIN09A                        PIC X.
            03 FILLER                         PIC X(4).
            03 QLIN09I                        PIC X(75).
            03 QLIN10L                        PIC S9(4) COMP.
            03 QLIN10F                        PIC X.
            03 FILLER REDEFINES QLIN10F.
               05 QLIN10A                        PIC X.
            03 FILLER                         PIC X(4).
            03 QLIN10I                        PIC X(75).
            03 QLIN11L                        PIC S9(4) COMP.
            03 QLIN11F                        PIC X.
            03 FILLER REDEFINES QLIN11F.
               05 QLIN11A                        PIC X.
            03 FILLER                         PIC X(4).
            03 QLIN11I                        PIC X(75).
            03 QLIN12L                        PIC S9(4) COMP.
            03 QLIN12F                        PIC X.
            03 FILLER REDEFINES QLIN12F.
               05 QLIN12A                        PIC X.
            03 FILLER                         PIC X(4).
            03 QLIN12I                        PIC X(75).
            03 QLIN13L                        PIC S9(4) COMP.
            03 QLIN13F                        PIC X.
            03 FILLER REDEFINES QLIN13F.
               05 QLIN13A                        PIC X.
            03 FILLER                         PIC X(4).
            03 QLIN13I                        PIC X(75).
            03 QLIN14L                        PIC S9(4) COMP.
            03 QLIN14F                        PIC X.
            03 FILLER REDEFINES QLIN14F.
               05 QLIN14A                        PIC X.
            03 FILLER                         PIC X(4).
            03 QLIN14I                        PIC X(75).
            03 QLIN15L                        PIC S9(4) COMP.
            03 QLIN15F                        PIC X.
            03 FILLER REDEFINES QLIN15F.
               05 QLIN15A                        PIC X.
            03 FILLER                         PIC X(4).
            03 QLIN15I                        PIC X(75).
            03 QLIN16L                        PIC S9(4) COMP.
            03 QLIN16F                        PIC X.
            03 FILLER REDEFINES QLIN16F.
               05 QLIN16A                        PIC X.
            03 FILLER                         PIC X(4).
            03 QLIN16I                        PIC X(75).
            03 QERRMSGL                       PIC S9(4) COMP.
            03 QERRMSGF                       PIC X.
            03 FILLER REDEFINES QERRMSGF.
               05 QERRMSGA                       PIC X.
            03 FILLER                         PIC X(4).
            03 QERRMSGI                       PIC X(75).

      *  Output Data For Map BANK90A
         01 BANK90AO REDEFINES BANK90AI.
            03 FILLER                         PIC X(12).
            03 FILLER                         PIC X(3).
            03 QSCRNC                         PIC X.
            03 QSCRNP                         PIC X.
            03 QSCRNH                         PIC X.
            03 QSCRNV                         PIC X.
            03 QSCRNO                         PIC X(6).
            03 FILLER                         PIC X(3).
            03 QHEAD1C                        PIC X.
            03 QHEAD1P                        PIC X.
            03 QHEAD1H                        PIC X.
            03 QHEAD1V                        PIC X.
            03 QHEAD1O                        PIC X(50).
            03 FILLER                         PIC X(3).
            03 QDATEC                         PIC X.
            03 QDATEP                         PIC X.
            03 QDATEH                         PIC X.
            03 QDATEV                         PIC X.
            03 QDATEO                         PIC X(11).
            03 FILLER                         PIC X(3).
            03 QTRANC                         PIC X.
            03 QTRANP                         PIC X.
            03 QTRANH                         PIC X.
            03 QTRANV                         PIC X.
            03 QTRANO                         PIC X(4).
            03 FILLER                         PIC X(3).
            03 QHEAD2C                        PIC X.
            03 QHEAD2P                        PIC X.
            03 QHEAD2H                        PIC X.
            03 QHEAD2V                        PIC X.
            03 QHEAD2O                        PIC X(50).
            03 FILLER                         PIC X(3).
            03 QTIMEC                         PIC X.
            03 QTIMEP                         PIC X.
            03 QTIMEH                         PIC X.
            03 QTIMEV                         PIC X.
            03 QTIMEO                         PIC X(8).
            03 FILLER                         PIC X(3).
            03 QUSERIDC                       PIC X.
            03 QUSERIDP                       PIC X.
            03 QUSERIDH                       PIC X.
            03 QUSERIDV                       PIC X.
            03 QUSERIDO                       PIC X(5).
            03 FILLER                         PIC X(3).
            03 QUSERNMC                       PIC X.
            03 QUSERNMP                       PIC X.
            03 QUSERNMH                       PIC X.
            03 QUSERNMV                       PIC X.
            03 QUSERNMO                       PIC X(23).
            03 FILLER                         PIC X(3).
            03 QPSWDC                         PIC X.
            03 QPSWDP                         PIC X.
            03 QPSWDH                         PIC X.
            03 QPSWDV                         PIC X.
            03 QPSWDO                         PIC X(8).
            03 FILLER                         PIC X(3).
            03 QCUSTIDC                       PIC X.
            03 QCUSTIDP                       PIC X.
            03 QCUSTIDH                       PIC X.
            03 QCUSTIDV                       PIC X.
            03 QCUSTIDO                       PIC X(9).
            03 FILLER                         PIC X(3).
            03 QNAMEC                         PIC X.
            03 QNAMEP                         PIC X.
            03 QNAMEH                         PIC X.
            03 QNAMEV                         PIC X.
            03 QNAMEO                         PIC X(30).
            03 FILLER                         PIC X(3).
            03 QLIN01C                        PIC X.
            03 QLIN01P                        PIC X.
            03 QLIN01H                        PIC X.
            03 QLIN01V                        PIC X.
            03 QLIN01O                        PIC X(75).
            03 FILLER                         PIC X(3).
            03 QLIN02C                        PIC X.
            03 QLIN02P                        PIC X.
            03 QLIN02H                        PIC X.
            03 QLIN02V                        PIC X.
            03 QLIN02O                        PIC X(75).
            03 FILLER                         PIC X(3).
            03 QLIN03C                        PIC X.
            03 QLIN03P                        PIC X.
            03 QLIN03H                        PIC X.
            03 QLIN03V                        PIC X.
            03 QLIN03O                        PIC X(75).
            03 FILLER                         PIC X(3).
            03 QLIN04C                        PIC X.
            03 QLIN04P                        PIC X.
            03 QLIN04H                        PIC X.
            03 QLIN04V                        PIC X.
            03 QLIN04O                        PIC X(75).
            03 FILLER                         PIC X(3).
            03 QLIN05C                        PIC X.
            03 QLIN05P                        PIC X.
            03 QLIN05H                        PIC X.
            03 QLIN05V                        PIC X.
            03 QLIN05O                        PIC X(75).
            03 FILLER                         PIC X(3).
            03 QLIN06C                        PIC X.
            03 QLIN06P                        PIC X.
            03 QLIN06H                        PIC X.
            03 QLIN06V                        PIC X.
            03 QLIN06O                        PIC X(75).
            03 FILLER                         PIC X(3).
            03 QLIN07C                        PIC X.
            03 QLIN07P                        PIC X.
            03 QLIN07H                        PIC X.
            03 QLIN07V                        PIC X.
            03 QLIN07O                        PIC X(75).
            03 FILLER                         PIC X(3).
            03 QLIN08C                        PIC X.
            03 QLIN08P                        PIC X.
            03 QLIN08H                        PIC X.
            03 QLIN08V                        PIC X.
            03 QLIN08O                        PIC X(75).
            03 FILLER                         PIC X(3).
            03 QLIN09C                        PIC X.
            03 QLIN09P                        PIC X.
            03 QLIN09H                        PIC X.
            03 QLIN09V                        PIC X.
            03 QLIN09O                        PIC X(75).
            03 FILLER                         PIC X(3).
            03 QLIN10C                        PIC X.
            03 QLIN10P                        PIC X.
            03 QLIN10H                        PIC X.
            03 QLIN10V                        PIC X.
            03 QLIN10O                        PIC X(75).
            03 FILLER                         PIC X(3).
            03 QLIN11C                        PIC X.
            03 QLIN11P                        PIC X.
            03 QLIN11H                        PIC X.
            03 QLIN11V                        PIC X.
            03 QLIN11O                        PIC X(75).
            03 FILLER                         PIC X(3).
            03 QLIN12C                        PIC X.
            03 QLIN12P                        PIC X.
            03 QLIN12H                        PIC X.
            03 QLIN12V                        PIC X.
            03 QLIN12O                        PIC X(75).
            03 FILLER                         PIC X(3).
            03 QLIN13C                        PIC X.
            03 QLIN13P                        PIC X.
            03 QLIN13H                        PIC X.
            03 QLIN13V                        PIC X.
            03 QLIN13O                        PIC X(75).
            03 FILLER                         PIC X(3).
            03 QLIN14C                        PIC X.
            03 QLIN14P                        PIC X.
            03 QLIN14H                        PIC X.
            03 QLIN14V                        PIC X.
            03 QLIN14O                        PIC X(75).
            03 FILLER                         PIC X(3).
            03 QLIN15C                        PIC X.
            03 QLIN15P                        PIC X.
            03 QLIN15H                        PIC X.
            03 QLIN15V                        PIC X.
            03 QLIN15O                        PIC X(75).
            03 FILLER                         PIC X(3).
            03 QLIN16C                        PIC X.
            03 QLIN16P                        PIC X.
            03 QLIN16H                        PIC X.
            03 QLIN16V                        PIC X.
            03 QLIN16O                        PIC X(75).
            03 FILLER                         PIC X(3).
            03 QERRMSGC                       PIC X.
            03 QERRMSGP                       PIC X.
            03 QERRMSGH                       PIC X.
            03 QERRMSGV                       PIC X.
            03 QERRMSGO                       PIC X(75).
