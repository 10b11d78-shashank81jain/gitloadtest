               05 EFFDTA                         PIC X.
            03 FILLER                         PIC X(4).
            03 EFFDTI                          PIC X(8).
            03 ALTMSGL                        PIC S9(4) COMP.
            03 ALTMSGF                        PIC X.
            03 FILLER REDEFINES ALTMSGF.
               05 ALTMSGA                        PIC X.
            03 FILLER                         PIC X(4).
            03 ALTMSGI                        PIC X(60).
            03 ERRMSGL                        PIC S9(4) COMP.
            03 ERRMSGF                        PIC X.
            03 FILLER REDEFINES ERRMSGF.
            03 EFFDTV                         PIC X.
            03 EFFDTO                          PIC X(8).
            03 FILLER                         PIC X(3).
            03 ALTMSGC                        PIC X.
            03 ALTMSGP                        PIC X.
            03 ALTMSGH                        PIC X.
            03 ALTMSGV                        PIC X.
            03 ALTMSGO                        PIC X(60).
            03 FILLER                         PIC X(3).
            03 ERRMSGC                        PIC X.
            03 ERRMSGP                        PIC X.
            03 ERRMSGH                        PIC X.
