           05 FILLER REDEFINES ESTMINF.
               10 ESTMINA              PIC X.
           05 ESTMIN                 PIC X(007).
           05 PLINEGI                OCCURS 8 TIMES.
               10 PLINEL               COMP PIC S9(4).
               10 PLINEF               PIC X.
               10 PLINE                PIC X(079).
           05 MSGL                   COMP PIC S9(4).
           05 MSGF                   PIC X.
           05 FILLER REDEFINES MSGF.
               10 MSGA                 PIC X.
           05 MSG                    PIC X(050).
           05 ANOTHERL               COMP PIC S9(4).
           05 ANOTHERF               PIC X.
           05 FILLER REDEFINES ANOTHERF.
           05 LASTCKO                PIC X(015).
           05 FILLER                 PIC X(003).
           05 ESTMINO                PIC X(007).
           05 PLINEGO                OCCURS 8 TIMES.
               10 FILLER               PIC X(003).
               10 PLINEO               PIC X(079).
           05 FILLER                 PIC X(003).
           05 MSGO                   PIC X(050).
           05 FILLER                 PIC X(003).
           05 ANOTHERO               PIC X(001).
