      *
      * AFM370M - SYMBOLIC MAP FOR MAPSET AFM370S, MAP AFM370M.
      * HAND-MAINTAINED TO MATCH run_anywhere/mfdata/bms/AFM370.bms -
      * KEEP THE TWO IN STEP IF EITHER CHANGES.
      *
       01  AFM370MI.
           05 FILLER                 PIC X(012).
           05 STVOLL                 COMP PIC S9(4).
           05 STVOLF                 PIC X.
           05 FILLER REDEFINES STVOLF.
               10 STVOLA               PIC X.
           05 STVOL                  PIC X(006).
           05 FSITL                  COMP PIC S9(4).
           05 FSITF                  PIC X.
           05 FILLER REDEFINES FSITF.
               10 FSITA                PIC X.
           05 FSIT                   PIC X(001).
           05 FHELDL                 COMP PIC S9(4).
           05 FHELDF                 PIC X.
           05 FILLER REDEFINES FHELDF.
               10 FHELDA               PIC X.
           05 FHELD                  PIC X(001).
           05 FTYPEL                 COMP PIC S9(4).
           05 FTYPEF                 PIC X.
           05 FILLER REDEFINES FTYPEF.
               10 FTYPEA               PIC X.
           05 FTYPE                  PIC X(001).
           05 BLINEGI                OCCURS 15 TIMES.
               10 BLINEL               COMP PIC S9(4).
               10 BLINEF               PIC X.
               10 BLINE                PIC X(079).
           05 MSGL                   COMP PIC S9(4).
           05 MSGF                   PIC X.
           05 FILLER REDEFINES MSGF.
               10 MSGA                 PIC X.
           05 MSG                    PIC X(079).

       01  AFM370MO REDEFINES AFM370MI.
           05 FILLER                 PIC X(012).
           05 FILLER                 PIC X(003).
           05 STVOLO                 PIC X(006).
           05 FILLER                 PIC X(003).
           05 FSITO                  PIC X(001).
           05 FILLER                 PIC X(003).
           05 FHELDO                 PIC X(001).
           05 FILLER                 PIC X(003).
           05 FTYPEO                 PIC X(001).
           05 BLINEGO                OCCURS 15 TIMES.
               10 FILLER               PIC X(003).
               10 BLINEO               PIC X(079).
           05 FILLER                 PIC X(003).
           05 MSGO                   PIC X(079).
