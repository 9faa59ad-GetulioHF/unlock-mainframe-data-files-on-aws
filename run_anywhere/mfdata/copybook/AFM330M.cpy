      *
      * AFM330M - SYMBOLIC MAP FOR MAPSET AFM330S, MAP AFM330M.
      * HAND-MAINTAINED TO MATCH run_anywhere/mfdata/bms/AFM330.bms -
      * KEEP THE TWO IN STEP IF EITHER CHANGES.
      *
       01  AFM330MI.
           05 FILLER                 PIC X(012).
           05 DSIDL                  COMP PIC S9(4).
           05 DSIDF                  PIC X.
           05 FILLER REDEFINES DSIDF.
               10 DSIDA                PIC X.
           05 DSID                   PIC X(044).
           05 TGTDSNL                COMP PIC S9(4).
           05 TGTDSNF                PIC X.
           05 FILLER REDEFINES TGTDSNF.
               10 TGTDSNA              PIC X.
           05 TGTDSN                 PIC X(044).
           05 NEEDDTL                COMP PIC S9(4).
           05 NEEDDTF                PIC X.
           05 FILLER REDEFINES NEEDDTF.
               10 NEEDDTA              PIC X.
           05 NEEDDT                 PIC X(008).
           05 VOLIDL                 COMP PIC S9(4).
           05 VOLIDF                 PIC X.
           05 FILLER REDEFINES VOLIDF.
               10 VOLIDA               PIC X.
           05 VOLID                  PIC X(006).
           05 FSEQL                  COMP PIC S9(4).
           05 FSEQF                  PIC X.
           05 FILLER REDEFINES FSEQF.
               10 FSEQA                PIC X.
           05 FSEQ                   PIC X(002).
           05 SITUACL                COMP PIC S9(4).
           05 SITUACF                PIC X.
           05 FILLER REDEFINES SITUACF.
               10 SITUACA              PIC X.
           05 SITUAC                 PIC X(012).
           05 VOLCNTL                COMP PIC S9(4).
           05 VOLCNTF                PIC X.
           05 FILLER REDEFINES VOLCNTF.
               10 VOLCNTA              PIC X.
           05 VOLCNT                 PIC X(003).
           05 BUCKETL                COMP PIC S9(4).
           05 BUCKETF                PIC X.
           05 FILLER REDEFINES BUCKETF.
               10 BUCKETA              PIC X.
           05 BUCKET                 PIC X(063).
           05 SCLASSL                COMP PIC S9(4).
           05 SCLASSF                PIC X.
           05 FILLER REDEFINES SCLASSF.
               10 SCLASSA              PIC X.
           05 SCLASS                 PIC X(012).
           05 REQDTL                 COMP PIC S9(4).
           05 REQDTF                 PIC X.
           05 FILLER REDEFINES REQDTF.
               10 REQDTA               PIC X.
           05 REQDT                  PIC X(008).
           05 REQTML                 COMP PIC S9(4).
           05 REQTMF                 PIC X.
           05 FILLER REDEFINES REQTMF.
               10 REQTMA               PIC X.
           05 REQTM                  PIC X(006).
           05 REQBYL                 COMP PIC S9(4).
           05 REQBYF                 PIC X.
           05 FILLER REDEFINES REQBYF.
               10 REQBYA               PIC X.
           05 REQBY                  PIC X(008).
           05 MSGL                   COMP PIC S9(4).
           05 MSGF                   PIC X.
           05 FILLER REDEFINES MSGF.
               10 MSGA                 PIC X.
           05 MSG                    PIC X(060).
           05 ANOTHERL               COMP PIC S9(4).
           05 ANOTHERF               PIC X.
           05 FILLER REDEFINES ANOTHERF.
               10 ANOTHERA             PIC X.
           05 ANOTHER                PIC X(001).

       01  AFM330MO REDEFINES AFM330MI.
           05 FILLER                 PIC X(012).
           05 FILLER                 PIC X(003).
           05 DSIDO                  PIC X(044).
           05 FILLER                 PIC X(003).
           05 TGTDSNO                PIC X(044).
           05 FILLER                 PIC X(003).
           05 NEEDDTO                PIC X(008).
           05 FILLER                 PIC X(003).
           05 VOLIDO                 PIC X(006).
           05 FILLER                 PIC X(003).
           05 FSEQO                  PIC X(002).
           05 FILLER                 PIC X(003).
           05 SITUACO                PIC X(012).
           05 FILLER                 PIC X(003).
           05 VOLCNTO                PIC X(003).
           05 FILLER                 PIC X(003).
           05 BUCKETO                PIC X(063).
           05 FILLER                 PIC X(003).
           05 SCLASSO                PIC X(012).
           05 FILLER                 PIC X(003).
           05 REQDTO                 PIC X(008).
           05 FILLER                 PIC X(003).
           05 REQTMO                 PIC X(006).
           05 FILLER                 PIC X(003).
           05 REQBYO                 PIC X(008).
           05 FILLER                 PIC X(003).
           05 MSGO                   PIC X(060).
           05 FILLER                 PIC X(003).
           05 ANOTHERO               PIC X(001).
