      *
      * AFMRCYC - recall cycle control record. One record,
      * rewritten in place by AFM340 each time it cuts a recall
      * manifest: the cycle number goes up by one and is written
      * on the manifest CYCLE header and stamped on every request
      * sent, and the AWS side echoes it back on the recall
      * confirmation feed so AFM350 applies a confirmation only to
      * the request that went out under that cycle. The recall
      * cycle is numbered on its own, apart from the migration
      * cycle in AFMCYCLE - recalls are cut every night whatever
      * phase the migration is in. An empty file means no recall
      * manifest has been cut yet; the first run is cycle 1.
      *
      * 2026-10-15 GHF  Initial version.
      *
       01 AFMRCYC-RECORD.
           05 RY-CYCLE-NUMBER        PIC 9(007).
           05 RY-CUT-DATE            PIC X(008).
           05 RY-CUT-TIME            PIC X(006).
           05 RY-REQUEST-COUNT       PIC 9(007).
           05 RY-MANIFEST-COUNT      PIC 9(007).
           05 FILLER                 PIC X(015).
