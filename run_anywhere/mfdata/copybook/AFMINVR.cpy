      *
      * AFMINVR - S3 object register kept by AFM320 from one S3
      * Inventory reconciliation to the next, one record per
      * bucket/key that some AFMVSEQ row points at, in bucket/key
      * order. The inventory gives an object's size but AFMVSEQ
      * does not carry one, so the register is the size baseline:
      *   IR-SIZE        - bytes the inventory listed. Refreshed
      *                    every run while no row of the object is
      *                    CONCLUIDA yet; frozen from the first run
      *                    that finds a CONCLUIDA row, so a later
      *                    change of size is caught.
      *   IR-FIRST-SEEN  - YYYYMMDD the object first appeared in an
      *                    inventory.
      *   IR-LAST-SEEN   - YYYYMMDD of the last inventory that
      *                    listed it. An object that has gone missing
      *                    keeps its entry (and its baseline) for as
      *                    long as an AFMVSEQ row still points at it.
      * Old and new master: AFM320 reads generation (0) of
      * GFS.PROD.AFMINVR and writes (+1).
      *
      * 2026-10-15 GHF  Initial version.
      *
       01 AFMINVR-RECORD.
           05 IR-OBJECT.
               10 IR-BUCKET          PIC X(063).
               10 IR-KEY             PIC X(085).
           05 IR-SIZE                PIC 9(015).
           05 IR-FIRST-SEEN          PIC X(008).
           05 IR-LAST-SEEN           PIC X(008).
           05 FILLER                 PIC X(021).
