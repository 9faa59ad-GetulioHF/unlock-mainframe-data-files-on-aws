      * matches the data records actually read. The trailer rides
      * in the same record length as the feed it closes; only the
      * first 15 bytes are meaningful and the rest is unused.
      *
      * 2026-10-15 GHF  The AFMRETN retention feed closes with the
      *                 same trailer; its records are 80 bytes, so
      *                 only the first 64 are moved here.
      * 2026-10-15 GHF  The AFMRCLC recall confirmation feed closes
      *                 with the same trailer (200-byte records).
      *
       01 AFMTRLR-RECORD.
           05 TRL-ID            PIC X(006).
