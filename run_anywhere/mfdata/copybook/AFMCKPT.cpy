      * prep job. Carries the VOLUME-ID/FILE-SEQ of the last row
      * fully processed so a restart can pick up right after it
      * instead of re-queuing datasets that already went out.
      *
      * 2026-10-15 GHF  Added CKPT-CYCLE-NUMBER and the row counters
      *                 as they stood at the checkpointed key. A
      *                 restart picks the counters up again, so the
      *                 counts stamped at the end cover the whole leg
      *                 and not just the part after the restart, and
      *                 a checkpoint left by another cycle is never
      *                 taken for a restart point. Each partition of
      *                 a partitioned PROC leg (AFM300) keeps its own
      *                 AFMCKPT. Record grows from 34 to 62 bytes -
      *                 see the LRECLs in AFM040.jcl/AFM040L.jcl/
      *                 AFM040P.jcl.
      *
       01 AFMCKPT-RECORD.
           05 CKPT-LAST-VOLUME-ID    PIC X(006).
           05 CKPT-LAST-FILE-SEQ     PIC 9(002)  USAGE BINARY.
           05 CKPT-RUN-DATE          PIC X(008).
           05 CKPT-RUN-TIME          PIC X(008).
           05 CKPT-CYCLE-NUMBER      PIC 9(007).
           05 CKPT-ROWS-PROCESSED    PIC 9(007).
           05 CKPT-ROWS-ON-HOLD      PIC 9(007).
           05 CKPT-ROWS-EXPIRED      PIC 9(007).
           05 FILLER                 PIC X(010).
