      *                 Record grows from 60 to 90 bytes - see the
      *                 FDs in AFM030/AFM040/AFM130/AFM220 and the
      *                 LRECLs in AFM040.jcl/AFM040L.jcl.
      * 2026-10-15 GHF  Added phase F (PROC finished) and
      *                 CYC-PART-COUNT. A single-thread PROC stamps F
      *                 itself at its clean finish. A partitioned PROC
      *                 leg is opened by AFM300 RUN-MODE=OPEN, which
      *                 stamps phase P and the number of partitions;
      *                 the partitions never touch this record, and
      *                 only AFM300 RUN-MODE=CLOSE, once every
      *                 partition has finished, stamps the combined
      *                 counters and phase F. Carved from FILLER -
      *                 the record stays 90 bytes.
      *
       01 AFMCYCLE-RECORD.
           05 CYC-CYCLE-NUMBER    PIC 9(007).
               88 CYC-PHASE-LOADED    VALUE 'L'.
               88 CYC-PHASE-MANIFEST  VALUE 'M'.
               88 CYC-PHASE-PROC      VALUE 'P'.
               88 CYC-PHASE-FINISHED  VALUE 'F'.
           05 CYC-LOAD-DATE       PIC X(008).
           05 CYC-LOAD-TIME       PIC X(006).
           05 CYC-MANIFEST-DATE   PIC X(008).
           05 CYC-MANIFEST-COUNT  PIC 9(007).
           05 CYC-ROWS-PROCESSED  PIC 9(007).
           05 CYC-ROWS-ON-HOLD    PIC 9(007).
           05 CYC-PART-COUNT      PIC 9(002).
               88 CYC-SINGLE-THREAD   VALUE 0.
           05 FILLER              PIC X(010).
