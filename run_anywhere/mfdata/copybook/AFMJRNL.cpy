      *
      * AFMJRNL - AFMVSEQ change journal. One append-only record
      * for every AFMVSEQ row a program rewrites, carrying the
      * full row as it was read (before image) and as it was
      * rewritten (after image), stamped with the program, the
      * userid it ran under and the run timestamp - the date and
      * time the run started, the same on every record of that
      * run, so one program plus one run timestamp names one run.
      * JRN-RUN-SEQ numbers the changes within the run in the
      * order they were made (AF70 uses its CICS task number, so
      * changes made in the same second still sort in order).
      * AFM310 reads this file to back a run out again: it
      * restores the before images of that run and refuses any
      * row a later run has changed since.
      * The batch programs append to GFS.PROD.AFMJRNL (DISP=MOD,
      * never reset, like AFMAUDIT); the AF70 transaction writes
      * the same layout through the extrapartition TD queue AFMJ
      * to GFS.PROD.AFMJRNL.CICS.
      *
      * 2026-10-15 GHF  Initial version.
      *
       01 AFMJRNL-RECORD.
           05 JRN-PROGRAM         PIC X(008).
           05 JRN-USERID          PIC X(008).
           05 JRN-RUN-DATE        PIC X(008).
           05 JRN-RUN-TIME        PIC X(006).
           05 JRN-RUN-SEQ         PIC 9(007).
           05 JRN-VOLUME-ID       PIC X(006).
           05 JRN-FILE-SEQ        PIC 9(002)  USAGE BINARY.
           05 JRN-BEFORE-IMAGE    PIC X(375).
           05 JRN-AFTER-IMAGE     PIC X(375).
           05 FILLER              PIC X(015).
