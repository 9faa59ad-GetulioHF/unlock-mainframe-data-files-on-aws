      * against the rows the LOAD put in, the last key reached,
      * and when the leg started - without anyone reading a VSAM
      * checkpoint from the bridge or phoning the submitter.
      *
      * 2026-10-15 GHF  Partitioned PROC. AFM300 RUN-MODE=OPEN seeds
      *                 one record per partition under the key
      *                 'PARTnn' (nn the partition number) carrying
      *                 its VOLUME-ID range and, in PROG-ROWS-LOADED,
      *                 the rows in that range; the AFM040 partition
      *                 run rewrites its own record exactly as the
      *                 single-thread leg rewrites 'PROGRESS'. Added
      *                 the range, the rows expired so far, a status
      *                 byte (pending, running, complete) and the
      *                 finish stamp - AFM300 RUN-MODE=CLOSE will not
      *                 consolidate until every partition shows
      *                 complete, and AF72 lists them all. Record
      *                 grows from 82 to 116 bytes - see the DEFINE
      *                 CLUSTER in AFM040.jcl/AFM040L.jcl.
      *
       01 AFMPROG-RECORD.
           05 PROG-REC-ID         PIC X(008).
               88 PROG-REC-KEY        VALUE 'PROGRESS'.
           05 FILLER REDEFINES PROG-REC-ID.
               10 PROG-PART-PREFIX    PIC X(004).
                   88 PROG-PART-REC       VALUE 'PART'.
               10 PROG-PART-ID        PIC X(002).
               10 FILLER              PIC X(002).
           05 PROG-CYCLE-NUMBER   PIC 9(007).
           05 PROG-ROWS-LOADED    PIC 9(007).
           05 PROG-ROWS-PROCESSED PIC 9(007).
           05 PROG-START-TIME     PIC X(006).
           05 PROG-CKPT-DATE      PIC X(008).
           05 PROG-CKPT-TIME      PIC X(006).
           05 PROG-ROWS-EXPIRED   PIC 9(007).
           05 PROG-PART-LOW-VOL   PIC X(006).
           05 PROG-PART-HIGH-VOL  PIC X(006).
           05 PROG-STATUS         PIC X(001).
               88 PROG-STATUS-PENDING  VALUE 'P'.
               88 PROG-STATUS-RUNNING  VALUE 'R'.
               88 PROG-STATUS-COMPLETE VALUE 'C'.
           05 PROG-END-DATE       PIC X(008).
           05 PROG-END-TIME       PIC X(006).
           05 FILLER              PIC X(010).
