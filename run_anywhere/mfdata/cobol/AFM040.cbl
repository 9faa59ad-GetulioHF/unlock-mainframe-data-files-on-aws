      *                  last-key lives in working storage    *
      *                  instead of the closed AFMCKPT        *
      *                  record area.                         *
      * 2026-10-15 GHF   AFMVSEQ/AFMVPRV grew to 356 bytes for *
      *                  the S3 routing stamp (bucket, key,    *
      *                  storage class, encryption) AFM260     *
      *                  sets from the AFMROUTE table. LOAD    *
      *                  starts every row unrouted, and the    *
      *                  merge carries a prior row's routing   *
      *                  forward once that row has left on a  *
      *                  manifest (SITUACAO past PENDENTE) -   *
      *                  an object already in S3 must keep the *
      *                  bucket and key it was sent under even *
      *                  if the routing table changes later.   *
      * 2026-10-15 GHF   AFMVSEQ/AFMVPRV grew to 365 bytes for *
      *                  the retention date and legal-hold     *
      *                  flag AFM280 stamps from the records-  *
      *                  management feed. LOAD starts every    *
      *                  row with neither, the merge carries   *
      *                  both from the prior row, and an       *
      *                  EXPIRADA row is carried over a        *
      *                  PENDENTE extract row without being    *
      *                  called a disagreement (the extract    *
      *                  cannot carry it) but never over one   *
      *                  the extract already shows sent. PROC  *
      *                  skips EXPIRADA rows - no audit record *
      *                  - and counts them on the total line.  *
      * 2026-10-15 GHF   AFMVSEQ/AFMVPRV grew to 375 bytes for *
      *                  the volume-set fields AFM150 stamps   *
      *                  from the TMS catalog. LOAD starts     *
      *                  every row as a single volume and the  *
      *                  merge carries the prior row's fields  *
      *                  until AFM150 restamps them.           *
      * 2026-10-15 GHF   Partitioned PROC. A third PARM word   *
      *                  (PARM='PROC userid nn') runs the PROC *
      *                  leg as partition nn of a leg AFM300   *
      *                  opened: it walks only the VOLUME-ID   *
      *                  range AFM300 seeded on its AFMPROG    *
      *                  'PARTnn' record, keeps its own        *
      *                  AFMCKPT and progress record, marks    *
      *                  the record complete at its clean      *
      *                  finish and leaves the cycle record to *
      *                  AFM300. The single-thread leg now     *
      *                  refuses a partitioned or finished     *
      *                  cycle and stamps phase F at its clean *
      *                  finish. The checkpoint carries the    *
      *                  cycle number and the counters, so a   *
      *                  restart keeps its totals and never    *
      *                  takes another cycle's key.            *
      * 2026-10-15 GHF   AFMPROG is no longer held open for    *
      *                  the whole leg. Every progress update  *
      *                  opens the cluster, reads the record   *
      *                  for update, rewrites it and closes it *
      *                  again, so a partition running beside  *
      *                  others never rewrites its PARTnn      *
      *                  record from a stale control interval  *
      *                  over counters another partition has   *
      *                  written.                              *
      *****************************************************

       ENVIRONMENT DIVISION.
           COPY AFMVSEQ.

       FD  AFMVPRV-FILE
           RECORD CONTAINS 375 CHARACTERS.
           COPY AFMVPRV.

       FD  AFMCKPT-FILE
           RECORD CONTAINS 062 CHARACTERS.
           COPY AFMCKPT.

       FD  AFMAUDIT-FILE

       01  WS-AUDIT-USERID            PIC X(008) VALUE SPACES.

      * a third PARM word on a PROC run names the partition of a
      * partitioned leg (AFM300 RUN-MODE=OPEN registers them)
       01  WS-PART-ID                 PIC X(002) VALUE SPACES.
       01  WS-PART-RUN-SW             PIC X(001) VALUE 'N'.
           88 WS-PARTITION-RUN           VALUE 'Y'.
       01  WS-PART-LOW-VOL            PIC X(006) VALUE SPACES.
       01  WS-PART-HIGH-VOL           PIC X(006) VALUE SPACES.

      * key, row total and status of the AFMPROG record this leg
      * keeps - 'PROGRESS' single-thread, 'PARTnn' per partition
       01  WS-PROG-KEY.
           05 WS-PROG-KEY-PREFIX      PIC X(004) VALUE 'PROG'.
           05 WS-PROG-KEY-SUFFIX      PIC X(004) VALUE 'RESS'.
       01  WS-PROG-ROWS-LOADED        PIC 9(007) VALUE 0.
       01  WS-PROG-STATUS             PIC X(001) VALUE 'R'.
           88 WS-PROG-RUNNING            VALUE 'R'.
           88 WS-PROG-COMPLETE           VALUE 'C'.
       01  WS-PROC-END-DATE           PIC X(008) VALUE SPACES.
       01  WS-PROC-END-TIME           PIC X(006) VALUE SPACES.

       01  WS-AFMLIST-EOF-SW          PIC X(001) VALUE 'N'.
           88 AFMLIST-AT-EOF             VALUE 'Y'.
       01  WS-AFMVSEQ-EOF-SW          PIC X(001) VALUE 'N'.
           05 WS-ROWS-CARRIED         PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ROWS-DISAGREE        PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ROWS-STATE-LOST      PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ROWS-EXPIRED         PIC 9(007) USAGE BINARY VALUE 0.

       01  WS-ROW-DISAGREE-SW         PIC X(001) VALUE 'N'.
           88 WS-ROW-DISAGREES           VALUE 'Y'.
       01  WS-CYCLE-FOUND-SW          PIC X(001) VALUE 'N'.
           88 WS-CYCLE-FOUND             VALUE 'Y'.

      * AFMPROG opened cleanly when the leg started; it is only
      * held open while one progress record is rewritten
       01  WS-AFMPROG-USE-SW          PIC X(001) VALUE 'N'.
           88 AFMPROG-IN-USE             VALUE 'Y'.

       01  WS-CYCLE-SAVE.
           05 WS-CYC-NUMBER           PIC 9(007) VALUE 0.
               88 WS-CYC-PHASE-LOADED    VALUE 'L'.
               88 WS-CYC-PHASE-MANIFEST  VALUE 'M'.
               88 WS-CYC-PHASE-PROC      VALUE 'P'.
               88 WS-CYC-PHASE-FINISHED  VALUE 'F'.
           05 WS-CYC-LOAD-DATE        PIC X(008) VALUE SPACES.
           05 WS-CYC-LOAD-TIME        PIC X(006) VALUE SPACES.
           05 WS-CYC-MANIFEST-DATE    PIC X(008) VALUE SPACES.
           05 WS-CYC-MANIFEST-COUNT   PIC 9(007) VALUE 0.
           05 WS-CYC-ROWS-PROCESSED   PIC 9(007) VALUE 0.
           05 WS-CYC-ROWS-ON-HOLD     PIC 9(007) VALUE 0.
           05 WS-CYC-PART-COUNT       PIC 9(002) VALUE 0.

       01  WS-ABEND-MESSAGE           PIC X(060) VALUE SPACES.

           05 FILLER                  PIC X(013) VALUE 'ROWS ON HOLD '.
           05 TL-ROWS-ON-HOLD         PIC ZZZ,ZZ9.

       01  WS-PART-LINE.
           05 FILLER                  PIC X(026) VALUE
               'AFM040 - PROC PARTITION  '.
           05 PL-PART-ID              PIC X(002).
           05 FILLER                  PIC X(011) VALUE
               '  VOLUMES  '.
           05 PL-LOW-VOL              PIC X(006).
           05 FILLER                  PIC X(004) VALUE ' TO '.
           05 PL-HIGH-VOL             PIC X(006).

       01  WS-TOTAL-LINE-2.
           05 FILLER                  PIC X(026) VALUE SPACES.
           05 FILLER                  PIC X(013) VALUE 'ROWS EXPIRED '.
           05 TL-ROWS-EXPIRED         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
               INTO WS-RUN-MODE WS-AUDIT-USERID WS-PART-ID
           END-UNSTRING
           IF WS-RUN-MODE-PROC-ONLY AND WS-PART-ID NOT = SPACES
               SET WS-PARTITION-RUN TO TRUE
               MOVE 'PART'     TO WS-PROG-KEY-PREFIX
               MOVE WS-PART-ID TO WS-PROG-KEY-SUFFIX
           END-IF
           IF WS-AUDIT-USERID = SPACES
               MOVE 'BATCH' TO WS-AUDIT-USERID
           END-IF
           MOVE AFM-EXCEPTION-REASON TO VS-EXCEPTION-REASON
           MOVE SPACES           TO VS-EXCEPTION-SET-BY
           MOVE SPACES           TO VS-EXCEPTION-SET-DATE
           MOVE SPACES           TO VS-S3-KEY
           MOVE SPACES           TO VS-STORAGE-CLASS
           MOVE SPACES           TO VS-ENCRYPT-FLAG
           MOVE SPACES           TO VS-RETENTION-DATE
           MOVE 'N'              TO VS-LEGAL-HOLD-FLAG
           MOVE SPACES           TO VS-VOLSET-FIRST-VOL
           MOVE 0                TO VS-VOLSET-SEQ
           MOVE 0                TO VS-VOLSET-COUNT
           PERFORM 2400-PRIOR-ROW-GONE THRU 2400-EXIT
               UNTIL AFMVPRV-AT-EOF
                  OR PV-VOLUME-ID > VS-VOLUME-ID
           IF PV-SITUACAO NOT = 0
               OR PV-RETRY-COUNT NOT = 0
               OR PV-EXCEPTION-HOLD
               OR PV-LEGAL-HOLD
               ADD 1 TO WS-ROWS-STATE-LOST
               MOVE 'PRIOR ROW WITH STATE NOT IN NEW EXTRACT'
                   TO CD-MESSAGE
      *                        hold the extract does not      *
      *                        carry. Each carried value that *
      *                        disagrees with the incoming    *
      *                        extract is reported. The S3    *
      *                        routing stamp of a row already *
      *                        sent is carried as it stands - *
      *                        AFM260 only routes PENDENTE    *
      *                        rows, so it is never re-routed.*
      *                        The retention date and legal   *
      *                        hold come only from AFM280, so *
      *                        they are always carried, and   *
      *                        so are the volume-set fields   *
      *                        AFM150 stamps from the TMS.    *
      *-------------------------------------------------------*
       2600-MERGE-PRIOR-ROW.
           ADD 1 TO WS-ROWS-CARRIED
           MOVE 'N' TO WS-ROW-DISAGREE-SW
           MOVE PV-RETENTION-DATE  TO VS-RETENTION-DATE
           MOVE PV-LEGAL-HOLD-FLAG TO VS-LEGAL-HOLD-FLAG
           MOVE PV-VOLSET-FIRST-VOL TO VS-VOLSET-FIRST-VOL
           MOVE PV-VOLSET-SEQ       TO VS-VOLSET-SEQ
           MOVE PV-VOLSET-COUNT     TO VS-VOLSET-COUNT
      * EXPIRADA is set by AFM280, never by the extract - carry it
      * quietly onto a PENDENTE row, and drop it if the extract
      * shows the dataset already went out
           IF PV-SITUACAO-EXPIRADA
               IF VS-SITUACAO-PENDENTE
                   MOVE PV-SITUACAO       TO VS-SITUACAO
                   MOVE PV-MIGRATION-DATE TO VS-MIGRATION-DATE
               END-IF
           ELSE
               IF PV-SITUACAO > VS-SITUACAO
                   MOVE PV-SITUACAO       TO VS-SITUACAO
                   MOVE PV-MIGRATION-DATE TO VS-MIGRATION-DATE
                   SET WS-ROW-DISAGREES TO TRUE
                   MOVE 'CARRIED SITUACAO AHEAD OF EXTRACT'
                       TO CD-MESSAGE
                   PERFORM 2700-WRITE-CARRY-DETAIL
               END-IF
           END-IF
           IF NOT VS-SITUACAO-PENDENTE
               AND PV-S3-KEY NOT = SPACES
               MOVE PV-TARGET-S3-BUCKET TO VS-TARGET-S3-BUCKET
               MOVE PV-S3-KEY           TO VS-S3-KEY
               MOVE PV-STORAGE-CLASS    TO VS-STORAGE-CLASS
               MOVE PV-ENCRYPT-FLAG     TO VS-ENCRYPT-FLAG
           END-IF
           IF PV-RETRY-COUNT > VS-RETRY-COUNT
               MOVE PV-RETRY-COUNT TO VS-RETRY-COUNT
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 3100-TAKE-CHECKPOINT THRU 3100-EXIT
               END-READ
               CLOSE AFMCKPT-FILE
           END-IF.

      *-------------------------------------------------------*
      * 3100-TAKE-CHECKPOINT - a checkpoint only counts for   *
      *                        the cycle that wrote it. Its   *
      *                        counters come back with it, so *
      *                        the totals at the finish cover *
      *                        the rows before the restart.   *
      *-------------------------------------------------------*
       3100-TAKE-CHECKPOINT.
           IF CKPT-CYCLE-NUMBER NOT NUMERIC
               OR CKPT-CYCLE-NUMBER NOT = WS-CYC-NUMBER
               GO TO 3100-EXIT
           END-IF
           MOVE CKPT-LAST-VOLUME-ID TO WS-RESTART-VOLUME-ID
           MOVE CKPT-LAST-FILE-SEQ  TO WS-RESTART-FILE-SEQ
           SET WS-RESTART-REQUESTED TO TRUE
           MOVE CKPT-ROWS-PROCESSED TO WS-ROWS-PROCESSED
           MOVE CKPT-ROWS-ON-HOLD   TO WS-ROWS-ON-HOLD
           MOVE CKPT-ROWS-EXPIRED   TO WS-ROWS-EXPIRED.
       3100-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 3500-CLEAR-CHECKPOINT - blank the checkpoint file so a*
      *                         later run does not mistake a  *
      *-------------------------------------------------------*
      * 4000-PROCESS-CYCLE - walk AFMVSEQ in key sequence,    *
      *                      honouring any restart point and *
      *                      skipping rows on hold. A         *
      *                      partition run walks only its own *
      *                      VOLUME-ID range and leaves the   *
      *                      cycle record to AFM300, which    *
      *                      consolidates the partitions.     *
      *-------------------------------------------------------*
       4000-PROCESS-CYCLE.
           PERFORM 5000-READ-CYCLE
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CYCLE-ABEND
           END-IF
           ACCEPT WS-CKPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CKPT-TIME FROM TIME
           IF WS-PARTITION-RUN
               PERFORM 4050-CHECK-PARTITION
           ELSE
               PERFORM 4020-CHECK-SINGLE-THREAD
           END-IF
           PERFORM 3000-READ-CHECKPOINT
           OPEN INPUT AFMVSEQ-FILE
           OPEN EXTEND AFMAUDIT-FILE
           IF WS-PROC-START-DATE = SPACES
               MOVE WS-CKPT-DATE TO WS-PROC-START-DATE
               MOVE WS-CKPT-TIME TO WS-PROC-START-TIME
           END-IF
           MOVE SPACES TO WS-LAST-VOLUME-ID
           MOVE 0      TO WS-LAST-FILE-SEQ
           IF WS-RESTART-REQUESTED
               MOVE WS-RESTART-VOLUME-ID TO WS-LAST-VOLUME-ID
               MOVE WS-RESTART-FILE-SEQ  TO WS-LAST-FILE-SEQ
           END-IF
           IF NOT WS-PARTITION-RUN
               PERFORM 4700-OPEN-PROGRESS
           END-IF
           SET WS-PROG-RUNNING TO TRUE
           IF AFMPROG-IN-USE
               PERFORM 4800-WRITE-PROGRESS THRU 4800-EXIT
           END-IF
           IF WS-RESTART-REQUESTED
               MOVE WS-RESTART-VOLUME-ID TO VS-VOLUME-ID
                   INVALID KEY
                       SET AFMVSEQ-AT-EOF TO TRUE
               END-START
           ELSE
               IF WS-PARTITION-RUN
                   MOVE WS-PART-LOW-VOL TO VS-VOLUME-ID
                   MOVE 0               TO VS-FILE-SEQ
                   START AFMVSEQ-FILE KEY IS NOT LESS THAN VS-REC-KEY
                       INVALID KEY
                           SET AFMVSEQ-AT-EOF TO TRUE
                   END-START
               END-IF
           END-IF
           PERFORM UNTIL AFMVSEQ-AT-EOF
               READ AFMVSEQ-FILE NEXT RECORD
                   AT END
                       SET AFMVSEQ-AT-EOF TO TRUE
                   NOT AT END
                       IF WS-PARTITION-RUN
                           AND VS-VOLUME-ID > WS-PART-HIGH-VOL
                           SET AFMVSEQ-AT-EOF TO TRUE
                       ELSE
                           PERFORM 4100-PROCESS-ROW
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 3500-CLEAR-CHECKPOINT
           CLOSE AFMVSEQ-FILE
           CLOSE AFMAUDIT-FILE
           ACCEPT WS-PROC-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PROC-END-TIME FROM TIME
           SET WS-PROG-COMPLETE TO TRUE
           IF AFMPROG-IN-USE
               PERFORM 4800-WRITE-PROGRESS THRU 4800-EXIT
           END-IF
           IF NOT WS-PARTITION-RUN
               MOVE WS-ROWS-PROCESSED TO WS-CYC-ROWS-PROCESSED
               MOVE WS-ROWS-ON-HOLD   TO WS-CYC-ROWS-ON-HOLD
               SET WS-CYC-PHASE-FINISHED TO TRUE
               PERFORM 5100-WRITE-CYCLE
           END-IF.

      *-------------------------------------------------------*
      * 4020-CHECK-SINGLE-THREAD - the whole-file leg owns    *
      *                            the cycle record: it may   *
      *                            not run over a cycle that  *
      *                            was opened partitioned or  *
      *                            has already finished, and  *
      *                            it stamps phase P itself.  *
      *-------------------------------------------------------*
       4020-CHECK-SINGLE-THREAD.
           IF WS-CYC-PHASE-LOADED AND WS-RUN-MODE-PROC-ONLY
               MOVE 'AFM040 PROC REFUSED - MANIFEST NOT CUT, RUN AFM030'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CYCLE-ABEND
           END-IF
           IF WS-CYC-PHASE-FINISHED
               MOVE 'AFM040 PROC REFUSED - CYCLE ALREADY FINISHED'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CYCLE-ABEND
           END-IF
           IF WS-CYC-PART-COUNT > 0
               MOVE
               'AFM040 PROC REFUSED - CYCLE IS PARTITIONED, RUN AFM040P'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CYCLE-ABEND
           END-IF
           MOVE WS-CYC-ROWS-LOADED TO WS-PROG-ROWS-LOADED
           SET WS-CYC-PHASE-PROC TO TRUE
           MOVE WS-CKPT-DATE TO WS-CYC-PROC-DATE
           MOVE WS-CKPT-TIME TO WS-CYC-PROC-TIME
           PERFORM 5100-WRITE-CYCLE.

      *-------------------------------------------------------*
      * 4050-CHECK-PARTITION - a partition runs only inside a *
      *                        leg AFM300 opened, and only    *
      *                        once to completion. Its range  *
      *                        and row total come from the    *
      *                        AFMPROG record AFM300 seeded,  *
      *                        so every partition and the     *
      *                        consolidation see one set of   *
      *                        ranges. The cycle record is    *
      *                        only read here - the           *
      *                        partitions run side by side.   *
      *                        AFMPROG is closed again once   *
      *                        the record is read.            *
      *-------------------------------------------------------*
       4050-CHECK-PARTITION.
           IF NOT WS-CYC-PHASE-PROC OR WS-CYC-PART-COUNT = 0
               MOVE
           'AFM040 PROC REFUSED - PARTITIONED LEG NOT OPEN, RUN AFM300O'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CYCLE-ABEND
           END-IF
           PERFORM 4700-OPEN-PROGRESS
           IF AFMPROG-IN-USE
               OPEN INPUT AFMPROG-FILE
           END-IF
           IF NOT AFMPROG-IN-USE OR NOT AFMPROG-OK
               MOVE 'AFM040 PROC REFUSED - AFMPROG WILL NOT OPEN'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CYCLE-ABEND
           END-IF
           MOVE WS-PROG-KEY TO PROG-REC-ID
           READ AFMPROG-FILE
               INVALID KEY
                   STRING 'AFM040 PROC REFUSED - PARTITION ' WS-PART-ID
                          ' NOT OPENED BY AFM300'
                       DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
                   END-STRING
                   PERFORM 9000-CYCLE-ABEND
           END-READ
           IF PROG-CYCLE-NUMBER NOT = WS-CYC-NUMBER
               STRING 'AFM040 PROC REFUSED - PARTITION ' WS-PART-ID
                      ' BELONGS TO ANOTHER CYCLE'
                   DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9000-CYCLE-ABEND
           END-IF
           IF PROG-STATUS-COMPLETE
               STRING 'AFM040 PROC REFUSED - PARTITION ' WS-PART-ID
                      ' ALREADY COMPLETE'
                   DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
               END-STRING
               PERFORM 9000-CYCLE-ABEND
           END-IF
           MOVE PROG-PART-LOW-VOL  TO WS-PART-LOW-VOL
           MOVE PROG-PART-HIGH-VOL TO WS-PART-HIGH-VOL
           MOVE PROG-ROWS-LOADED   TO WS-PROG-ROWS-LOADED
           MOVE PROG-START-DATE    TO WS-PROC-START-DATE
           MOVE PROG-START-TIME    TO WS-PROC-START-TIME
           CLOSE AFMPROG-FILE
           MOVE WS-PART-ID       TO PL-PART-ID
           MOVE WS-PART-LOW-VOL  TO PL-LOW-VOL
           MOVE WS-PART-HIGH-VOL TO PL-HIGH-VOL
           MOVE WS-PART-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       4100-PROCESS-ROW.
           IF VS-SITUACAO-EXPIRADA
               ADD 1 TO WS-ROWS-EXPIRED
           ELSE
               IF VS-EXCEPTION-HOLD
                   ADD 1 TO WS-ROWS-ON-HOLD
               ELSE
                   ADD 1 TO WS-ROWS-PROCESSED
               END-IF
               PERFORM 4200-WRITE-AUDIT-RECORD
           END-IF
           ADD 1 TO WS-CKPT-SINCE-WRITE
           IF WS-CKPT-SINCE-WRITE >= WS-CKPT-INTERVAL
               PERFORM 4900-WRITE-CHECKPOINT
      *                      every LOAD, and an unloaded KSDS *
      *                      refuses OPEN I-O with status 35: *
      *                      prime it through OPEN OUTPUT     *
      *                      first, then come back in I-O to  *
      *                      be sure 4800 will be able to     *
      *                      rewrite. The cluster is closed   *
      *                      again here.                      *
      *-------------------------------------------------------*
       4700-OPEN-PROGRESS.
           OPEN I-O AFMPROG-FILE
               END-IF
           END-IF
           IF AFMPROG-OK
               SET AFMPROG-IN-USE TO TRUE
               CLOSE AFMPROG-FILE
           END-IF.

      *-------------------------------------------------------*
      *                       checkpointed (WS-LAST-CKPT-KEY, *
      *                       set by 4900 or the restart      *
      *                       setup), the start stamp and now.*
      *                       The partitions share AFMPROG    *
      *                       side by side, so the cluster is *
      *                       opened, the record read for     *
      *                       update, rewritten and closed    *
      *                       every time: each rewrite goes   *
      *                       against the control interval as *
      *                       it is on disk, never a buffer   *
      *                       holding another partition's old *
      *                       counters.                       *
      *-------------------------------------------------------*
       4800-WRITE-PROGRESS.
           OPEN I-O AFMPROG-FILE
           IF NOT AFMPROG-OK
               GO TO 4800-EXIT
           END-IF
           MOVE WS-PROG-KEY         TO PROG-REC-ID
           READ AFMPROG-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE WS-PROG-KEY         TO PROG-REC-ID
           MOVE WS-CYC-NUMBER       TO PROG-CYCLE-NUMBER
           MOVE WS-PROG-ROWS-LOADED TO PROG-ROWS-LOADED
           MOVE WS-ROWS-PROCESSED   TO PROG-ROWS-PROCESSED
           MOVE WS-ROWS-ON-HOLD     TO PROG-ROWS-ON-HOLD
           MOVE WS-LAST-VOLUME-ID   TO PROG-LAST-VOLUME-ID
           ACCEPT WS-CKPT-TIME FROM TIME
           MOVE WS-CKPT-DATE        TO PROG-CKPT-DATE
           MOVE WS-CKPT-TIME        TO PROG-CKPT-TIME
           MOVE WS-ROWS-EXPIRED     TO PROG-ROWS-EXPIRED
           MOVE WS-PART-LOW-VOL     TO PROG-PART-LOW-VOL
           MOVE WS-PART-HIGH-VOL    TO PROG-PART-HIGH-VOL
           MOVE WS-PROG-STATUS      TO PROG-STATUS
           MOVE WS-PROC-END-DATE    TO PROG-END-DATE
           MOVE WS-PROC-END-TIME    TO PROG-END-TIME
           IF AFMPROG-NOTFND
               WRITE AFMPROG-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           ELSE
               REWRITE AFMPROG-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF
           CLOSE AFMPROG-FILE.
       4800-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 4900-WRITE-CHECKPOINT - externalise the last key fully*
           ACCEPT WS-CKPT-TIME FROM TIME
           MOVE WS-CKPT-DATE TO CKPT-RUN-DATE
           MOVE WS-CKPT-TIME TO CKPT-RUN-TIME
           MOVE WS-CYC-NUMBER     TO CKPT-CYCLE-NUMBER
           MOVE WS-ROWS-PROCESSED TO CKPT-ROWS-PROCESSED
           MOVE WS-ROWS-ON-HOLD   TO CKPT-ROWS-ON-HOLD
           MOVE WS-ROWS-EXPIRED   TO CKPT-ROWS-EXPIRED
           WRITE AFMCKPT-RECORD
           CLOSE AFMCKPT-FILE
           IF AFMPROG-IN-USE
               PERFORM 4800-WRITE-PROGRESS THRU 4800-EXIT
           END-IF.

      *-------------------------------------------------------*
                       MOVE CYC-ROWS-PROCESSED
                           TO WS-CYC-ROWS-PROCESSED
                       MOVE CYC-ROWS-ON-HOLD  TO WS-CYC-ROWS-ON-HOLD
                       MOVE CYC-PART-COUNT    TO WS-CYC-PART-COUNT
                       SET WS-CYCLE-FOUND TO TRUE
               END-READ
               CLOSE AFMCYCLE-FILE
           MOVE WS-CYC-ROWS-LOADED    TO CYC-ROWS-LOADED
           MOVE WS-CYC-MANIFEST-COUNT TO CYC-MANIFEST-COUNT
           MOVE WS-CYC-ROWS-PROCESSED TO CYC-ROWS-PROCESSED
           MOVE WS-CYC-ROWS-ON-HOLD   TO CYC-ROWS-ON-HOLD
           MOVE WS-CYC-PART-COUNT     TO CYC-PART-COUNT.

      *-------------------------------------------------------*
      * 5100-WRITE-CYCLE - externalise the cycle-control      *
           MOVE 0 TO WS-CYC-MANIFEST-COUNT
           MOVE 0 TO WS-CYC-ROWS-PROCESSED
           MOVE 0 TO WS-CYC-ROWS-ON-HOLD
           MOVE 0 TO WS-CYC-PART-COUNT
           PERFORM 5100-WRITE-CYCLE.

      *-------------------------------------------------------*
           MOVE WS-ROWS-ON-HOLD   TO TL-ROWS-ON-HOLD
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ROWS-EXPIRED   TO TL-ROWS-EXPIRED
           MOVE WS-TOTAL-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       9999-EXIT.
