      *                  and pass AFM160's per-record cycle  *
      *                  check instead of rejecting the      *
      *                  whole feed.                         *
      * 2026-10-15 GHF   Retry manifest rows carry the S3     *
      *                  bucket, object key and storage class *
      *                  stamped on AFMVSEQ by AFM260, the    *
      *                  same shape as the AFM030 manifest -  *
      *                  a re-pull lands on the original      *
      *                  object. A row sent before routing    *
      *                  existed falls back to its bare       *
      *                  DATASET-ID. Line grew to 200 bytes.  *
      * 2026-10-15 GHF   Retry manifest lines carry the same  *
      *                  two new columns as the AFM030        *
      *                  manifest, VOL-SEQ and VOL-COUNT -    *
      *                  the volume's place in a multi-volume *
      *                  set, 1,1 for a single volume - so    *
      *                  one loader still reads every         *
      *                  manifest.                            *
      * 2026-10-15 GHF   Every retry or hold is journaled to  *
      *                  AFMJRNL (before and after image, run *
      *                  timestamp) so AFM310 can back the    *
      *                  run out.                             *
      *****************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS VS-REC-KEY
               FILE STATUS IS WS-AFMVSEQ-STATUS.

           SELECT AFMJRNL-FILE  ASSIGN TO AFMJRNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AFMJRNL-STATUS.

           SELECT MIGCONF-FILE  ASSIGN TO MIGCONF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD  AFMVSEQ-FILE.
           COPY AFMVSEQ.

       FD  AFMJRNL-FILE
           RECORD CONTAINS 810 CHARACTERS.
           COPY AFMJRNL.

       FD  MIGCONF-FILE
           RECORD CONTAINS 135 CHARACTERS.
           COPY MIGCONF.

       FD  RETRYMAN-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  RETRYMAN-LINE            PIC X(200).

       FD  AFMCYCLE-FILE
           RECORD CONTAINS 090 CHARACTERS.
       01  WS-MIGCONF-STATUS         PIC X(002).
           88 MIGCONF-OK             VALUE '00'.
           88 MIGCONF-EOF            VALUE '10'.
       01  WS-AFMJRNL-STATUS         PIC X(002).
       01  WS-RETRYMAN-STATUS        PIC X(002).
       01  WS-AFMCYCLE-STATUS        PIC X(002).
           88 AFMCYCLE-OK            VALUE '00'.
       01  WS-MIGCONF-EOF-SW         PIC X(001) VALUE 'N'.
           88 MIGCONF-AT-EOF            VALUE 'Y'.

      * the row as read, kept for the AFMJRNL before image, and
      * the number of journal records this run has written
       01  WS-JRNL-BEFORE-IMAGE      PIC X(375).
       01  WS-JRNL-COUNT             PIC 9(007) USAGE BINARY VALUE 0.

       01  WS-PARM-LINE              PIC X(030) VALUE SPACES.
       01  WS-PARM-AGE-DAYS          PIC X(003) VALUE SPACES.
       01  WS-PARM-RETRY-LIMIT       PIC X(003) VALUE SPACES.
           05 MB-COMMA-1             PIC X(001) VALUE ','.
           05 MB-FILE-SEQ            PIC 9(003).
           05 MB-COMMA-2             PIC X(001) VALUE ','.
           05 MB-S3-BUCKET           PIC X(063).
           05 MB-COMMA-3             PIC X(001) VALUE ','.
           05 MB-S3-KEY              PIC X(085).
           05 MB-COMMA-4             PIC X(001) VALUE ','.
           05 MB-STORAGE-CLASS       PIC X(012).
           05 MB-COMMA-5             PIC X(001) VALUE ','.
           05 MB-VOLSET-SEQ          PIC 9(003).
           05 MB-COMMA-6             PIC X(001) VALUE ','.
           05 MB-VOLSET-COUNT        PIC 9(003).

       01  WS-HEADER-LINE.
           05 FILLER                 PIC X(050) VALUE
               'VOLUME-ID,FILE-SEQ,S3-BUCKET,S3-KEY,STORAGE-CLASS,'.
           05 FILLER                 PIC X(017) VALUE
               'VOL-SEQ,VOL-COUNT'.

      * the retry manifest carries the same CYCLE header and
      * TRAILER controls as the AFM030 manifest, so the AWS side
               FUNCTION INTEGER-OF-DATE(WS-SENT-DATE-NUM)
           PERFORM 1500-READ-CYCLE
           OPEN I-O   AFMVSEQ-FILE
           OPEN EXTEND AFMJRNL-FILE
           OPEN INPUT MIGCONF-FILE
           OPEN OUTPUT RETRYMAN-FILE
           OPEN OUTPUT REPORT-FILE
      *                      for an operator.                 *
      *-------------------------------------------------------*
       2400-RETRY-OR-HOLD.
           MOVE AFMVSEQ-RECORD TO WS-JRNL-BEFORE-IMAGE
           ADD 1 TO VS-RETRY-COUNT
           IF VS-RETRY-COUNT >= WS-RETRY-LIMIT
               ADD 1 TO WS-ROWS-HELD
               ADD 1 TO WS-ROWS-RETRIED
               MOVE VS-VOLUME-ID  TO MB-VOLUME-ID
               MOVE VS-FILE-SEQ   TO MB-FILE-SEQ
               MOVE VS-TARGET-S3-BUCKET TO MB-S3-BUCKET
               IF VS-S3-KEY = SPACES
                   MOVE VS-DATASET-ID TO MB-S3-KEY
               ELSE
                   MOVE VS-S3-KEY     TO MB-S3-KEY
               END-IF
               MOVE VS-STORAGE-CLASS  TO MB-STORAGE-CLASS
               IF VS-VOLSET-SINGLE
                   MOVE 1               TO MB-VOLSET-SEQ
                   MOVE 1               TO MB-VOLSET-COUNT
               ELSE
                   MOVE VS-VOLSET-SEQ   TO MB-VOLSET-SEQ
                   MOVE VS-VOLSET-COUNT TO MB-VOLSET-COUNT
               END-IF
               MOVE WS-MANIFEST-BUILD TO RETRYMAN-LINE
               WRITE RETRYMAN-LINE
               MOVE WS-TODAY-DATE TO VS-MIGRATION-DATE
                   TO DL-MESSAGE
           END-IF
           REWRITE AFMVSEQ-RECORD
           IF AFMVSEQ-OK
               PERFORM 2500-WRITE-JOURNAL
           END-IF
           MOVE VS-VOLUME-ID   TO DL-VOLUME-ID
           MOVE VS-FILE-SEQ    TO DL-FILE-SEQ
           MOVE VS-DATASET-ID  TO DL-DATASET-ID
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *-------------------------------------------------------*
      * 2500-WRITE-JOURNAL - before and after image of the    *
      *                      row just rewritten, appended to  *
      *                      AFMJRNL for AFM310 backout. The  *
      *                      after image becomes the before   *
      *                      image of any further rewrite of  *
      *                      the same row in this run.        *
      *-------------------------------------------------------*
       2500-WRITE-JOURNAL.
           ADD 1 TO WS-JRNL-COUNT
           MOVE SPACES               TO AFMJRNL-RECORD
           MOVE 'AFM110'             TO JRN-PROGRAM
           MOVE WS-HOLD-USERID       TO JRN-USERID
           MOVE WS-TODAY-DATE        TO JRN-RUN-DATE
           MOVE WS-CUT-TIME          TO JRN-RUN-TIME
           MOVE WS-JRNL-COUNT        TO JRN-RUN-SEQ
           MOVE VS-VOLUME-ID         TO JRN-VOLUME-ID
           MOVE VS-FILE-SEQ          TO JRN-FILE-SEQ
           MOVE WS-JRNL-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE AFMVSEQ-RECORD       TO JRN-AFTER-IMAGE
           WRITE AFMJRNL-RECORD
           MOVE AFMVSEQ-RECORD       TO WS-JRNL-BEFORE-IMAGE.

       8000-FINISH.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RMAN-TRL-BUILD TO RETRYMAN-LINE
           WRITE RETRYMAN-LINE
           CLOSE AFMVSEQ-FILE
           CLOSE AFMJRNL-FILE
           CLOSE MIGCONF-FILE
           CLOSE RETRYMAN-FILE
           CLOSE REPORT-FILE.
