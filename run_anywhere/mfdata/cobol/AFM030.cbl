      *                  another cycle - twice a stale       *
      *                  manifest got re-ingested and we     *
      *                  applied a previous cycle's rows.    *
      * 2026-10-15 GHF   Each manifest row now carries the S3 *
      *                  bucket, full object key and storage  *
      *                  class AFM260 stamped on AFMVSEQ from *
      *                  the AFMROUTE routing rules, in place *
      *                  of the bare DATASET-ID. A row with   *
      *                  no routing stamp is left off the     *
      *                  manifest and counted on the console  *
      *                  - run AFM260 before this step. Line  *
      *                  grew from 132 to 200 bytes.          *
      * 2026-10-15 GHF   EXPIRADA rows (past retention, set   *
      *                  by AFM280) are final and never       *
      *                  migrate - left off the manifest and  *
      *                  counted on the console.              *
      * 2026-10-15 GHF   A dataset the TMS wrote across       *
      *                  several tapes now goes out as one    *
      *                  ordered group. Single-volume rows    *
      *                  are written in key order as before;  *
      *                  the volumes of each multi-volume set *
      *                  are sorted out of that pass and      *
      *                  written together after them, in      *
      *                  volume order, and only when the      *
      *                  whole set can go - a held, unrouted, *
      *                  missing or out-of-sequence volume    *
      *                  holds the entire set back (counted   *
      *                  on the console; AFM290 lists why).   *
      *                  Every line gains VOL-SEQ and VOL-    *
      *                  COUNT columns (1,1 for a single      *
      *                  volume). AFMVSEQ is now opened with  *
      *                  dynamic access.                      *
      * 2026-10-15 GHF   A cycle in phase F (PROC finished)   *
      *                  is refused the same as one in phase  *
      *                  P - PROC has been and gone either    *
      *                  way.                                 *
      * 2026-10-15 GHF   Every row stamped EM-ANDAMENTO is    *
      *                  journaled to AFMJRNL (before and     *
      *                  after image, run timestamp) so       *
      *                  AFM310 can back the run out.         *
      *****************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT AFMVSEQ-FILE  ASSIGN TO AFMVSEQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VS-REC-KEY
               FILE STATUS IS WS-AFMVSEQ-STATUS.

           SELECT AFMJRNL-FILE  ASSIGN TO AFMJRNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AFMJRNL-STATUS.

           SELECT SET-SORT-FILE ASSIGN TO SORTWK1.

           SELECT MANIFEST-FILE ASSIGN TO AFMMANF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
       FD  AFMVSEQ-FILE.
           COPY AFMVSEQ.

       FD  AFMJRNL-FILE
           RECORD CONTAINS 810 CHARACTERS.
           COPY AFMJRNL.

      * one volume of a multi-volume set, held back from the key-
      * order pass and sorted so each set goes out together in
      * volume order
       SD  SET-SORT-FILE.
       01  SET-SORT-RECORD.
           05 SS-SET-KEY.
               10 SS-DATASET-ID      PIC X(044).
               10 SS-FIRST-VOL       PIC X(006).
           05 SS-VOLSET-SEQ          PIC 9(003) USAGE BINARY.
           05 SS-VOLSET-COUNT        PIC 9(003) USAGE BINARY.
           05 SS-VOLUME-ID           PIC X(006).
           05 SS-FILE-SEQ            PIC 9(002) USAGE BINARY.
           05 SS-BLOCK-FLAG          PIC X(001).
               88 SS-BLOCK-NONE          VALUE SPACE.
               88 SS-BLOCK-HELD          VALUE 'H'.
               88 SS-BLOCK-UNROUTED      VALUE 'R'.

       FD  MANIFEST-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  MANIFEST-LINE             PIC X(200).

       FD  AFMCYCLE-FILE
           RECORD CONTAINS 090 CHARACTERS.
           88 AFMVSEQ-OK              VALUE '00'.
           88 AFMVSEQ-EOF             VALUE '10'.
       01  WS-MANIFEST-STATUS         PIC X(002).
       01  WS-AFMJRNL-STATUS          PIC X(002).
       01  WS-AFMCYCLE-STATUS         PIC X(002).
           88 AFMCYCLE-OK             VALUE '00'.
           88 AFMCYCLE-NOT-FOUND      VALUE '35'.

       01  WS-AFMVSEQ-EOF-SW          PIC X(001) VALUE 'N'.
           88 AFMVSEQ-AT-EOF             VALUE 'Y'.
       01  WS-SET-SORT-EOF-SW         PIC X(001) VALUE 'N'.
           88 SET-SORT-AT-EOF            VALUE 'Y'.

       01  WS-ROW-COUNT                PIC 9(007) USAGE BINARY VALUE 0.
       01  WS-ROW-HOLD-COUNT            PIC 9(007) USAGE BINARY VALUE 0.
       01  WS-ROW-UNROUTED-COUNT        PIC 9(007) USAGE BINARY VALUE 0.
       01  WS-UNROUTED-DISPLAY          PIC ZZZ,ZZ9.
       01  WS-ROW-EXPIRED-COUNT         PIC 9(007) USAGE BINARY VALUE 0.
       01  WS-SET-SENT-COUNT            PIC 9(007) USAGE BINARY VALUE 0.
       01  WS-SET-WITHHELD-COUNT        PIC 9(007) USAGE BINARY VALUE 0.

      * the multi-volume set being assembled from the sort
       01  WS-SET-KEY                  PIC X(050).
       01  WS-SET-MEMBERS              PIC 9(004) USAGE BINARY VALUE 0.
       01  WS-SET-EXPECTED             PIC 9(003) USAGE BINARY VALUE 0.
       01  WS-SET-SUB                  PIC 9(004) USAGE BINARY VALUE 0.
       01  WS-SET-SENDABLE-SW          PIC X(001) VALUE 'Y'.
           88 WS-SET-SENDABLE             VALUE 'Y'.
           88 WS-SET-WITHHELD             VALUE 'N'.
       01  WS-SET-TABLE.
           05 WS-SET-ENTRY OCCURS 999 TIMES.
               10 SET-VOLUME-ID        PIC X(006).
               10 SET-FILE-SEQ         PIC 9(002) USAGE BINARY.

      * the row as read, kept for the AFMJRNL before image, and
      * the number of journal records this run has written
       01  WS-JRNL-BEFORE-IMAGE        PIC X(375).
       01  WS-JRNL-COUNT               PIC 9(007) USAGE BINARY VALUE 0.

       01  WS-MANIFEST-DATE            PIC X(008).
       01  WS-MANIFEST-TIME            PIC X(006).
           88 WS-CYCLE-FOUND              VALUE 'Y'.

       01  WS-CYC-PHASE                PIC X(001) VALUE SPACE.
           88 WS-CYC-PHASE-PROC           VALUE 'P' 'F'.
       01  WS-CYCLE-IMAGE              PIC X(090) VALUE SPACES.

       01  WS-ABEND-MESSAGE            PIC X(060) VALUE SPACES.

      * one manifest line: volume-id,file-seq,bucket,object key,
      * storage class - the routing AFM260 stamped on AFMVSEQ, in
      * the shape AWS Transfer Family/DataSync expects - then the
      * volume's place in its volume set (1,1 for a single volume)
       01  WS-MANIFEST-BUILD.
           05 MB-VOLUME-ID            PIC X(006).
           05 MB-COMMA-1              PIC X(001) VALUE ','.
           05 MB-FILE-SEQ             PIC 9(003).
           05 MB-COMMA-2              PIC X(001) VALUE ','.
           05 MB-S3-BUCKET            PIC X(063).
           05 MB-COMMA-3              PIC X(001) VALUE ','.
           05 MB-S3-KEY               PIC X(085).
           05 MB-COMMA-4              PIC X(001) VALUE ','.
           05 MB-STORAGE-CLASS        PIC X(012).
           05 MB-COMMA-5              PIC X(001) VALUE ','.
           05 MB-VOLSET-SEQ           PIC 9(003).
           05 MB-COMMA-6              PIC X(001) VALUE ','.
           05 MB-VOLSET-COUNT         PIC 9(003).

       01  WS-HEADER-LINE.
           05 FILLER                  PIC X(050) VALUE
               'VOLUME-ID,FILE-SEQ,S3-BUCKET,S3-KEY,STORAGE-CLASS,'.
           05 FILLER                  PIC X(017) VALUE
               'VOL-SEQ,VOL-COUNT'.

       01  WS-CYC-NUMBER              PIC 9(007) VALUE 0.


       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           SORT SET-SORT-FILE
               ON ASCENDING KEY SS-DATASET-ID SS-FIRST-VOL
                                SS-VOLSET-SEQ
                                SS-VOLUME-ID SS-FILE-SEQ
               INPUT PROCEDURE IS 2100-MANIFEST-IN-KEY-ORDER
               OUTPUT PROCEDURE IS 3000-MANIFEST-VOLUME-SETS
           PERFORM 8000-FINISH
           GOBACK.

           ACCEPT WS-MANIFEST-TIME FROM TIME
           PERFORM 1500-CHECK-CYCLE
           OPEN I-O    AFMVSEQ-FILE
           OPEN EXTEND AFMJRNL-FILE
           OPEN OUTPUT MANIFEST-FILE
           MOVE WS-CYC-NUMBER    TO MH-CYCLE-NUMBER
           MOVE WS-MANIFEST-DATE TO MH-CUT-DATE
           MOVE 16 TO RETURN-CODE
           GOBACK.

      *-------------------------------------------------------*
      * 2100-MANIFEST-IN-KEY-ORDER - sort input: one pass of  *
      *                              AFMVSEQ in key order.    *
      *                              Single-volume rows go    *
      *                              straight to the          *
      *                              manifest; the volumes of *
      *                              multi-volume sets are    *
      *                              released to the sort.    *
      *-------------------------------------------------------*
       2100-MANIFEST-IN-KEY-ORDER.
           PERFORM 2000-WRITE-MANIFEST THRU 2000-EXIT
               UNTIL AFMVSEQ-AT-EOF.

       2000-WRITE-MANIFEST.
           READ AFMVSEQ-FILE NEXT RECORD
               AT END
                   SET AFMVSEQ-AT-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF VS-SITUACAO-EXPIRADA
               ADD 1 TO WS-ROW-EXPIRED-COUNT
               GO TO 2000-EXIT
           END-IF
           IF NOT VS-VOLSET-SINGLE
               PERFORM 2200-RELEASE-SET-VOLUME
               GO TO 2000-EXIT
           END-IF
           IF VS-EXCEPTION-HOLD
               ADD 1 TO WS-ROW-HOLD-COUNT
               GO TO 2000-EXIT
           END-IF
           IF VS-S3-KEY = SPACES
               ADD 1 TO WS-ROW-UNROUTED-COUNT
               GO TO 2000-EXIT
           END-IF
           PERFORM 2500-WRITE-MANIFEST-LINE.
       2000-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 2200-RELEASE-SET-VOLUME - a volume of a multi-volume  *
      *                           set. Whether it is held or  *
      *                           unrouted is carried along:  *
      *                           one such volume holds the   *
      *                           whole set back.             *
      *-------------------------------------------------------*
       2200-RELEASE-SET-VOLUME.
           MOVE VS-DATASET-ID       TO SS-DATASET-ID
           MOVE VS-VOLSET-FIRST-VOL TO SS-FIRST-VOL
           MOVE VS-VOLSET-SEQ       TO SS-VOLSET-SEQ
           MOVE VS-VOLSET-COUNT     TO SS-VOLSET-COUNT
           MOVE VS-VOLUME-ID        TO SS-VOLUME-ID
           MOVE VS-FILE-SEQ         TO SS-FILE-SEQ
           EVALUATE TRUE
               WHEN VS-EXCEPTION-HOLD
                   SET SS-BLOCK-HELD     TO TRUE
               WHEN VS-S3-KEY = SPACES
                   SET SS-BLOCK-UNROUTED TO TRUE
               WHEN OTHER
                   SET SS-BLOCK-NONE     TO TRUE
           END-EVALUATE
           RELEASE SET-SORT-RECORD.

      *-------------------------------------------------------*
      * 2500-WRITE-MANIFEST-LINE - the row in AFMVSEQ-RECORD  *
      *                            goes out: manifest line,   *
      *                            then a PENDENTE row is     *
      *                            stamped EM-ANDAMENTO.      *
      *-------------------------------------------------------*
       2500-WRITE-MANIFEST-LINE.
           ADD 1 TO WS-ROW-COUNT
           MOVE VS-VOLUME-ID        TO MB-VOLUME-ID
           MOVE VS-FILE-SEQ         TO MB-FILE-SEQ
           MOVE VS-TARGET-S3-BUCKET TO MB-S3-BUCKET
           MOVE VS-S3-KEY           TO MB-S3-KEY
           MOVE VS-STORAGE-CLASS    TO MB-STORAGE-CLASS
           IF VS-VOLSET-SINGLE
               MOVE 1               TO MB-VOLSET-SEQ
               MOVE 1               TO MB-VOLSET-COUNT
           ELSE
               MOVE VS-VOLSET-SEQ   TO MB-VOLSET-SEQ
               MOVE VS-VOLSET-COUNT TO MB-VOLSET-COUNT
           END-IF
           MOVE WS-MANIFEST-BUILD TO MANIFEST-LINE
           WRITE MANIFEST-LINE
           IF VS-SITUACAO-PENDENTE
               MOVE AFMVSEQ-RECORD TO WS-JRNL-BEFORE-IMAGE
               SET VS-SITUACAO-EM-ANDAMENTO TO TRUE
               MOVE WS-MANIFEST-DATE TO VS-MIGRATION-DATE
               REWRITE AFMVSEQ-RECORD
               IF AFMVSEQ-OK
                   PERFORM 2600-WRITE-JOURNAL
               END-IF
           END-IF.

      *-------------------------------------------------------*
      * 2600-WRITE-JOURNAL - before and after image of the    *
      *                      row just rewritten, appended to  *
      *                      AFMJRNL for AFM310 backout. The  *
      *                      after image becomes the before   *
      *                      image of any further rewrite of  *
      *                      the same row in this run.        *
      *-------------------------------------------------------*
       2600-WRITE-JOURNAL.
           ADD 1 TO WS-JRNL-COUNT
           MOVE SPACES               TO AFMJRNL-RECORD
           MOVE 'AFM030'             TO JRN-PROGRAM
           MOVE 'AFM030'             TO JRN-USERID
           MOVE WS-MANIFEST-DATE     TO JRN-RUN-DATE
           MOVE WS-MANIFEST-TIME     TO JRN-RUN-TIME
           MOVE WS-JRNL-COUNT        TO JRN-RUN-SEQ
           MOVE VS-VOLUME-ID         TO JRN-VOLUME-ID
           MOVE VS-FILE-SEQ          TO JRN-FILE-SEQ
           MOVE WS-JRNL-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE AFMVSEQ-RECORD       TO JRN-AFTER-IMAGE
           WRITE AFMJRNL-RECORD
           MOVE AFMVSEQ-RECORD       TO WS-JRNL-BEFORE-IMAGE.

      *-------------------------------------------------------*
      * 3000-MANIFEST-VOLUME-SETS - sort output: the volumes  *
      *                             of each set arrive        *
      *                             together in volume order  *
      *                             and are written as one    *
      *                             group after the single-   *
      *                             volume rows. A set goes   *
      *                             out whole or not at all.  *
      *-------------------------------------------------------*
       3000-MANIFEST-VOLUME-SETS.
           PERFORM 3100-RETURN-SET-VOLUME
           PERFORM 3200-SCAN-SET-VOLUME
               UNTIL SET-SORT-AT-EOF
           IF WS-SET-MEMBERS > 0
               PERFORM 3900-FLUSH-SET
           END-IF.

       3100-RETURN-SET-VOLUME.
           RETURN SET-SORT-FILE
               AT END
                   SET SET-SORT-AT-EOF TO TRUE
           END-RETURN.

      *-------------------------------------------------------*
      * 3200-SCAN-SET-VOLUME - control-break on DATASET-ID and *
      *                        first volume. A volume out of   *
      *                        sequence (a gap or a repeat),   *
      *                        a volume count that disagrees,  *
      *                        or a held or unrouted volume    *
      *                        marks the set withheld.         *
      *-------------------------------------------------------*
       3200-SCAN-SET-VOLUME.
           IF WS-SET-MEMBERS > 0
               AND SS-SET-KEY NOT = WS-SET-KEY
               PERFORM 3900-FLUSH-SET
           END-IF
           IF WS-SET-MEMBERS = 0
               MOVE SS-SET-KEY      TO WS-SET-KEY
               MOVE SS-VOLSET-COUNT TO WS-SET-EXPECTED
               SET WS-SET-SENDABLE TO TRUE
           END-IF
           ADD 1 TO WS-SET-MEMBERS
           IF WS-SET-MEMBERS > 999
               SET WS-SET-WITHHELD TO TRUE
           ELSE
               MOVE SS-VOLUME-ID TO SET-VOLUME-ID(WS-SET-MEMBERS)
               MOVE SS-FILE-SEQ  TO SET-FILE-SEQ(WS-SET-MEMBERS)
           END-IF
           IF SS-VOLSET-SEQ NOT = WS-SET-MEMBERS
               OR SS-VOLSET-COUNT NOT = WS-SET-EXPECTED
               OR NOT SS-BLOCK-NONE
               SET WS-SET-WITHHELD TO TRUE
           END-IF
           PERFORM 3100-RETURN-SET-VOLUME.

      *-------------------------------------------------------*
      * 3900-FLUSH-SET - a set missing its last volumes is    *
      *                  withheld too. A withheld set is only *
      *                  counted - AFM290 lists every set and *
      *                  what is wrong with it.               *
      *-------------------------------------------------------*
       3900-FLUSH-SET.
           IF WS-SET-MEMBERS NOT = WS-SET-EXPECTED
               SET WS-SET-WITHHELD TO TRUE
           END-IF
           IF WS-SET-WITHHELD
               ADD 1 TO WS-SET-WITHHELD-COUNT
           ELSE
               ADD 1 TO WS-SET-SENT-COUNT
               PERFORM 3950-MANIFEST-SET-VOLUME THRU 3950-EXIT
                   VARYING WS-SET-SUB FROM 1 BY 1
                   UNTIL WS-SET-SUB > WS-SET-MEMBERS
           END-IF
           MOVE 0 TO WS-SET-MEMBERS.

       3950-MANIFEST-SET-VOLUME.
           MOVE SET-VOLUME-ID(WS-SET-SUB) TO VS-VOLUME-ID
           MOVE SET-FILE-SEQ(WS-SET-SUB)  TO VS-FILE-SEQ
           READ AFMVSEQ-FILE
               INVALID KEY
                   DISPLAY 'AFM030 WARNING - SET VOLUME '
                           SET-VOLUME-ID(WS-SET-SUB)
                           ' VANISHED BETWEEN SORT AND WRITE'
                   GO TO 3950-EXIT
           END-READ
           PERFORM 2500-WRITE-MANIFEST-LINE.
       3950-EXIT.
           EXIT.

       8000-FINISH.
           MOVE WS-MANIFEST-TRL-BUILD TO MANIFEST-LINE
           WRITE MANIFEST-LINE
           CLOSE AFMVSEQ-FILE
           CLOSE AFMJRNL-FILE
           CLOSE MANIFEST-FILE
           IF WS-ROW-UNROUTED-COUNT > 0
               MOVE WS-ROW-UNROUTED-COUNT TO WS-UNROUTED-DISPLAY
               DISPLAY 'AFM030 WARNING - ' WS-UNROUTED-DISPLAY
                       ' ROW(S) NOT ROUTED - LEFT OFF MANIFEST'
           END-IF
           IF WS-ROW-EXPIRED-COUNT > 0
               MOVE WS-ROW-EXPIRED-COUNT TO WS-UNROUTED-DISPLAY
               DISPLAY 'AFM030 - ' WS-UNROUTED-DISPLAY
                       ' ROW(S) EXPIRADA - LEFT OFF MANIFEST'
           END-IF
           IF WS-SET-SENT-COUNT > 0
               MOVE WS-SET-SENT-COUNT TO WS-UNROUTED-DISPLAY
               DISPLAY 'AFM030 - ' WS-UNROUTED-DISPLAY
                       ' MULTI-VOLUME SET(S) MANIFESTED AS GROUPS'
           END-IF
           IF WS-SET-WITHHELD-COUNT > 0
               MOVE WS-SET-WITHHELD-COUNT TO WS-UNROUTED-DISPLAY
               DISPLAY 'AFM030 WARNING - ' WS-UNROUTED-DISPLAY
                       ' VOLUME SET(S) HELD, UNROUTED OR INCOMPLETE'
                       ' - LEFT OFF MANIFEST (SEE AFM290)'
           END-IF
           PERFORM 8100-STAMP-MANIFEST-COUNT.

      *-------------------------------------------------------*
