       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AFM340.
       AUTHOR.        G HALLORAN FILHO.
       INSTALLATION.  GFS DATA MIGRATION.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *****************************************************
      * MODIFICATION HISTORY                               *
      *-----------------------------------------------------*
      * DATE       INIT  DESCRIPTION                        *
      * 2026-10-15 GHF   Initial version - nightly recall   *
      *                  manifest. Every request AF74       *
      *                  (AFM330) left open on AFMRCL is    *
      *                  checked again against AFMVSEQ and, *
      *                  if its copy is still CONCLUIDA,    *
      *                  written to the recall manifest for *
      *                  the AWS side with the bucket, key  *
      *                  and storage class to restore from  *
      *                  and the DSN to restore to, then    *
      *                  marked sent under a new recall     *
      *                  cycle. The manifest carries the    *
      *                  same controls as the AFM030        *
      *                  migration manifest: a CYCLE header *
      *                  with the recall cycle number       *
      *                  (AFMRCYC) and cut timestamp, a     *
      *                  column header, and a TRAILER line  *
      *                  with the row count. A dataset      *
      *                  written across several tapes goes  *
      *                  out as one ordered group, every    *
      *                  volume of the set, or not at all.  *
      *                  A request that cannot go tonight - *
      *                  row no longer CONCLUIDA or no      *
      *                  longer on file, set incomplete,    *
      *                  object lost per an AFM320 hold -   *
      *                  stays open and is listed on RPT340 *
      *                  with the reason. AFMVSEQ is only   *
      *                  read.                              *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AFMRCL-FILE   ASSIGN TO AFMRCL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-AFMRCL-STATUS.

           SELECT AFMVSEQ-FILE  ASSIGN TO AFMVSEQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VS-REC-KEY
               FILE STATUS IS WS-AFMVSEQ-STATUS.

           SELECT SET-SORT-FILE ASSIGN TO SORTWK1.

           SELECT MANIFEST-FILE ASSIGN TO RCLMANF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT AFMRCYC-FILE  ASSIGN TO AFMRCYC
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AFMRCYC-STATUS.

           SELECT REPORT-FILE   ASSIGN TO RPT340
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AFMRCL-FILE.
           COPY AFMRCL.

       FD  AFMVSEQ-FILE.
           COPY AFMVSEQ.

      * a request for a multi-volume dataset (type R) and every
      * volume of every multi-volume set on AFMVSEQ (type V), sorted
      * so each set arrives with its request, if it has one, ahead
      * of its volumes in volume order
       SD  SET-SORT-FILE.
       01  SET-SORT-RECORD.
           05 SS-SET-KEY.
               10 SS-DATASET-ID      PIC X(044).
               10 SS-FIRST-VOL       PIC X(006).
           05 SS-TYPE                PIC X(001).
               88 SS-TYPE-REQUEST        VALUE 'R'.
               88 SS-TYPE-VOLUME         VALUE 'V'.
           05 SS-VOLSET-SEQ          PIC 9(003) USAGE BINARY.
           05 SS-VOLUME-ID           PIC X(006).
           05 SS-FILE-SEQ            PIC 9(002) USAGE BINARY.
           05 SS-VOLSET-COUNT        PIC 9(003) USAGE BINARY.
           05 SS-BLOCK-FLAG          PIC X(001).
               88 SS-BLOCK-NONE          VALUE SPACE.
               88 SS-BLOCK-NOT-CONCLUIDA VALUE 'C'.
               88 SS-BLOCK-NO-KEY        VALUE 'K'.
               88 SS-BLOCK-LOST          VALUE 'L'.
           05 SS-S3-BUCKET           PIC X(063).
           05 SS-S3-KEY              PIC X(085).
           05 SS-STORAGE-CLASS       PIC X(012).
           05 SS-REQUEST-DATE        PIC X(008).
           05 SS-REQUEST-TIME        PIC X(006).

       FD  MANIFEST-FILE
           RECORD CONTAINS 300 CHARACTERS.
       01  MANIFEST-LINE             PIC X(300).

       FD  AFMRCYC-FILE
           RECORD CONTAINS 050 CHARACTERS.
           COPY AFMRCYC.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AFMRCL-STATUS          PIC X(002).
           88 AFMRCL-OK              VALUE '00'.
       01  WS-AFMVSEQ-STATUS         PIC X(002).
           88 AFMVSEQ-OK             VALUE '00'.
       01  WS-MANIFEST-STATUS        PIC X(002).
       01  WS-AFMRCYC-STATUS         PIC X(002).
           88 AFMRCYC-OK             VALUE '00'.
       01  WS-REPORT-STATUS          PIC X(002).

       01  WS-AFMRCL-EOF-SW          PIC X(001) VALUE 'N'.
           88 AFMRCL-AT-EOF             VALUE 'Y'.
       01  WS-AFMVSEQ-EOF-SW         PIC X(001) VALUE 'N'.
           88 AFMVSEQ-AT-EOF            VALUE 'Y'.
       01  WS-SET-SORT-EOF-SW        PIC X(001) VALUE 'N'.
           88 SET-SORT-AT-EOF           VALUE 'Y'.

       01  WS-CUT-DATE               PIC X(008).
       01  WS-CUT-TIME               PIC X(006).
       01  WS-RCY-NUMBER             PIC 9(007) VALUE 0.
       01  WS-RCYC-IMAGE             PIC X(050) VALUE SPACES.

       01  WS-COUNTERS.
           05 WS-REQUESTS-OPEN       PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-REQUESTS-SENT       PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-REQUESTS-WITHHELD   PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-SET-REQUESTS        PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-REWRITE-FAILED      PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ROW-COUNT           PIC 9(009) USAGE BINARY VALUE 0.

      * the multi-volume set being assembled from the sort, and the
      * request waiting for it
       01  WS-SET-KEY                PIC X(050).
       01  WS-SET-MEMBERS            PIC 9(004) USAGE BINARY VALUE 0.
       01  WS-SET-SUB                PIC 9(004) USAGE BINARY VALUE 0.
       01  WS-SET-REQUEST-SW         PIC X(001) VALUE 'N'.
           88 WS-SET-REQUESTED          VALUE 'Y'.
           88 WS-SET-NOT-REQUESTED      VALUE 'N'.
       01  WS-SET-REQUEST-KEY.
           05 WS-SET-REQUEST-DSN     PIC X(044).
           05 WS-SET-REQUEST-DATE    PIC X(008).
           05 WS-SET-REQUEST-TIME    PIC X(006).
       01  WS-SET-EXPECTED           PIC 9(003) USAGE BINARY VALUE 0.
       01  WS-SET-TABLE.
           05 WS-SET-ENTRY OCCURS 999 TIMES.
               10 SET-VOLUME-ID      PIC X(006).
               10 SET-FILE-SEQ       PIC 9(002) USAGE BINARY.
               10 SET-VOLSET-SEQ     PIC 9(003) USAGE BINARY.
               10 SET-BLOCK-FLAG     PIC X(001).
               10 SET-S3-BUCKET      PIC X(063).
               10 SET-S3-KEY         PIC X(085).
               10 SET-STORAGE-CLASS  PIC X(012).

       01  WS-WITHHOLD-REASON        PIC X(050) VALUE SPACES.

      * one manifest line: the request key the AWS side echoes on
      * the recall confirmation feed, where the dataset is to be
      * restored and by when, then the object to restore it from
      * and the volume's place in its volume set (1,1 for a single
      * volume)
       01  WS-MANIFEST-BUILD.
           05 MB-DATASET-ID          PIC X(044).
           05 FILLER                 PIC X(001) VALUE ','.
           05 MB-REQUEST-DATE        PIC X(008).
           05 FILLER                 PIC X(001) VALUE ','.
           05 MB-REQUEST-TIME        PIC X(006).
           05 FILLER                 PIC X(001) VALUE ','.
           05 MB-TARGET-DSN          PIC X(044).
           05 FILLER                 PIC X(001) VALUE ','.
           05 MB-DATE-NEEDED         PIC X(008).
           05 FILLER                 PIC X(001) VALUE ','.
           05 MB-VOLUME-ID           PIC X(006).
           05 FILLER                 PIC X(001) VALUE ','.
           05 MB-FILE-SEQ            PIC 9(003).
           05 FILLER                 PIC X(001) VALUE ','.
           05 MB-S3-BUCKET           PIC X(063).
           05 FILLER                 PIC X(001) VALUE ','.
           05 MB-S3-KEY              PIC X(085).
           05 FILLER                 PIC X(001) VALUE ','.
           05 MB-STORAGE-CLASS       PIC X(012).
           05 FILLER                 PIC X(001) VALUE ','.
           05 MB-VOLSET-SEQ          PIC 9(003).
           05 FILLER                 PIC X(001) VALUE ','.
           05 MB-VOLSET-COUNT        PIC 9(003).

       01  WS-HEADER-LINE.
           05 FILLER                 PIC X(053) VALUE
               'DATASET-ID,REQ-DATE,REQ-TIME,TARGET-DSN,DATE-NEEDED,'.
           05 FILLER                 PIC X(050) VALUE
               'VOLUME-ID,FILE-SEQ,S3-BUCKET,S3-KEY,STORAGE-CLASS,'.
           05 FILLER                 PIC X(017) VALUE
               'VOL-SEQ,VOL-COUNT'.

      * control records bracketing the manifest, as on the AFM030
      * migration manifest: the AWS side verifies the trailer count
      * and echoes the recall cycle on every confirmation record
       01  WS-MANIFEST-HDR-BUILD.
           05 FILLER                 PIC X(006) VALUE 'CYCLE,'.
           05 MH-CYCLE-NUMBER        PIC 9(007).
           05 FILLER                 PIC X(001) VALUE ','.
           05 MH-CUT-DATE            PIC X(008).
           05 FILLER                 PIC X(001) VALUE ','.
           05 MH-CUT-TIME            PIC X(006).

       01  WS-MANIFEST-TRL-BUILD.
           05 FILLER                 PIC X(008) VALUE 'TRAILER,'.
           05 MT-ROW-COUNT           PIC 9(009).

       01  WS-HEADING-1.
           05 FILLER                 PIC X(040) VALUE
               'AFM340 - RECALL MANIFEST      CYCLE '.
           05 HD-CYCLE-NUMBER        PIC 9(007).
           05 FILLER                 PIC X(006) VALUE '  CUT '.
           05 HD-CUT-DATE            PIC X(008).
           05 FILLER                 PIC X(001) VALUE SPACE.
           05 HD-CUT-TIME            PIC X(006).

       01  WS-DETAIL-HEADING.
           05 FILLER                 PIC X(012) VALUE '  OUTCOME'.
           05 FILLER                 PIC X(046) VALUE 'DATASET-ID'.
           05 FILLER                 PIC X(017) VALUE 'REQUESTED'.
           05 FILLER                 PIC X(010) VALUE 'NEEDED'.
           05 FILLER                 PIC X(006) VALUE 'REASON'.

       01  WS-DETAIL-LINE.
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 DL-OUTCOME             PIC X(008).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 DL-DATASET-ID          PIC X(044).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 DL-REQUEST-DATE        PIC X(008).
           05 FILLER                 PIC X(001) VALUE SPACE.
           05 DL-REQUEST-TIME        PIC X(006).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 DL-DATE-NEEDED         PIC X(008).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 DL-REASON              PIC X(045).

       01  WS-TOTAL-LINE-1.
           05 FILLER                 PIC X(024) VALUE
               'OPEN REQUESTS READ     '.
           05 TL-REQUESTS-OPEN       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'REQUESTS SENT          '.
           05 TL-REQUESTS-SENT       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'REQUESTS WITHHELD      '.
           05 TL-REQUESTS-WITHHELD   PIC ZZZ,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05 FILLER                 PIC X(024) VALUE
               'MANIFEST ROWS WRITTEN  '.
           05 TL-ROW-COUNT           PIC ZZZ,ZZZ,ZZ9.

       01  WS-ABEND-MESSAGE          PIC X(060) VALUE SPACES.
       01  WS-MESSAGE-LINE           PIC X(060).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           SORT SET-SORT-FILE
               ON ASCENDING KEY SS-DATASET-ID SS-FIRST-VOL
                                SS-TYPE SS-VOLSET-SEQ
                                SS-VOLUME-ID SS-FILE-SEQ
               INPUT PROCEDURE IS 2000-SELECT-REQUESTS
               OUTPUT PROCEDURE IS 3000-MANIFEST-VOLUME-SETS
           PERFORM 8000-FINISH
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CUT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CUT-TIME FROM TIME
           OPEN OUTPUT REPORT-FILE
           OPEN I-O AFMRCL-FILE
           IF NOT AFMRCL-OK
               MOVE 'AFM340 CANNOT OPEN AFMRCL - NO MANIFEST CUT'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-ABEND
           END-IF
           OPEN INPUT AFMVSEQ-FILE
           IF NOT AFMVSEQ-OK
               MOVE 'AFM340 CANNOT OPEN AFMVSEQ - NO MANIFEST CUT'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-ABEND
           END-IF
           PERFORM 1500-NEXT-CYCLE
           MOVE WS-RCY-NUMBER TO HD-CYCLE-NUMBER
           MOVE WS-CUT-DATE   TO HD-CUT-DATE
           MOVE WS-CUT-TIME   TO HD-CUT-TIME
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DETAIL-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN OUTPUT MANIFEST-FILE
           MOVE WS-RCY-NUMBER TO MH-CYCLE-NUMBER
           MOVE WS-CUT-DATE   TO MH-CUT-DATE
           MOVE WS-CUT-TIME   TO MH-CUT-TIME
           MOVE WS-MANIFEST-HDR-BUILD TO MANIFEST-LINE
           WRITE MANIFEST-LINE
           MOVE WS-HEADER-LINE TO MANIFEST-LINE
           WRITE MANIFEST-LINE.

      *-------------------------------------------------------*
      * 1500-NEXT-CYCLE - take the next recall cycle number   *
      *                   and stamp the cut on AFMRCYC before *
      *                   anything is sent, so a number is    *
      *                   never used twice even if this run   *
      *                   fails. An empty control file means  *
      *                   this is the first recall manifest.  *
      *-------------------------------------------------------*
       1500-NEXT-CYCLE.
           MOVE 0 TO WS-RCY-NUMBER
           OPEN INPUT AFMRCYC-FILE
           IF AFMRCYC-OK
               READ AFMRCYC-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RY-CYCLE-NUMBER TO WS-RCY-NUMBER
               END-READ
               CLOSE AFMRCYC-FILE
           END-IF
           ADD 1 TO WS-RCY-NUMBER
           MOVE SPACES        TO AFMRCYC-RECORD
           MOVE WS-RCY-NUMBER TO RY-CYCLE-NUMBER
           MOVE WS-CUT-DATE   TO RY-CUT-DATE
           MOVE WS-CUT-TIME   TO RY-CUT-TIME
           MOVE 0             TO RY-REQUEST-COUNT
           MOVE 0             TO RY-MANIFEST-COUNT
           MOVE AFMRCYC-RECORD TO WS-RCYC-IMAGE
           OPEN OUTPUT AFMRCYC-FILE
           WRITE AFMRCYC-RECORD
           CLOSE AFMRCYC-FILE.

      *-------------------------------------------------------*
      * 2000-SELECT-REQUESTS - sort input: one pass of the    *
      *                        open requests. A single-volume *
      *                        request goes straight to the   *
      *                        manifest; a multi-volume one   *
      *                        is released to the sort, and   *
      *                        then, only if there was one,   *
      *                        every volume of every          *
      *                        multi-volume set on AFMVSEQ is *
      *                        released after it.             *
      *-------------------------------------------------------*
       2000-SELECT-REQUESTS.
           PERFORM 2100-TAKE-REQUEST THRU 2100-EXIT
               UNTIL AFMRCL-AT-EOF
           IF WS-SET-REQUESTS > 0
               MOVE LOW-VALUES TO VS-REC-KEY
               START AFMVSEQ-FILE KEY IS NOT LESS THAN VS-REC-KEY
                   INVALID KEY
                       SET AFMVSEQ-AT-EOF TO TRUE
               END-START
               PERFORM 2500-RELEASE-SET-VOLUME THRU 2500-EXIT
                   UNTIL AFMVSEQ-AT-EOF
           END-IF.

       2100-TAKE-REQUEST.
           READ AFMRCL-FILE NEXT RECORD
               AT END
                   SET AFMRCL-AT-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF NOT RC-STATUS-OPEN
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-REQUESTS-OPEN
           IF RC-VOLSET-SINGLE
               PERFORM 2200-MANIFEST-SINGLE THRU 2200-EXIT
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-SET-REQUESTS
           MOVE SPACES              TO SET-SORT-RECORD
           MOVE RC-DATASET-ID       TO SS-DATASET-ID
           MOVE RC-VOLSET-FIRST-VOL TO SS-FIRST-VOL
           SET SS-TYPE-REQUEST TO TRUE
           MOVE 0                   TO SS-VOLSET-SEQ
           MOVE RC-VOLUME-ID        TO SS-VOLUME-ID
           MOVE RC-FILE-SEQ         TO SS-FILE-SEQ
           MOVE RC-VOLSET-COUNT     TO SS-VOLSET-COUNT
           MOVE RC-REQUEST-DATE     TO SS-REQUEST-DATE
           MOVE RC-REQUEST-TIME     TO SS-REQUEST-TIME
           RELEASE SET-SORT-RECORD.
       2100-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 2200-MANIFEST-SINGLE - a single-volume request: the   *
      *                        row it was keyed against must  *
      *                        still be on file, hold the     *
      *                        same dataset, be CONCLUIDA     *
      *                        with an S3 key, and not be on  *
      *                        an AFM320 hold for a lost or   *
      *                        changed object.                *
      *-------------------------------------------------------*
       2200-MANIFEST-SINGLE.
           MOVE RC-VOLUME-ID TO VS-VOLUME-ID
           MOVE RC-FILE-SEQ  TO VS-FILE-SEQ
           READ AFMVSEQ-FILE
               KEY IS VS-REC-KEY
               INVALID KEY
                   MOVE 'AFMVSEQ ROW NO LONGER ON FILE'
                       TO WS-WITHHOLD-REASON
                   PERFORM 4500-REPORT-WITHHELD
                   GO TO 2200-EXIT
           END-READ
           IF VS-DATASET-ID NOT = RC-DATASET-ID
               MOVE 'AFMVSEQ ROW NOW HOLDS ANOTHER DATASET'
                   TO WS-WITHHOLD-REASON
               PERFORM 4500-REPORT-WITHHELD
               GO TO 2200-EXIT
           END-IF
           IF NOT VS-SITUACAO-CONCLUIDA
               MOVE 'ROW IS NO LONGER CONCLUIDA' TO WS-WITHHOLD-REASON
               PERFORM 4500-REPORT-WITHHELD
               GO TO 2200-EXIT
           END-IF
           IF VS-S3-KEY = SPACES
               MOVE 'ROW CARRIES NO S3 KEY' TO WS-WITHHOLD-REASON
               PERFORM 4500-REPORT-WITHHELD
               GO TO 2200-EXIT
           END-IF
           IF VS-EXCEPTION-HOLD AND VS-EXCEPTION-SET-BY = 'AFM320'
               MOVE 'S3 OBJECT LOST OR CHANGED - AFM320 HOLD'
                   TO WS-WITHHOLD-REASON
               PERFORM 4500-REPORT-WITHHELD
               GO TO 2200-EXIT
           END-IF
           PERFORM 4100-SET-REQUEST-LINE
           MOVE VS-VOLUME-ID     TO MB-VOLUME-ID
           MOVE VS-FILE-SEQ      TO MB-FILE-SEQ
           MOVE VS-TARGET-S3-BUCKET TO MB-S3-BUCKET
           MOVE VS-S3-KEY        TO MB-S3-KEY
           MOVE VS-STORAGE-CLASS TO MB-STORAGE-CLASS
           MOVE 1                TO MB-VOLSET-SEQ
           MOVE 1                TO MB-VOLSET-COUNT
           PERFORM 4200-WRITE-MANIFEST-LINE
           PERFORM 4300-MARK-SENT THRU 4300-EXIT.
       2200-EXIT.
           EXIT.

       2500-RELEASE-SET-VOLUME.
           READ AFMVSEQ-FILE NEXT RECORD
               AT END
                   SET AFMVSEQ-AT-EOF TO TRUE
                   GO TO 2500-EXIT
           END-READ
           IF VS-VOLSET-SINGLE
               GO TO 2500-EXIT
           END-IF
           MOVE SPACES              TO SET-SORT-RECORD
           MOVE VS-DATASET-ID       TO SS-DATASET-ID
           MOVE VS-VOLSET-FIRST-VOL TO SS-FIRST-VOL
           SET SS-TYPE-VOLUME TO TRUE
           MOVE VS-VOLSET-SEQ       TO SS-VOLSET-SEQ
           MOVE VS-VOLUME-ID        TO SS-VOLUME-ID
           MOVE VS-FILE-SEQ         TO SS-FILE-SEQ
           MOVE VS-VOLSET-COUNT     TO SS-VOLSET-COUNT
           MOVE VS-TARGET-S3-BUCKET TO SS-S3-BUCKET
           MOVE VS-S3-KEY           TO SS-S3-KEY
           MOVE VS-STORAGE-CLASS    TO SS-STORAGE-CLASS
           EVALUATE TRUE
               WHEN NOT VS-SITUACAO-CONCLUIDA
                   SET SS-BLOCK-NOT-CONCLUIDA TO TRUE
               WHEN VS-S3-KEY = SPACES
                   SET SS-BLOCK-NO-KEY TO TRUE
               WHEN VS-EXCEPTION-HOLD
                   AND VS-EXCEPTION-SET-BY = 'AFM320'
                   SET SS-BLOCK-LOST TO TRUE
               WHEN OTHER
                   SET SS-BLOCK-NONE TO TRUE
           END-EVALUATE
           RELEASE SET-SORT-RECORD.
       2500-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 3000-MANIFEST-VOLUME-SETS - sort output: one set at a *
      *                             time. A set nobody asked  *
      *                             for is passed over; a     *
      *                             requested set goes out    *
      *                             whole, in volume order,   *
      *                             or is withheld.           *
      *-------------------------------------------------------*
       3000-MANIFEST-VOLUME-SETS.
           PERFORM 3900-RETURN-SORTED
           PERFORM 3100-TAKE-SET THRU 3100-EXIT
               UNTIL SET-SORT-AT-EOF.

       3100-TAKE-SET.
           MOVE SS-SET-KEY TO WS-SET-KEY
           MOVE 0 TO WS-SET-MEMBERS
           SET WS-SET-NOT-REQUESTED TO TRUE
           IF SS-TYPE-REQUEST
               SET WS-SET-REQUESTED TO TRUE
               MOVE SS-DATASET-ID   TO WS-SET-REQUEST-DSN
               MOVE SS-REQUEST-DATE TO WS-SET-REQUEST-DATE
               MOVE SS-REQUEST-TIME TO WS-SET-REQUEST-TIME
               MOVE SS-VOLSET-COUNT TO WS-SET-EXPECTED
               PERFORM 3900-RETURN-SORTED
           END-IF
           PERFORM 3200-COLLECT-VOLUME THRU 3200-EXIT
               UNTIL SET-SORT-AT-EOF
                  OR SS-SET-KEY NOT = WS-SET-KEY
           IF WS-SET-NOT-REQUESTED
               GO TO 3100-EXIT
           END-IF
           PERFORM 3300-SEND-SET THRU 3300-EXIT.
       3100-EXIT.
           EXIT.

      * a second open request for the same set cannot be keyed
      * through AF74; if one is found it is left open and listed
       3200-COLLECT-VOLUME.
           IF SS-TYPE-REQUEST
               PERFORM 3250-REPORT-EXTRA-REQUEST
               PERFORM 3900-RETURN-SORTED
               GO TO 3200-EXIT
           END-IF
           IF WS-SET-REQUESTED AND WS-SET-MEMBERS < 999
               ADD 1 TO WS-SET-MEMBERS
               MOVE SS-VOLUME-ID     TO SET-VOLUME-ID (WS-SET-MEMBERS)
               MOVE SS-FILE-SEQ      TO SET-FILE-SEQ (WS-SET-MEMBERS)
               MOVE SS-VOLSET-SEQ    TO SET-VOLSET-SEQ (WS-SET-MEMBERS)
               MOVE SS-BLOCK-FLAG    TO SET-BLOCK-FLAG (WS-SET-MEMBERS)
               MOVE SS-S3-BUCKET     TO SET-S3-BUCKET (WS-SET-MEMBERS)
               MOVE SS-S3-KEY        TO SET-S3-KEY (WS-SET-MEMBERS)
               MOVE SS-STORAGE-CLASS
                   TO SET-STORAGE-CLASS (WS-SET-MEMBERS)
           END-IF
           PERFORM 3900-RETURN-SORTED.
       3200-EXIT.
           EXIT.

       3250-REPORT-EXTRA-REQUEST.
           MOVE SPACES TO AFMRCL-RECORD
           MOVE SS-DATASET-ID   TO RC-DATASET-ID
           MOVE SS-REQUEST-DATE TO RC-REQUEST-DATE
           MOVE SS-REQUEST-TIME TO RC-REQUEST-TIME
           READ AFMRCL-FILE
               KEY IS RC-KEY
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE 'ANOTHER REQUEST FOR THE SAME SET GOES FIRST'
               TO WS-WITHHOLD-REASON
           PERFORM 4500-REPORT-WITHHELD.

      *-------------------------------------------------------*
      * 3300-SEND-SET - every volume the set's count calls    *
      *                 for must be there, once each, in      *
      *                 sequence, and fit to restore from.    *
      *                 Then the whole set is written and the *
      *                 request marked sent.                  *
      *-------------------------------------------------------*
       3300-SEND-SET.
           MOVE SPACES TO AFMRCL-RECORD
           MOVE WS-SET-REQUEST-KEY TO RC-KEY
           READ AFMRCL-FILE
               KEY IS RC-KEY
               INVALID KEY
                   GO TO 3300-EXIT
           END-READ
           MOVE SPACES TO WS-WITHHOLD-REASON
           IF WS-SET-MEMBERS NOT = WS-SET-EXPECTED
               MOVE 'VOLUME SET INCOMPLETE ON AFMVSEQ'
                   TO WS-WITHHOLD-REASON
           END-IF
           PERFORM 3350-CHECK-MEMBER
               VARYING WS-SET-SUB FROM 1 BY 1
               UNTIL WS-SET-SUB > WS-SET-MEMBERS
                  OR WS-WITHHOLD-REASON NOT = SPACES
           IF WS-WITHHOLD-REASON NOT = SPACES
               PERFORM 4500-REPORT-WITHHELD
               GO TO 3300-EXIT
           END-IF
           PERFORM 4100-SET-REQUEST-LINE
           PERFORM 3400-WRITE-MEMBER
               VARYING WS-SET-SUB FROM 1 BY 1
               UNTIL WS-SET-SUB > WS-SET-MEMBERS
           PERFORM 4300-MARK-SENT THRU 4300-EXIT.
       3300-EXIT.
           EXIT.

       3350-CHECK-MEMBER.
           IF SET-VOLSET-SEQ (WS-SET-SUB) NOT = WS-SET-SUB
               MOVE 'VOLUME SET OUT OF SEQUENCE ON AFMVSEQ'
                   TO WS-WITHHOLD-REASON
           END-IF
           EVALUATE SET-BLOCK-FLAG (WS-SET-SUB)
               WHEN 'C'
                   MOVE 'A VOLUME OF THE SET IS NOT CONCLUIDA'
                       TO WS-WITHHOLD-REASON
               WHEN 'K'
                   MOVE 'A VOLUME OF THE SET CARRIES NO S3 KEY'
                       TO WS-WITHHOLD-REASON
               WHEN 'L'
                   MOVE 'S3 OBJECT LOST OR CHANGED - AFM320 HOLD'
                       TO WS-WITHHOLD-REASON
           END-EVALUATE.

       3400-WRITE-MEMBER.
           MOVE SET-VOLUME-ID (WS-SET-SUB)     TO MB-VOLUME-ID
           MOVE SET-FILE-SEQ (WS-SET-SUB)      TO MB-FILE-SEQ
           MOVE SET-S3-BUCKET (WS-SET-SUB)     TO MB-S3-BUCKET
           MOVE SET-S3-KEY (WS-SET-SUB)        TO MB-S3-KEY
           MOVE SET-STORAGE-CLASS (WS-SET-SUB) TO MB-STORAGE-CLASS
           MOVE SET-VOLSET-SEQ (WS-SET-SUB)    TO MB-VOLSET-SEQ
           MOVE WS-SET-MEMBERS                 TO MB-VOLSET-COUNT
           PERFORM 4200-WRITE-MANIFEST-LINE.

       3900-RETURN-SORTED.
           RETURN SET-SORT-FILE
               AT END
                   SET SET-SORT-AT-EOF TO TRUE
           END-RETURN.

      *-------------------------------------------------------*
      * 4100-SET-REQUEST-LINE - the request columns, the same *
      *                         on every line of a set.       *
      *-------------------------------------------------------*
       4100-SET-REQUEST-LINE.
           MOVE RC-DATASET-ID   TO MB-DATASET-ID
           MOVE RC-REQUEST-DATE TO MB-REQUEST-DATE
           MOVE RC-REQUEST-TIME TO MB-REQUEST-TIME
           MOVE RC-TARGET-DSN   TO MB-TARGET-DSN
           MOVE RC-DATE-NEEDED  TO MB-DATE-NEEDED.

       4200-WRITE-MANIFEST-LINE.
           MOVE WS-MANIFEST-BUILD TO MANIFEST-LINE
           WRITE MANIFEST-LINE
           ADD 1 TO WS-ROW-COUNT.

      *-------------------------------------------------------*
      * 4300-MARK-SENT - the request in AFMRCL-RECORD went    *
      *                  out on this cycle's manifest.        *
      *-------------------------------------------------------*
       4300-MARK-SENT.
           SET RC-STATUS-SENT TO TRUE
           MOVE WS-RCY-NUMBER TO RC-RECALL-CYCLE
           MOVE WS-CUT-DATE   TO RC-MANIFEST-DATE
           REWRITE AFMRCL-RECORD
               INVALID KEY
                   MOVE 'AFMRCL REWRITE FAILED - NOT MARKED SENT'
                       TO WS-WITHHOLD-REASON
                   ADD 1 TO WS-REWRITE-FAILED
                   MOVE 'ERROR' TO DL-OUTCOME
                   PERFORM 4600-WRITE-DETAIL
                   GO TO 4300-EXIT
           END-REWRITE
           ADD 1 TO WS-REQUESTS-SENT
           MOVE SPACES TO WS-WITHHOLD-REASON
           MOVE 'SENT' TO DL-OUTCOME
           PERFORM 4600-WRITE-DETAIL.
       4300-EXIT.
           EXIT.

       4500-REPORT-WITHHELD.
           ADD 1 TO WS-REQUESTS-WITHHELD
           MOVE 'WITHHELD' TO DL-OUTCOME
           PERFORM 4600-WRITE-DETAIL.

       4600-WRITE-DETAIL.
           MOVE RC-DATASET-ID      TO DL-DATASET-ID
           MOVE RC-REQUEST-DATE    TO DL-REQUEST-DATE
           MOVE RC-REQUEST-TIME    TO DL-REQUEST-TIME
           MOVE RC-DATE-NEEDED     TO DL-DATE-NEEDED
           MOVE WS-WITHHOLD-REASON TO DL-REASON
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *-------------------------------------------------------*
      * 8000-FINISH - trailer, cycle counts and totals. RC=4  *
      *               when any request had to be withheld, or *
      *               went out but could not be marked sent   *
      *               (it will go again tomorrow).            *
      *-------------------------------------------------------*
       8000-FINISH.
           MOVE WS-ROW-COUNT TO MT-ROW-COUNT
           MOVE WS-MANIFEST-TRL-BUILD TO MANIFEST-LINE
           WRITE MANIFEST-LINE
           CLOSE MANIFEST-FILE
           CLOSE AFMRCL-FILE
           CLOSE AFMVSEQ-FILE
           MOVE WS-RCYC-IMAGE    TO AFMRCYC-RECORD
           MOVE WS-REQUESTS-SENT TO RY-REQUEST-COUNT
           MOVE WS-ROW-COUNT     TO RY-MANIFEST-COUNT
           OPEN OUTPUT AFMRCYC-FILE
           WRITE AFMRCYC-RECORD
           CLOSE AFMRCYC-FILE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REQUESTS-OPEN     TO TL-REQUESTS-OPEN
           MOVE WS-REQUESTS-SENT     TO TL-REQUESTS-SENT
           MOVE WS-REQUESTS-WITHHELD TO TL-REQUESTS-WITHHELD
           MOVE WS-TOTAL-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ROW-COUNT TO TL-ROW-COUNT
           MOVE WS-TOTAL-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-REQUESTS-WITHHELD + WS-REWRITE-FAILED > 0
               MOVE 'AFM340 RECALL REQUESTS WITHHELD - SEE RPT340'
                   TO WS-MESSAGE-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-MESSAGE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE REPORT-FILE.

      *-------------------------------------------------------*
      * 9000-ABEND - message to the report and the console,   *
      *              RC=16. Nothing has been sent and the     *
      *              recall cycle has not moved.              *
      *-------------------------------------------------------*
       9000-ABEND.
           MOVE WS-ABEND-MESSAGE TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY WS-ABEND-MESSAGE
           CLOSE REPORT-FILE
           MOVE 16 TO RETURN-CODE
           GOBACK.

       9999-EXIT.
           EXIT.
