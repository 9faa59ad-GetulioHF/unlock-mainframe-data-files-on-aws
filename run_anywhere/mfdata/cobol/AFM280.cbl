       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AFM280.
       AUTHOR.        G HALLORAN FILHO.
       INSTALLATION.  GFS DATA MIGRATION.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *****************************************************
      * MODIFICATION HISTORY                               *
      *-----------------------------------------------------*
      * DATE       INIT  DESCRIPTION                        *
      * 2026-10-15 GHF   Initial version - retention and    *
      *                  legal-hold disposition. Applies    *
      *                  the clean records-management feed  *
      *                  (AFMRETN, edited by AFM160) to     *
      *                  AFMVSEQ by DATASET-ID. Sorts the   *
      *                  live rows by DATASET-ID and match- *
      *                  merges them against the feed so    *
      *                  every copy of a dataset gets the   *
      *                  same answer. Each matched row has  *
      *                  its retention date stamped and its *
      *                  legal-hold flag set or cleared. A  *
      *                  PENDENTE row past its expiry date  *
      *                  and not under legal hold becomes   *
      *                  EXPIRADA - a final disposition:    *
      *                  it never reaches the manifest and  *
      *                  counts as resolved. An EXPIRADA    *
      *                  row whose date has been extended,  *
      *                  or which has since gone under      *
      *                  legal hold, goes back to PENDENTE. *
      *                  A row already sent is never        *
      *                  expired, only listed. Rows the     *
      *                  feed does not mention are left as  *
      *                  they are. Every disposition lands  *
      *                  on the RPT280 compliance report.   *
      *                  Run after AFM040 RUN-MODE=LOAD and *
      *                  AFM150, before AFM200, AFM260 and  *
      *                  AFM030.                            *
      * 2026-10-15 GHF   Every row the run changes is       *
      *                  journaled to AFMJRNL (before and   *
      *                  after image, run timestamp) so     *
      *                  AFM310 can back the run out.       *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AFMRETN-FILE  ASSIGN TO AFMRETN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AFMRETN-STATUS.

           SELECT AFMVSEQ-FILE  ASSIGN TO AFMVSEQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VS-REC-KEY
               FILE STATUS IS WS-AFMVSEQ-STATUS.

           SELECT AFMJRNL-FILE  ASSIGN TO AFMJRNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AFMJRNL-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK1.

           SELECT RETSORT-FILE  ASSIGN TO RETSORT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RETSORT-STATUS.

           SELECT REPORT-FILE   ASSIGN TO RPT280
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AFMRETN-FILE
           RECORD CONTAINS 080 CHARACTERS.
           COPY AFMRETN.

       FD  AFMVSEQ-FILE.
           COPY AFMVSEQ.

       FD  AFMJRNL-FILE
           RECORD CONTAINS 810 CHARACTERS.
           COPY AFMJRNL.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SD-DATASET-ID     PIC X(044).
           05 SD-VOLUME-ID      PIC X(006).
           05 SD-FILE-SEQ       PIC 9(002) USAGE BINARY.

       FD  RETSORT-FILE
           RECORD CONTAINS 052 CHARACTERS.
       01  RETSORT-RECORD.
           05 RS-DATASET-ID     PIC X(044).
           05 RS-VOLUME-ID      PIC X(006).
           05 RS-FILE-SEQ       PIC 9(002) USAGE BINARY.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AFMRETN-STATUS      PIC X(002).
           88 AFMRETN-OK          VALUE '00'.
           88 AFMRETN-EOF         VALUE '10'.
       01  WS-AFMVSEQ-STATUS      PIC X(002).
           88 AFMVSEQ-OK          VALUE '00'.
           88 AFMVSEQ-EOF         VALUE '10'.
           88 AFMVSEQ-NOTFND      VALUE '23'.
       01  WS-AFMJRNL-STATUS      PIC X(002).
       01  WS-RETSORT-STATUS      PIC X(002).
           88 RETSORT-OK          VALUE '00'.
           88 RETSORT-EOF         VALUE '10'.
       01  WS-REPORT-STATUS       PIC X(002).

       01  WS-AFMVSEQ-EOF-SW      PIC X(001) VALUE 'N'.
           88 AFMVSEQ-AT-EOF         VALUE 'Y'.
       01  WS-RETSORT-EOF-SW      PIC X(001) VALUE 'N'.
           88 RETSORT-AT-EOF         VALUE 'Y'.
       01  WS-AFMRETN-EOF-SW      PIC X(001) VALUE 'N'.
           88 AFMRETN-AT-EOF         VALUE 'Y'.
       01  WS-FEED-MATCHED-SW     PIC X(001) VALUE 'N'.
           88 WS-FEED-MATCHED        VALUE 'Y'.
       01  WS-ROW-CHANGED-SW      PIC X(001) VALUE 'N'.
           88 WS-ROW-CHANGED         VALUE 'Y'.
       01  WS-ROW-EXPIRED-SW      PIC X(001) VALUE 'N'.
           88 WS-ROW-PAST-EXPIRY     VALUE 'Y'.

       01  WS-TODAY-DATE          PIC X(008).
       01  WS-RUN-TIME            PIC X(006).

      * the row as read, kept for the AFMJRNL before image, and
      * the number of journal records this run has written
       01  WS-JRNL-BEFORE-IMAGE   PIC X(375).
       01  WS-JRNL-COUNT          PIC 9(007) USAGE BINARY VALUE 0.

       01  WS-COUNTERS.
           05 WS-ROWS-READ        PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-FEED-READ        PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ROWS-MATCHED     PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-FEED-NOT-ON-FILE PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ROWS-EXPIRED     PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ROWS-REVERSED    PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-HOLDS-PLACED     PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-HOLDS-LIFTED     PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ROWS-PAST-SENT   PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-DATES-STAMPED    PIC 9(007) USAGE BINARY VALUE 0.

       01  WS-HEADING-1.
           05 FILLER                PIC X(050) VALUE
               'AFM280 - RETENTION DISPOSITION COMPLIANCE REPORT'.
           05 FILLER                PIC X(006) VALUE 'DATE: '.
           05 HD-RUN-DATE           PIC X(008).

       01  WS-HEADING-2.
           05 FILLER                PIC X(008) VALUE 'VOLUME'.
           05 FILLER                PIC X(004) VALUE 'SEQ'.
           05 FILLER                PIC X(046) VALUE 'DATASET-ID'.
           05 FILLER                PIC X(010) VALUE 'EXPIRES'.
           05 FILLER                PIC X(040) VALUE 'DISPOSITION'.

       01  WS-DETAIL-LINE.
           05 DL-VOLUME-ID          PIC X(006).
           05 FILLER                PIC X(002) VALUE SPACES.
           05 DL-FILE-SEQ           PIC Z(001)9.
           05 FILLER                PIC X(002) VALUE SPACES.
           05 DL-DATASET-ID         PIC X(044).
           05 FILLER                PIC X(002) VALUE SPACES.
           05 DL-EXPIRY-DATE        PIC X(008).
           05 FILLER                PIC X(002) VALUE SPACES.
           05 DL-MESSAGE            PIC X(050).

       01  WS-TOTAL-LINE-1.
           05 FILLER                PIC X(024) VALUE
               'AFMVSEQ ROWS READ      '.
           05 TL-ROWS-READ          PIC ZZZ,ZZ9.
           05 FILLER                PIC X(004) VALUE SPACES.
           05 FILLER                PIC X(024) VALUE
               'FEED RECORDS READ      '.
           05 TL-FEED-READ          PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05 FILLER                PIC X(024) VALUE
               'ROWS MATCHED TO FEED   '.
           05 TL-ROWS-MATCHED       PIC ZZZ,ZZ9.
           05 FILLER                PIC X(004) VALUE SPACES.
           05 FILLER                PIC X(024) VALUE
               'FEED DSNS NOT ON FILE  '.
           05 TL-FEED-NOT-ON-FILE   PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05 FILLER                PIC X(024) VALUE
               'ROWS EXPIRED           '.
           05 TL-ROWS-EXPIRED       PIC ZZZ,ZZ9.
           05 FILLER                PIC X(004) VALUE SPACES.
           05 FILLER                PIC X(024) VALUE
               'EXPIRIES REVERSED      '.
           05 TL-ROWS-REVERSED      PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-4.
           05 FILLER                PIC X(024) VALUE
               'LEGAL HOLDS PLACED     '.
           05 TL-HOLDS-PLACED       PIC ZZZ,ZZ9.
           05 FILLER                PIC X(004) VALUE SPACES.
           05 FILLER                PIC X(024) VALUE
               'LEGAL HOLDS LIFTED     '.
           05 TL-HOLDS-LIFTED       PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-5.
           05 FILLER                PIC X(024) VALUE
               'PAST RETENTION, SENT   '.
           05 TL-ROWS-PAST-SENT     PIC ZZZ,ZZ9.
           05 FILLER                PIC X(004) VALUE SPACES.
           05 FILLER                PIC X(024) VALUE
               'RETENTION DATES STAMPED'.
           05 TL-DATES-STAMPED      PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-SORT-WORKFILE
           PERFORM 2000-INITIALIZE
           PERFORM 3000-MATCH-ROW THRU 3000-EXIT
               UNTIL RETSORT-AT-EOF
           PERFORM 3100-SKIP-FEED-RECORD
               UNTIL AFMRETN-AT-EOF
           PERFORM 8000-FINISH
           GOBACK.

      *-------------------------------------------------------*
      * 1000-SORT-WORKFILE - order the live AFMVSEQ keys by    *
      *                      DATASET-ID, the feed's key, so    *
      *                      the two can be match-merged.      *
      *-------------------------------------------------------*
       1000-SORT-WORKFILE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-DATASET-ID SD-VOLUME-ID SD-FILE-SEQ
               INPUT PROCEDURE IS 1100-RELEASE-SORT-RECORDS
               GIVING RETSORT-FILE.

       1100-RELEASE-SORT-RECORDS.
           OPEN INPUT AFMVSEQ-FILE
           PERFORM 1150-RELEASE-ONE-RECORD THRU 1150-EXIT
               UNTIL AFMVSEQ-AT-EOF
           CLOSE AFMVSEQ-FILE.

       1150-RELEASE-ONE-RECORD.
           READ AFMVSEQ-FILE NEXT RECORD
               AT END
                   SET AFMVSEQ-AT-EOF TO TRUE
                   GO TO 1150-EXIT
           END-READ
           ADD 1 TO WS-ROWS-READ
           MOVE VS-DATASET-ID TO SD-DATASET-ID
           MOVE VS-VOLUME-ID  TO SD-VOLUME-ID
           MOVE VS-FILE-SEQ   TO SD-FILE-SEQ
           RELEASE SORT-RECORD.
       1150-EXIT.
           EXIT.

       2000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME   FROM TIME
           OPEN INPUT  RETSORT-FILE
           OPEN INPUT  AFMRETN-FILE
           OPEN I-O    AFMVSEQ-FILE
           OPEN EXTEND AFMJRNL-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE WS-TODAY-DATE TO HD-RUN-DATE
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING-2 TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2100-READ-RETSORT
           PERFORM 2200-READ-FEED THRU 2200-EXIT.

       2100-READ-RETSORT.
           READ RETSORT-FILE
               AT END
                   SET RETSORT-AT-EOF TO TRUE
           END-READ.

      * the feed is in ascending DATASET-ID order (AFM160 saw to
      * that); HIGH-VALUES at end lets every remaining row fall
      * through as not on the feed
       2200-READ-FEED.
           READ AFMRETN-FILE
               AT END
                   SET AFMRETN-AT-EOF TO TRUE
                   MOVE HIGH-VALUES TO RM-DATASET-ID
                   GO TO 2200-EXIT
           END-READ
           ADD 1 TO WS-FEED-READ
           MOVE 'N' TO WS-FEED-MATCHED-SW.
       2200-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 3000-MATCH-ROW - bring the feed up to the sorted row's *
      *                  DATASET-ID. A feed record passed      *
      *                  without matching any row names a      *
      *                  dataset this cycle does not hold. A   *
      *                  row the feed does not mention is left *
      *                  as it is. Every copy of a dataset     *
      *                  matches the same feed record.         *
      *-------------------------------------------------------*
       3000-MATCH-ROW.
           PERFORM 3100-SKIP-FEED-RECORD
               UNTIL AFMRETN-AT-EOF
                  OR RM-DATASET-ID NOT < RS-DATASET-ID
           IF RM-DATASET-ID = RS-DATASET-ID
               SET WS-FEED-MATCHED TO TRUE
               ADD 1 TO WS-ROWS-MATCHED
               PERFORM 3200-APPLY-RETENTION THRU 3200-EXIT
           END-IF
           PERFORM 2100-READ-RETSORT.
       3000-EXIT.
           EXIT.

       3100-SKIP-FEED-RECORD.
           IF NOT WS-FEED-MATCHED
               ADD 1 TO WS-FEED-NOT-ON-FILE
           END-IF
           PERFORM 2200-READ-FEED THRU 2200-EXIT.

      *-------------------------------------------------------*
      * 3200-APPLY-RETENTION - stamp one row from its feed     *
      *                        record. The legal-hold flag is  *
      *                        settled first, since a dataset  *
      *                        under legal hold is never       *
      *                        expired whatever its date says. *
      *-------------------------------------------------------*
       3200-APPLY-RETENTION.
           MOVE RS-VOLUME-ID TO VS-VOLUME-ID
           MOVE RS-FILE-SEQ  TO VS-FILE-SEQ
           MOVE RS-VOLUME-ID   TO DL-VOLUME-ID
           MOVE RS-FILE-SEQ    TO DL-FILE-SEQ
           MOVE RS-DATASET-ID  TO DL-DATASET-ID
           MOVE RM-EXPIRY-DATE TO DL-EXPIRY-DATE
           READ AFMVSEQ-FILE
               INVALID KEY
                   MOVE 'ROW VANISHED BETWEEN SORT AND UPDATE'
                       TO DL-MESSAGE
                   PERFORM 3900-WRITE-DETAIL
                   GO TO 3200-EXIT
           END-READ
           MOVE AFMVSEQ-RECORD TO WS-JRNL-BEFORE-IMAGE
           MOVE 'N' TO WS-ROW-CHANGED-SW
           IF VS-RETENTION-DATE NOT = RM-EXPIRY-DATE
               MOVE RM-EXPIRY-DATE TO VS-RETENTION-DATE
               SET WS-ROW-CHANGED TO TRUE
               ADD 1 TO WS-DATES-STAMPED
           END-IF
           IF RM-LEGAL-HOLD AND NOT VS-LEGAL-HOLD
               SET VS-LEGAL-HOLD TO TRUE
               SET WS-ROW-CHANGED TO TRUE
               ADD 1 TO WS-HOLDS-PLACED
               MOVE 'LEGAL HOLD PLACED - VOLUME BLOCKED FROM SCRATCH'
                   TO DL-MESSAGE
               PERFORM 3900-WRITE-DETAIL
           END-IF
           IF RM-LEGAL-HOLD-NONE AND VS-LEGAL-HOLD
               SET VS-LEGAL-HOLD-NONE TO TRUE
               SET WS-ROW-CHANGED TO TRUE
               ADD 1 TO WS-HOLDS-LIFTED
               MOVE 'LEGAL HOLD LIFTED' TO DL-MESSAGE
               PERFORM 3900-WRITE-DETAIL
           END-IF
           MOVE 'N' TO WS-ROW-EXPIRED-SW
           IF NOT RM-NEVER-EXPIRES
               AND RM-EXPIRY-DATE < WS-TODAY-DATE
               AND NOT RM-LEGAL-HOLD
               SET WS-ROW-PAST-EXPIRY TO TRUE
           END-IF
           IF WS-ROW-PAST-EXPIRY
               PERFORM 3300-EXPIRE-ROW
           ELSE
               IF VS-SITUACAO-EXPIRADA
                   SET VS-SITUACAO-PENDENTE TO TRUE
                   SET WS-ROW-CHANGED TO TRUE
                   ADD 1 TO WS-ROWS-REVERSED
                   MOVE 'EXPIRY REVERSED - BACK TO PENDENTE'
                       TO DL-MESSAGE
                   PERFORM 3900-WRITE-DETAIL
               END-IF
           END-IF
           IF WS-ROW-CHANGED
               REWRITE AFMVSEQ-RECORD
               IF AFMVSEQ-OK
                   PERFORM 3800-WRITE-JOURNAL
               END-IF
           END-IF.
       3200-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 3300-EXPIRE-ROW - a PENDENTE row past its date becomes *
      *                   EXPIRADA. A row already on its way   *
      *                   or in S3 cannot be called back, so   *
      *                   it is only listed for records        *
      *                   management to dispose of there.      *
      *-------------------------------------------------------*
       3300-EXPIRE-ROW.
           EVALUATE TRUE
               WHEN VS-SITUACAO-PENDENTE
                   SET VS-SITUACAO-EXPIRADA TO TRUE
                   SET WS-ROW-CHANGED TO TRUE
                   ADD 1 TO WS-ROWS-EXPIRED
                   MOVE 'EXPIRED - WILL NOT BE MIGRATED'
                       TO DL-MESSAGE
                   PERFORM 3900-WRITE-DETAIL
               WHEN VS-SITUACAO-EXPIRADA
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-ROWS-PAST-SENT
                   MOVE 'PAST RETENTION - ALREADY SENT, LEFT AS IS'
                       TO DL-MESSAGE
                   PERFORM 3900-WRITE-DETAIL
           END-EVALUATE.

      *-------------------------------------------------------*
      * 3800-WRITE-JOURNAL - before and after image of the    *
      *                      row just rewritten, appended to  *
      *                      AFMJRNL for AFM310 backout. The  *
      *                      after image becomes the before   *
      *                      image of any further rewrite of  *
      *                      the same row in this run.        *
      *-------------------------------------------------------*
       3800-WRITE-JOURNAL.
           ADD 1 TO WS-JRNL-COUNT
           MOVE SPACES               TO AFMJRNL-RECORD
           MOVE 'AFM280'             TO JRN-PROGRAM
           MOVE 'AFM280'             TO JRN-USERID
           MOVE WS-TODAY-DATE        TO JRN-RUN-DATE
           MOVE WS-RUN-TIME          TO JRN-RUN-TIME
           MOVE WS-JRNL-COUNT        TO JRN-RUN-SEQ
           MOVE VS-VOLUME-ID         TO JRN-VOLUME-ID
           MOVE VS-FILE-SEQ          TO JRN-FILE-SEQ
           MOVE WS-JRNL-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE AFMVSEQ-RECORD       TO JRN-AFTER-IMAGE
           WRITE AFMJRNL-RECORD
           MOVE AFMVSEQ-RECORD       TO WS-JRNL-BEFORE-IMAGE.

       3900-WRITE-DETAIL.
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       8000-FINISH.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ROWS-READ        TO TL-ROWS-READ
           MOVE WS-FEED-READ        TO TL-FEED-READ
           MOVE WS-TOTAL-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ROWS-MATCHED     TO TL-ROWS-MATCHED
           MOVE WS-FEED-NOT-ON-FILE TO TL-FEED-NOT-ON-FILE
           MOVE WS-TOTAL-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ROWS-EXPIRED     TO TL-ROWS-EXPIRED
           MOVE WS-ROWS-REVERSED    TO TL-ROWS-REVERSED
           MOVE WS-TOTAL-LINE-3 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HOLDS-PLACED     TO TL-HOLDS-PLACED
           MOVE WS-HOLDS-LIFTED     TO TL-HOLDS-LIFTED
           MOVE WS-TOTAL-LINE-4 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ROWS-PAST-SENT   TO TL-ROWS-PAST-SENT
           MOVE WS-DATES-STAMPED    TO TL-DATES-STAMPED
           MOVE WS-TOTAL-LINE-5 TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE RETSORT-FILE
           CLOSE AFMRETN-FILE
           CLOSE AFMVSEQ-FILE
           CLOSE AFMJRNL-FILE
           CLOSE REPORT-FILE.

       9999-EXIT.
           EXIT.
