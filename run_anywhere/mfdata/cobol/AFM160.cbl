      *                  manifest's confirmations now die   *
      *                  here instead of being applied to   *
      *                  another cycle's rows.              *
      * 2026-10-15 GHF   PARM='AFMRETN' validates the       *
      *                  records-management retention and   *
      *                  legal-hold feed (see AFMRETN.cpy)  *
      *                  before AFM280 applies it: DATASET- *
      *                  ID ascending with no duplicates, a *
      *                  real YYYYMMDD expiry date or       *
      *                  99999999, a legal-hold flag of Y   *
      *                  or N, and the usual trailer count. *
      *                  Errors on this feed are reported   *
      *                  by DATASET-ID.                     *
      * 2026-10-15 GHF   The AFMTMS leg now edits the       *
      *                  volume-set fields the TMS extract  *
      *                  carries for multi-volume files     *
      *                  (see AFMTMS.cpy): sequence within  *
      *                  1 to the volume count, a first     *
      *                  volume on every volume of a set,   *
      *                  and the first volume naming        *
      *                  itself. Zeros are accepted as a    *
      *                  single-volume file.                *
      * 2026-10-15 GHF   PARM='AFMRCLC' validates the AWS   *
      *                  recall confirmation feed (see      *
      *                  AFMRCLC.cpy) before AFM350 closes  *
      *                  the recall requests from it:       *
      *                  request key (DATASET-ID, request   *
      *                  date and time) ascending with no   *
      *                  duplicates, a numeric recall       *
      *                  cycle, status R with a real        *
      *                  restored date or F with a reason,  *
      *                  and the usual trailer count.       *
      *                  Errors are reported by DATASET-ID. *
      *****************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TMSOUT-STATUS.

           SELECT AFMRETN-FILE  ASSIGN TO AFMRETN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AFMRETN-STATUS.

           SELECT RETNOUT-FILE  ASSIGN TO RETNOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RETNOUT-STATUS.

           SELECT AFMRCLC-FILE  ASSIGN TO AFMRCLC
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AFMRCLC-STATUS.

           SELECT RCLCOUT-FILE  ASSIGN TO RCLCOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RCLCOUT-STATUS.

           SELECT AFMCYCLE-FILE ASSIGN TO AFMCYCLE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           RECORD CONTAINS 064 CHARACTERS.
       01  TMSOUT-RECORD            PIC X(064).

       FD  AFMRETN-FILE
           RECORD CONTAINS 080 CHARACTERS.
           COPY AFMRETN.

       FD  RETNOUT-FILE
           RECORD CONTAINS 080 CHARACTERS.
       01  RETNOUT-RECORD           PIC X(080).

       FD  AFMRCLC-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY AFMRCLC.

       FD  RCLCOUT-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  RCLCOUT-RECORD           PIC X(200).

       FD  AFMCYCLE-FILE
           RECORD CONTAINS 090 CHARACTERS.
           COPY AFMCYCLE.
           88 AFMTMS-OK              VALUE '00'.
           88 AFMTMS-EOF             VALUE '10'.
       01  WS-TMSOUT-STATUS          PIC X(002).
       01  WS-AFMRETN-STATUS         PIC X(002).
           88 AFMRETN-OK             VALUE '00'.
           88 AFMRETN-EOF            VALUE '10'.
       01  WS-RETNOUT-STATUS         PIC X(002).
       01  WS-AFMRCLC-STATUS         PIC X(002).
           88 AFMRCLC-OK             VALUE '00'.
           88 AFMRCLC-EOF            VALUE '10'.
       01  WS-RCLCOUT-STATUS         PIC X(002).
       01  WS-AFMCYCLE-STATUS        PIC X(002).
           88 AFMCYCLE-OK            VALUE '00'.
           88 AFMCYCLE-NOT-FOUND     VALUE '35'.
       01  WS-FEED-TYPE              PIC X(007) VALUE SPACES.
           88 WS-FEED-MIGCONF           VALUE 'MIGCONF'.
           88 WS-FEED-AFMTMS            VALUE 'AFMTMS '.
           88 WS-FEED-AFMRETN           VALUE 'AFMRETN'.
           88 WS-FEED-AFMRCLC           VALUE 'AFMRCLC'.

       01  WS-CYCLE-FOUND-SW         PIC X(001) VALUE 'N'.
           88 WS-CYCLE-FOUND            VALUE 'Y'.
       01  WS-PREV-KEY.
           05 WS-PREV-VOLUME-ID      PIC X(006).
           05 WS-PREV-FILE-SEQ       PIC 9(002) USAGE BINARY.
       01  WS-PREV-DATASET-ID        PIC X(044).
       01  WS-PREV-REQUEST-KEY       PIC X(058).

       01  WS-EDIT-DATE.
           05 WS-EDIT-YYYY           PIC 9(004).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 EL-MESSAGE             PIC X(050).

      * the AFMRETN and AFMRCLC feeds are keyed by DATASET-ID, not
      * volume
       01  WS-DSN-ERROR-LINE.
           05 FILLER                 PIC X(008) VALUE 'RECORD '.
           05 DE-RECORD-NUMBER       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 DE-DATASET-ID          PIC X(044).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 DE-MESSAGE             PIC X(050).

       01  WS-TOTAL-LINE.
           05 FILLER                 PIC X(024) VALUE
               'DATA RECORDS READ      '.
               INTO WS-FEED-TYPE
           END-UNSTRING
           IF NOT WS-FEED-MIGCONF AND NOT WS-FEED-AFMTMS
               AND NOT WS-FEED-AFMRETN AND NOT WS-FEED-AFMRCLC
               DISPLAY 'AFM160 - PARM MUST BE MIGCONF, AFMTMS, '
                       'AFMRETN OR AFMRCLC'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
               WHEN WS-FEED-MIGCONF
                   PERFORM 2000-VALIDATE-MIGCONF THRU 2000-EXIT
                       UNTIL WS-FEED-AT-EOF
               WHEN WS-FEED-AFMTMS
                   PERFORM 3000-VALIDATE-AFMTMS THRU 3000-EXIT
                       UNTIL WS-FEED-AT-EOF
               WHEN WS-FEED-AFMRETN
                   PERFORM 4000-VALIDATE-AFMRETN THRU 4000-EXIT
                       UNTIL WS-FEED-AT-EOF
               WHEN OTHER
                   PERFORM 4500-VALIDATE-AFMRCLC THRU 4500-EXIT
                       UNTIL WS-FEED-AT-EOF
           END-EVALUATE
           PERFORM 7000-CHECK-TRAILER
           PERFORM 8000-FINISH
           GOBACK.
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           EVALUATE TRUE
               WHEN WS-FEED-MIGCONF
                   OPEN INPUT  MIGCONF-FILE
                   OPEN OUTPUT MIGOUT-FILE
                   PERFORM 1500-READ-CYCLE
               WHEN WS-FEED-AFMTMS
                   OPEN INPUT  AFMTMS-FILE
                   OPEN OUTPUT TMSOUT-FILE
               WHEN WS-FEED-AFMRETN
                   OPEN INPUT  AFMRETN-FILE
                   OPEN OUTPUT RETNOUT-FILE
               WHEN OTHER
                   OPEN INPUT  AFMRCLC-FILE
                   OPEN OUTPUT RCLCOUT-FILE
           END-EVALUATE.

      *-------------------------------------------------------*
      * 1500-READ-CYCLE - pick up the cycle in progress so    *
           EXIT.

      *-------------------------------------------------------*
      * 3000-VALIDATE-AFMTMS - one AFMTMS record: trailer,    *
      *                        key sequence and volume-set    *
      *                        fields, then pass through.     *
      *-------------------------------------------------------*
       3000-VALIDATE-AFMTMS.
           READ AFMTMS-FILE
           MOVE TMS-VOLUME-ID TO EL-VOLUME-ID
           MOVE TMS-FILE-SEQ  TO EL-FILE-SEQ
           PERFORM 5000-CHECK-COMMON
           PERFORM 3500-CHECK-VOLSET THRU 3500-EXIT
           MOVE AFMTMS-RECORD TO TMSOUT-RECORD
           WRITE TMSOUT-RECORD.
       3000-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 3500-CHECK-VOLSET - a single-volume file carries 0 of *
      *                     0 or 1 of 1. A volume of a multi- *
      *                     volume set must sit inside 1 to   *
      *                     the set's volume count and name   *
      *                     the first volume, and the first   *
      *                     volume must name itself.          *
      *-------------------------------------------------------*
       3500-CHECK-VOLSET.
           IF TMS-VOLSET-COUNT = 0
               IF TMS-VOLSET-SEQ NOT = 0
                   MOVE 'VOLUME SEQUENCE WITH NO VOLUME COUNT'
                       TO EL-MESSAGE
                   PERFORM 5900-REPORT-ERROR
               END-IF
               GO TO 3500-EXIT
           END-IF
           IF TMS-VOLSET-SEQ < 1
               OR TMS-VOLSET-SEQ > TMS-VOLSET-COUNT
               MOVE 'VOLUME SEQUENCE OUTSIDE 1 TO VOLUME COUNT'
                   TO EL-MESSAGE
               PERFORM 5900-REPORT-ERROR
               GO TO 3500-EXIT
           END-IF
           IF TMS-VOLSET-SINGLE
               GO TO 3500-EXIT
           END-IF
           IF TMS-VOLSET-FIRST-VOL = SPACES
               MOVE 'MULTI-VOLUME FILE WITH NO FIRST VOLUME'
                   TO EL-MESSAGE
               PERFORM 5900-REPORT-ERROR
               GO TO 3500-EXIT
           END-IF
           IF TMS-VOLSET-SEQ = 1
               AND TMS-VOLSET-FIRST-VOL NOT = TMS-VOLUME-ID
               MOVE 'FIRST VOLUME OF SET DOES NOT NAME ITSELF'
                   TO EL-MESSAGE
               PERFORM 5900-REPORT-ERROR
           END-IF.
       3500-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 4000-VALIDATE-AFMRETN - one retention record: trailer,*
      *                         DATASET-ID sequence, expiry   *
      *                         date and legal-hold flag,     *
      *                         then pass through.            *
      *-------------------------------------------------------*
       4000-VALIDATE-AFMRETN.
           READ AFMRETN-FILE
               AT END
                   SET WS-FEED-AT-EOF TO TRUE
                   GO TO 4000-EXIT
           END-READ
           ADD 1 TO WS-RECORDS-READ
           MOVE AFMRETN-RECORD TO AFMTRLR-RECORD
           IF TRL-IS-TRAILER
               MOVE SPACES TO DE-DATASET-ID
               PERFORM 6000-TAKE-TRAILER THRU 6000-EXIT
               GO TO 4000-EXIT
           END-IF
           ADD 1 TO WS-DATA-COUNT
           MOVE RM-DATASET-ID TO DE-DATASET-ID
           IF WS-TRAILER-SEEN
               MOVE 'DATA RECORD AFTER THE TRAILER' TO EL-MESSAGE
               PERFORM 5900-REPORT-ERROR
           END-IF
           IF RM-DATASET-ID = SPACES
               MOVE 'DATASET-ID IS BLANK' TO EL-MESSAGE
               PERFORM 5900-REPORT-ERROR
           END-IF
           IF WS-NOT-FIRST-RECORD
               IF RM-DATASET-ID = WS-PREV-DATASET-ID
                   MOVE 'DUPLICATE DATASET-ID' TO EL-MESSAGE
                   PERFORM 5900-REPORT-ERROR
               ELSE
                   IF RM-DATASET-ID < WS-PREV-DATASET-ID
                       MOVE 'DATASET-ID OUT OF ASCENDING SEQUENCE'
                           TO EL-MESSAGE
                       PERFORM 5900-REPORT-ERROR
                   END-IF
               END-IF
           END-IF
           SET WS-NOT-FIRST-RECORD TO TRUE
           MOVE RM-DATASET-ID TO WS-PREV-DATASET-ID
           IF NOT RM-NEVER-EXPIRES
               MOVE RM-EXPIRY-DATE TO WS-EDIT-DATE
               PERFORM 5500-VALIDATE-DATE THRU 5500-EXIT
               IF WS-DATE-INVALID
                   MOVE 'EXPIRY DATE IS NOT A VALID YYYYMMDD'
                       TO EL-MESSAGE
                   PERFORM 5900-REPORT-ERROR
               END-IF
           END-IF
           IF NOT RM-LEGAL-HOLD AND NOT RM-LEGAL-HOLD-NONE
               MOVE 'LEGAL HOLD FLAG IS NOT Y OR N' TO EL-MESSAGE
               PERFORM 5900-REPORT-ERROR
           END-IF
           MOVE AFMRETN-RECORD TO RETNOUT-RECORD
           WRITE RETNOUT-RECORD.
       4000-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 4500-VALIDATE-AFMRCLC - one recall confirmation:      *
      *                         trailer, request key          *
      *                         sequence, echoed recall       *
      *                         cycle, status and its date or *
      *                         reason, then pass through.    *
      *                         The cycle is not held to the  *
      *                         latest recall manifest - a    *
      *                         restore from GLACIER or       *
      *                         DEEP_ARCHIVE can take days,   *
      *                         so a confirmation may answer  *
      *                         an earlier one; AFM350        *
      *                         matches it to the cycle the   *
      *                         request went out on.          *
      *-------------------------------------------------------*
       4500-VALIDATE-AFMRCLC.
           READ AFMRCLC-FILE
               AT END
                   SET WS-FEED-AT-EOF TO TRUE
                   GO TO 4500-EXIT
           END-READ
           ADD 1 TO WS-RECORDS-READ
           MOVE AFMRCLC-RECORD TO AFMTRLR-RECORD
           IF TRL-IS-TRAILER
               MOVE SPACES TO DE-DATASET-ID
               PERFORM 6000-TAKE-TRAILER THRU 6000-EXIT
               GO TO 4500-EXIT
           END-IF
           ADD 1 TO WS-DATA-COUNT
           MOVE RF-DATASET-ID TO DE-DATASET-ID
           IF WS-TRAILER-SEEN
               MOVE 'DATA RECORD AFTER THE TRAILER' TO EL-MESSAGE
               PERFORM 5900-REPORT-ERROR
           END-IF
           IF RF-DATASET-ID = SPACES
               MOVE 'DATASET-ID IS BLANK' TO EL-MESSAGE
               PERFORM 5900-REPORT-ERROR
           END-IF
           IF WS-NOT-FIRST-RECORD
               IF RF-REQUEST-KEY = WS-PREV-REQUEST-KEY
                   MOVE 'DUPLICATE RECALL REQUEST KEY' TO EL-MESSAGE
                   PERFORM 5900-REPORT-ERROR
               ELSE
                   IF RF-REQUEST-KEY < WS-PREV-REQUEST-KEY
                       MOVE 'REQUEST KEY OUT OF ASCENDING SEQUENCE'
                           TO EL-MESSAGE
                       PERFORM 5900-REPORT-ERROR
                   END-IF
               END-IF
           END-IF
           SET WS-NOT-FIRST-RECORD TO TRUE
           MOVE RF-REQUEST-KEY TO WS-PREV-REQUEST-KEY
           MOVE RF-REQUEST-DATE TO WS-EDIT-DATE
           PERFORM 5500-VALIDATE-DATE THRU 5500-EXIT
           IF WS-DATE-INVALID OR RF-REQUEST-TIME NOT NUMERIC
               MOVE 'REQUEST DATE/TIME IS NOT A VALID TIMESTAMP'
                   TO EL-MESSAGE
               PERFORM 5900-REPORT-ERROR
           END-IF
           IF RF-RECALL-CYCLE NOT NUMERIC
               OR RF-RECALL-CYCLE = 0
               MOVE 'ECHOED RECALL CYCLE IS NOT A CYCLE NUMBER'
                   TO EL-MESSAGE
               PERFORM 5900-REPORT-ERROR
           END-IF
           IF NOT RF-RECALL-RESTORED AND NOT RF-RECALL-FAILED
               MOVE 'RECALL STATUS IS NOT R OR F' TO EL-MESSAGE
               PERFORM 5900-REPORT-ERROR
           END-IF
           IF RF-RECALL-RESTORED
               MOVE RF-RESTORED-DATE TO WS-EDIT-DATE
               PERFORM 5500-VALIDATE-DATE THRU 5500-EXIT
               IF WS-DATE-INVALID
                   MOVE 'RESTORED DATE IS NOT A VALID YYYYMMDD'
                       TO EL-MESSAGE
                   PERFORM 5900-REPORT-ERROR
               END-IF
           END-IF
           IF RF-RECALL-FAILED AND RF-FAIL-REASON = SPACES
               MOVE 'FAILED RECALL CARRIES NO REASON' TO EL-MESSAGE
               PERFORM 5900-REPORT-ERROR
           END-IF
           MOVE AFMRCLC-RECORD TO RCLCOUT-RECORD
           WRITE RCLCOUT-RECORD.
       4500-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 5000-CHECK-COMMON - checks shared by both feeds: no   *
      *                     data record after the trailer,    *

       5900-REPORT-ERROR.
           ADD 1 TO WS-ERROR-COUNT
           IF WS-FEED-AFMRETN OR WS-FEED-AFMRCLC
               MOVE WS-RECORDS-READ TO DE-RECORD-NUMBER
               MOVE EL-MESSAGE      TO DE-MESSAGE
               MOVE WS-DSN-ERROR-LINE TO REPORT-LINE
           ELSE
               MOVE WS-RECORDS-READ TO EL-RECORD-NUMBER
               MOVE WS-ERROR-LINE TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

      *-------------------------------------------------------*
      *-------------------------------------------------------*
       7000-CHECK-TRAILER.
           MOVE SPACES TO EL-VOLUME-ID
           MOVE SPACES TO DE-DATASET-ID
           MOVE 0      TO EL-FILE-SEQ
           IF NOT WS-TRAILER-SEEN
               MOVE 'NO TRAILER RECORD ON THE FEED' TO EL-MESSAGE
               MOVE WS-VERDICT-ACCEPT TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           EVALUATE TRUE
               WHEN WS-FEED-MIGCONF
                   CLOSE MIGCONF-FILE
                   CLOSE MIGOUT-FILE
               WHEN WS-FEED-AFMTMS
                   CLOSE AFMTMS-FILE
                   CLOSE TMSOUT-FILE
               WHEN WS-FEED-AFMRETN
                   CLOSE AFMRETN-FILE
                   CLOSE RETNOUT-FILE
               WHEN OTHER
                   CLOSE AFMRCLC-FILE
                   CLOSE RCLCOUT-FILE
           END-EVALUATE
           CLOSE REPORT-FILE.

       9999-EXIT.
