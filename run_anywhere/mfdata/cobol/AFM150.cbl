      *                  already holds are left untouched.   *
      *                  Run after AFM040 RUN-MODE=LOAD and  *
      *                  before AFM030.                      *
      * 2026-10-15 GHF   A row that matches the catalog now  *
      *                  takes the TMS volume-set fields     *
      *                  (first volume, volume sequence,     *
      *                  volume count - see AFMTMS.cpy) onto *
      *                  AFMVSEQ, so the volumes of a multi- *
      *                  volume dataset can be told apart    *
      *                  from duplicate copies downstream.   *
      *                  Rewritten only when they change;    *
      *                  counted on the report.              *
      * 2026-10-15 GHF   Every hold and volume-set stamp is  *
      *                  journaled to AFMJRNL (before and    *
      *                  after image, run timestamp) so      *
      *                  AFM310 can back the run out.        *
      *****************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS VS-REC-KEY
               FILE STATUS IS WS-AFMVSEQ-STATUS.

           SELECT AFMJRNL-FILE  ASSIGN TO AFMJRNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AFMJRNL-STATUS.

           SELECT AFMTMS-FILE   ASSIGN TO AFMTMS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD  AFMVSEQ-FILE.
           COPY AFMVSEQ.

       FD  AFMJRNL-FILE
           RECORD CONTAINS 810 CHARACTERS.
           COPY AFMJRNL.

       FD  AFMTMS-FILE
           RECORD CONTAINS 064 CHARACTERS.
           COPY AFMTMS.
       01  WS-AFMVSEQ-STATUS         PIC X(002).
           88 AFMVSEQ-OK             VALUE '00'.
           88 AFMVSEQ-EOF            VALUE '10'.
       01  WS-AFMJRNL-STATUS         PIC X(002).
       01  WS-AFMTMS-STATUS          PIC X(002).
           88 AFMTMS-OK              VALUE '00'.
           88 AFMTMS-EOF             VALUE '10'.

       01  WS-HOLD-USERID            PIC X(008) VALUE 'AFM150'.
       01  WS-TODAY-DATE             PIC X(008).
       01  WS-RUN-TIME               PIC X(006).

      * the row as read, kept for the AFMJRNL before image, and
      * the number of journal records this run has written
       01  WS-JRNL-BEFORE-IMAGE      PIC X(375).
       01  WS-JRNL-COUNT             PIC 9(007) USAGE BINARY VALUE 0.

       01  WS-COUNTERS.
           05 WS-ROWS-READ           PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-HOLDS-NOT-IN-TMS    PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-HOLDS-MISMATCH      PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ALREADY-ON-HOLD     PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-VOLSET-STAMPED      PIC 9(007) USAGE BINARY VALUE 0.

       01  WS-HEADING-1              PIC X(050) VALUE
           'AFM150 - TMS RECONCILIATION AUTO-HOLD REPORT'.
           05 FILLER                 PIC X(024) VALUE
               'ALREADY ON HOLD        '.
           05 TL-ALREADY-ON-HOLD     PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'VOLUME-SET STAMPS SET  '.
           05 TL-VOLSET-STAMPED      PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.


       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME   FROM TIME
           OPEN I-O   AFMVSEQ-FILE
           OPEN EXTEND AFMJRNL-FILE
           OPEN INPUT AFMTMS-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE WS-HEADING-1 TO REPORT-LINE
      *                  sorted AFMTMS extract beside it. A   *
      *                  row the catalog does not know, or    *
      *                  knows under another DATASET-ID, is   *
      *                  placed on exception hold. A row that *
      *                  matches takes the catalog's volume-  *
      *                  set fields.                          *
      *-------------------------------------------------------*
       2000-CHECK-ROW.
           READ AFMVSEQ-FILE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-ROWS-READ
           MOVE AFMVSEQ-RECORD TO WS-JRNL-BEFORE-IMAGE
           PERFORM 2200-READ-AFMTMS
               UNTIL AFMTMS-AT-EOF
                  OR TMS-VOLUME-ID > VS-VOLUME-ID
               ADD 1 TO WS-HOLDS-MISMATCH
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-ROWS-MATCHED
           PERFORM 2600-STAMP-VOLSET.
       2000-EXIT.
           EXIT.

               MOVE WS-HOLD-USERID TO VS-EXCEPTION-SET-BY
               MOVE WS-TODAY-DATE  TO VS-EXCEPTION-SET-DATE
               REWRITE AFMVSEQ-RECORD
               IF AFMVSEQ-OK
                   PERFORM 2800-WRITE-JOURNAL
               END-IF
           END-IF
           MOVE VS-VOLUME-ID  TO DL-VOLUME-ID
           MOVE VS-FILE-SEQ   TO DL-FILE-SEQ
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *-------------------------------------------------------*
      * 2600-STAMP-VOLSET - copy the catalog's first volume,  *
      *                     volume sequence and volume count  *
      *                     onto the row, rewriting only when *
      *                     they changed. AFM200, AFM030,     *
      *                     AFM180, AFM210 and AFM290 read    *
      *                     them to treat the volumes of one  *
      *                     dataset as one unit.              *
      *-------------------------------------------------------*
       2600-STAMP-VOLSET.
           IF VS-VOLSET-FIRST-VOL NOT = TMS-VOLSET-FIRST-VOL
               OR VS-VOLSET-SEQ   NOT = TMS-VOLSET-SEQ
               OR VS-VOLSET-COUNT NOT = TMS-VOLSET-COUNT
               MOVE TMS-VOLSET-FIRST-VOL TO VS-VOLSET-FIRST-VOL
               MOVE TMS-VOLSET-SEQ       TO VS-VOLSET-SEQ
               MOVE TMS-VOLSET-COUNT     TO VS-VOLSET-COUNT
               REWRITE AFMVSEQ-RECORD
               IF AFMVSEQ-OK
                   PERFORM 2800-WRITE-JOURNAL
               END-IF
               ADD 1 TO WS-VOLSET-STAMPED
           END-IF.

      *-------------------------------------------------------*
      * 2800-WRITE-JOURNAL - before and after image of the    *
      *                      row just rewritten, appended to  *
      *                      AFMJRNL for AFM310 backout. The  *
      *                      after image becomes the before   *
      *                      image of any further rewrite of  *
      *                      the same row in this run.        *
      *-------------------------------------------------------*
       2800-WRITE-JOURNAL.
           ADD 1 TO WS-JRNL-COUNT
           MOVE SPACES               TO AFMJRNL-RECORD
           MOVE 'AFM150'             TO JRN-PROGRAM
           MOVE WS-HOLD-USERID       TO JRN-USERID
           MOVE WS-TODAY-DATE        TO JRN-RUN-DATE
           MOVE WS-RUN-TIME          TO JRN-RUN-TIME
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
           MOVE WS-TOTAL-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ALREADY-ON-HOLD  TO TL-ALREADY-ON-HOLD
           MOVE WS-VOLSET-STAMPED   TO TL-VOLSET-STAMPED
           MOVE WS-TOTAL-LINE-3 TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE AFMVSEQ-FILE
           CLOSE AFMJRNL-FILE
           CLOSE AFMTMS-FILE
           CLOSE REPORT-FILE.

