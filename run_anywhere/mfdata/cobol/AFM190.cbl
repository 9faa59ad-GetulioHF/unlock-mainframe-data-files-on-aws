      *                  supplied failure reason for a copy *
      *                  that permanently failed (object    *
      *                  too large, key rejected).          *
      * 2026-10-15 GHF   AFM260 joined the machine-userid   *
      *                  list - its routing holds clear      *
      *                  themselves once the AFMROUTE table  *
      *                  routes the row; a forced release    *
      *                  would send an unrouted or wrongly-  *
      *                  bucketed row out on the manifest.   *
      * 2026-10-15 GHF   Every hold and release is also      *
      *                  journaled to AFMJRNL (before and    *
      *                  after image) so AFM310 can back the *
      *                  run out.                            *
      * 2026-10-15 GHF   AFM320 joined the machine-userid    *
      *                  list - its holds mark an S3 object  *
      *                  that has vanished or changed since  *
      *                  it was confirmed; they clear        *
      *                  themselves once the S3 Inventory    *
      *                  lists the object intact again, and  *
      *                  a forced release would let AFM210   *
      *                  scratch the only good copy.         *
      *****************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AFMAUDIT-STATUS.

           SELECT AFMJRNL-FILE  ASSIGN TO AFMJRNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AFMJRNL-STATUS.

           SELECT REPORT-FILE   ASSIGN TO RPT190
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           RECORD CONTAINS 094 CHARACTERS.
           COPY AFMAUDIT.

       FD  AFMJRNL-FILE
           RECORD CONTAINS 810 CHARACTERS.
           COPY AFMJRNL.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE              PIC X(132).
           88 AFMVSEQ-EOF            VALUE '10'.
       01  WS-AFMAUDIT-STATUS        PIC X(002).
           88 AFMAUDIT-OK            VALUE '00'.
       01  WS-AFMJRNL-STATUS         PIC X(002).
       01  WS-REPORT-STATUS          PIC X(002).

       01  WS-CONTROL-EOF-SW         PIC X(001) VALUE 'N'.
       01  WS-TODAY-DATE             PIC X(008).
       01  WS-RUN-TIME               PIC X(006).

      * the row as read, kept for the AFMJRNL before image, and
      * the number of journal records this run has written
       01  WS-JRNL-BEFORE-IMAGE      PIC X(375).
       01  WS-JRNL-COUNT             PIC 9(007) USAGE BINARY VALUE 0.

       01  WS-COUNTERS.
           05 WS-ROWS-READ           PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ROWS-MATCHED        PIC 9(007) USAGE BINARY VALUE 0.
                   UNTIL AFMVSEQ-AT-EOF
               CLOSE AFMVSEQ-FILE
               CLOSE AFMAUDIT-FILE
               CLOSE AFMJRNL-FILE
           END-IF
           PERFORM 8000-FINISH
           GOBACK.
       1800-OPEN-DATA-FILES.
           OPEN I-O    AFMVSEQ-FILE
           OPEN EXTEND AFMAUDIT-FILE
           OPEN EXTEND AFMJRNL-FILE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

               END-IF
           END-IF
           ADD 1 TO WS-ROWS-MATCHED
           MOVE AFMVSEQ-RECORD TO WS-JRNL-BEFORE-IMAGE
           IF WS-ACTION-HOLD
               PERFORM 2400-APPLY-HOLD
           ELSE
               MOVE WS-RUN-USERID  TO VS-EXCEPTION-SET-BY
               MOVE WS-TODAY-DATE  TO VS-EXCEPTION-SET-DATE
               REWRITE AFMVSEQ-RECORD
               IF AFMVSEQ-OK
                   PERFORM 2700-WRITE-JOURNAL
               END-IF
               ADD 1 TO WS-ROWS-HELD
               SET AUD-OUTCOME-HELD TO TRUE
               PERFORM 2600-WRITE-AUDIT-RECORD
               OR VS-EXCEPTION-SET-BY = 'AFM100'
               OR VS-EXCEPTION-SET-BY = 'AFM110'
               OR VS-EXCEPTION-SET-BY = 'AFM150'
               OR VS-EXCEPTION-SET-BY = 'AFM200'
               OR VS-EXCEPTION-SET-BY = 'AFM260'
               OR VS-EXCEPTION-SET-BY = 'AFM320')
               AND NOT WS-FORCE-RELEASE
               ADD 1 TO WS-ROWS-SKIPPED
               MOVE 'SKIPPED - MACHINE HOLD, FORCE=YES TO RELEASE'
           MOVE SPACES TO VS-EXCEPTION-SET-BY
           MOVE SPACES TO VS-EXCEPTION-SET-DATE
           REWRITE AFMVSEQ-RECORD
           IF AFMVSEQ-OK
               PERFORM 2700-WRITE-JOURNAL
           END-IF
           ADD 1 TO WS-ROWS-RELEASED
           SET AUD-OUTCOME-RELEASED TO TRUE
           PERFORM 2600-WRITE-AUDIT-RECORD
           MOVE VS-DATASET-ID TO AUD-DATASET-ID
           WRITE AFMAUDIT-RECORD.

      *-------------------------------------------------------*
      * 2700-WRITE-JOURNAL - before and after image of the    *
      *                      row just rewritten, appended to  *
      *                      AFMJRNL for AFM310 backout. The  *
      *                      after image becomes the before   *
      *                      image of any further rewrite of  *
      *                      the same row in this run.        *
      *-------------------------------------------------------*
       2700-WRITE-JOURNAL.
           ADD 1 TO WS-JRNL-COUNT
           MOVE SPACES               TO AFMJRNL-RECORD
           MOVE 'AFM190'             TO JRN-PROGRAM
           MOVE WS-RUN-USERID        TO JRN-USERID
           MOVE WS-TODAY-DATE        TO JRN-RUN-DATE
           MOVE WS-RUN-TIME          TO JRN-RUN-TIME
           MOVE WS-JRNL-COUNT        TO JRN-RUN-SEQ
           MOVE VS-VOLUME-ID         TO JRN-VOLUME-ID
           MOVE VS-FILE-SEQ          TO JRN-FILE-SEQ
           MOVE WS-JRNL-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE AFMVSEQ-RECORD       TO JRN-AFTER-IMAGE
           WRITE AFMJRNL-RECORD
           MOVE AFMVSEQ-RECORD       TO WS-JRNL-BEFORE-IMAGE.

       2900-WRITE-DETAIL.
           MOVE VS-VOLUME-ID  TO DL-VOLUME-ID
           MOVE VS-FILE-SEQ   TO DL-FILE-SEQ
