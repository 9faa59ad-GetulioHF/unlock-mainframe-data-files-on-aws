      *                  sold on - this file is what lets   *
      *                  the librarians scratch with        *
      *                  confidence instead of by hand.     *
      * 2026-10-15 GHF   A row under legal hold (AFM280)    *
      *                  now blocks its volume whatever its *
      *                  state, checked first. An EXPIRADA  *
      *                  row is past retention and counts   *
      *                  as resolved - it no longer keeps   *
      *                  its volume off AFMSCR.             *
      * 2026-10-15 GHF   A volume carrying part of a multi- *
      *                  volume dataset is cleared only     *
      *                  when the whole set is on file,     *
      *                  CONCLUIDA and unheld. A first pass *
      *                  tallies each set into AFMVSET; the *
      *                  blocking line names the set        *
      *                  condition in the way.              *
      *****************************************************

       ENVIRONMENT DIVISION.
           88 WS-FIRST-GROUP            VALUE 'Y'.
           88 WS-NOT-FIRST-GROUP        VALUE 'N'.

       01  WS-SET-FOUND-SW           PIC X(001) VALUE 'N'.
           88 SET-FOUND                 VALUE 'Y'.
           88 SET-NOT-FOUND             VALUE 'N'.

           COPY AFMVSET.

       01  WS-TODAY-DATE             PIC X(008).

       01  WS-GROUP-VOLUME-ID        PIC X(006).
           05 WS-VOLUMES-SEEN        PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-VOLUMES-CLEARED     PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-VOLUMES-BLOCKED     PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-SET-ROWS-BLOCKED    PIC 9(007) USAGE BINARY VALUE 0.

       01  WS-HEADING-1              PIC X(050) VALUE
           'AFM210 - SCRATCH AUTHORIZATION EXTRACT REPORT'.
               'VOLUMES STILL BLOCKED  '.
           05 TL-VOLUMES-BLOCKED     PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05 FILLER                 PIC X(024) VALUE
               'BLOCKED BY ITS VOL SET '.
           05 TL-SET-ROWS-BLOCKED    PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'SETS NOT TABLED (FULL) '.
           05 TL-SET-OVERFLOW        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           OPEN INPUT  AFMVSEQ-FILE
           PERFORM 1500-NOTE-SET-VOLUME THRU 1500-EXIT
               UNTIL AFMVSEQ-AT-EOF
           CLOSE AFMVSEQ-FILE
           MOVE 'N' TO WS-AFMVSEQ-EOF-SW
           OPEN INPUT  AFMVSEQ-FILE
           OPEN OUTPUT AFMSCR-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE WS-HEADING-1 TO REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *-------------------------------------------------------*
      * 1500-NOTE-SET-VOLUME - first pass. Tally every volume *
      *                 of a multi-volume set into AFMVSET so *
      *                 the scratch pass can judge the set as *
      *                 a whole before it reaches the volumes.*
      *-------------------------------------------------------*
       1500-NOTE-SET-VOLUME.
           READ AFMVSEQ-FILE
               AT END
                   SET AFMVSEQ-AT-EOF TO TRUE
                   GO TO 1500-EXIT
           END-READ
           IF VS-VOLSET-SINGLE
               GO TO 1500-EXIT
           END-IF
           PERFORM 1600-FIND-SET THRU 1600-EXIT
           IF SET-NOT-FOUND
               IF VT-SET-COUNT NOT < 2000
                   ADD 1 TO VT-OVERFLOW-COUNT
                   GO TO 1500-EXIT
               END-IF
               ADD 1 TO VT-SET-COUNT
               SET VT-IDX TO VT-SET-COUNT
               MOVE VT-SEARCH-KEY   TO VT-SET-KEY (VT-IDX)
               MOVE VS-VOLSET-COUNT TO VT-VOLSET-COUNT (VT-IDX)
               MOVE 0 TO VT-VOLUMES-SEEN (VT-IDX)
                         VT-VOLUMES-OPEN (VT-IDX)
                         VT-VOLUMES-HELD (VT-IDX)
               SET VT-SEQ-OK (VT-IDX) TO TRUE
           END-IF
           ADD 1 TO VT-VOLUMES-SEEN (VT-IDX)
           IF VS-VOLSET-COUNT NOT = VT-VOLSET-COUNT (VT-IDX)
               OR VS-VOLSET-SEQ = 0
               OR VS-VOLSET-SEQ > VS-VOLSET-COUNT
               SET VT-SEQ-ERROR (VT-IDX) TO TRUE
           END-IF
           IF NOT VS-SITUACAO-CONCLUIDA AND NOT VS-SITUACAO-EXPIRADA
               ADD 1 TO VT-VOLUMES-OPEN (VT-IDX)
           END-IF
           IF VS-EXCEPTION-HOLD
               ADD 1 TO VT-VOLUMES-HELD (VT-IDX)
           END-IF.
       1500-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 1600-FIND-SET - look up the set of the current row by *
      *                 DATASET-ID and first VOLUME-ID; on a  *
      *                 hit VT-IDX points at its entry.       *
      *-------------------------------------------------------*
       1600-FIND-SET.
           MOVE VS-DATASET-ID       TO VT-SEARCH-DATASET-ID
           MOVE VS-VOLSET-FIRST-VOL TO VT-SEARCH-FIRST-VOL
           SET SET-NOT-FOUND TO TRUE
           IF VT-SET-COUNT = 0
               GO TO 1600-EXIT
           END-IF
           SET VT-IDX TO 1
           SEARCH VT-SET-ENTRY
               AT END
                   SET SET-NOT-FOUND TO TRUE
               WHEN VT-SET-KEY (VT-IDX) = VT-SEARCH-KEY
                   SET SET-FOUND TO TRUE
           END-SEARCH.
       1600-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 2000-CHECK-ROW - control-break on VOLUME-ID; the file *
      *                  is keyed on VOLUME-ID/FILE-SEQ so a  *
               PERFORM 2100-START-VOLUME
           END-IF
           ADD 1 TO WS-VOL-FILE-COUNT
      * a legal hold blocks the volume whatever state the row is in
      * - the tape stays the copy of record until records
      * management lifts it
           IF VS-LEGAL-HOLD
               ADD 1 TO WS-VOL-BLOCK-COUNT
               MOVE 'LEGAL HOLD - VOLUME MAY NOT BE SCRATCHED'
                   TO BL-MESSAGE
               PERFORM 2500-WRITE-BLOCK-LINE
               GO TO 2000-EXIT
           END-IF
      * past retention: nothing left to keep, so it blocks nothing
           IF VS-SITUACAO-EXPIRADA
               GO TO 2000-EXIT
           END-IF
           IF VS-EXCEPTION-HOLD
               ADD 1 TO WS-VOL-BLOCK-COUNT
               MOVE 'ON HOLD: ' TO BL-MESSAGE
                       TO BL-MESSAGE
               END-IF
               PERFORM 2500-WRITE-BLOCK-LINE
               GO TO 2000-EXIT
           END-IF
      * a volume of a multi-volume set is only as good as its set:
      * the dataset is one S3 object, so no volume of it may go
      * until every volume is on file, CONCLUIDA and unheld. A set
      * the table could not hold is blocked rather than guessed at.
           IF VS-VOLSET-SINGLE
               GO TO 2000-EXIT
           END-IF
           PERFORM 1600-FIND-SET THRU 1600-EXIT
           IF SET-NOT-FOUND
               MOVE 'VOLUME SET NOT TABLED - RERUN WITH A LARGER TABLE'
                   TO BL-MESSAGE
           ELSE
               IF VT-SEQ-ERROR (VT-IDX)
                   OR VT-VOLUMES-SEEN (VT-IDX)
                      NOT = VT-VOLSET-COUNT (VT-IDX)
                   MOVE 'VOLUME SET INCOMPLETE ON AFMVSEQ - SEE AFM290'
                       TO BL-MESSAGE
               ELSE
                   IF VT-VOLUMES-HELD (VT-IDX) > 0
                       MOVE 'ANOTHER VOLUME OF ITS SET IS ON HOLD'
                           TO BL-MESSAGE
                   ELSE
                       IF VT-VOLUMES-OPEN (VT-IDX) > 0
                           MOVE
                           'ANOTHER VOLUME OF ITS SET NOT YET CONCLUIDA'
                               TO BL-MESSAGE
                       ELSE
                           GO TO 2000-EXIT
                       END-IF
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-VOL-BLOCK-COUNT
           ADD 1 TO WS-SET-ROWS-BLOCKED
           PERFORM 2500-WRITE-BLOCK-LINE.
       2000-EXIT.
           EXIT.

           MOVE WS-VOLUMES-BLOCKED  TO TL-VOLUMES-BLOCKED
           MOVE WS-TOTAL-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SET-ROWS-BLOCKED TO TL-SET-ROWS-BLOCKED
           MOVE VT-OVERFLOW-COUNT   TO TL-SET-OVERFLOW
           MOVE WS-TOTAL-LINE-3 TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE AFMVSEQ-FILE
           CLOSE AFMSCR-FILE
           CLOSE REPORT-FILE.
