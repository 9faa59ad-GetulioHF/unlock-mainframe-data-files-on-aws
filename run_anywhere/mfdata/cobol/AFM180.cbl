      *                  pre-stage exactly those tapes      *
      *                  before AFM040 PROC and the         *
      *                  DataSync pull start.               *
      * 2026-10-15 GHF   EXPIRADA rows (past retention,     *
      *                  AFM280) never migrate, so they are *
      *                  left off the pull list like        *
      *                  CONCLUIDA rows.                    *
      * 2026-10-15 GHF   Multi-volume datasets are pulled   *
      *                  as one unit. A first pass tallies  *
      *                  each set into AFMVSET; every       *
      *                  volume of a set wholly on file,    *
      *                  not held and not yet fully         *
      *                  CONCLUIDA is listed with its VOL n *
      *                  OF m, and a held, incomplete or    *
      *                  finished set is left off whole.    *
      *****************************************************

       ENVIRONMENT DIVISION.
       01  WS-AFMVSEQ-EOF-SW         PIC X(001) VALUE 'N'.
           88 AFMVSEQ-AT-EOF            VALUE 'Y'.

       01  WS-SET-FOUND-SW           PIC X(001) VALUE 'N'.
           88 SET-FOUND                 VALUE 'Y'.
           88 SET-NOT-FOUND             VALUE 'N'.

           COPY AFMVSET.

       01  WS-GROUP-VOLUME-ID        PIC X(006) VALUE SPACES.
       01  WS-GROUP-FILE-COUNT       PIC 9(007) USAGE BINARY VALUE 0.

           05 WS-ROWS-SKIPPED        PIC 9(009) USAGE BINARY VALUE 0.
           05 WS-FILES-TO-PULL       PIC 9(009) USAGE BINARY VALUE 0.
           05 WS-VOLUMES-TO-STAGE    PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-SET-ROWS-HELD-BACK  PIC 9(009) USAGE BINARY VALUE 0.
           05 WS-SET-ROWS-DONE       PIC 9(009) USAGE BINARY VALUE 0.
           05 WS-SET-ROWS-REPULLED   PIC 9(009) USAGE BINARY VALUE 0.

       01  WS-HEADING-1              PIC X(050) VALUE
           'AFM180 - TAPE PULL LIST FOR THE NEXT PROC CYCLE'.
           05 DL-FILE-SEQ            PIC Z(001)9.
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 DL-DATASET-ID          PIC X(044).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 DL-VOLSET-TEXT         PIC X(014).

       01  WS-VOLSET-BUILD.
           05 FILLER                 PIC X(004) VALUE 'VOL '.
           05 VB-VOLSET-SEQ          PIC ZZ9.
           05 FILLER                 PIC X(004) VALUE ' OF '.
           05 VB-VOLSET-COUNT        PIC ZZ9.

       01  WS-COUNT-LINE.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'ROWS LEFT OFF THE LIST '.
           05 TL-SKIPPED             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(042) VALUE
               ' (ON HOLD, ALREADY CONCLUIDA OR EXPIRADA)'.

       01  WS-TOTAL-LINE-3.
           05 FILLER                 PIC X(024) VALUE
               'SET ROWS HELD BACK     '.
           05 TL-SET-HELD-BACK       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'SET ROWS ALL CONCLUIDA '.
           05 TL-SET-DONE            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'DONE SET ROWS PULLED   '.
           05 TL-SET-REPULLED        PIC ZZZ,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-4.
           05 FILLER                 PIC X(024) VALUE
               'SETS NOT TABLED (FULL) '.
           05 TL-SET-OVERFLOW        PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT AFMVSEQ-FILE
           PERFORM 1500-NOTE-SET-VOLUME THRU 1500-EXIT
               UNTIL AFMVSEQ-AT-EOF
           CLOSE AFMVSEQ-FILE
           MOVE 'N' TO WS-AFMVSEQ-EOF-SW
           OPEN INPUT AFMVSEQ-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE WS-HEADING-1 TO REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *-------------------------------------------------------*
      * 1500-NOTE-SET-VOLUME - first pass. Tally every volume *
      *                 of a multi-volume set into AFMVSET so *
      *                 the listing pass can judge the set as *
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
      * 2000-LIST-ROW - the file is keyed VOLUME-ID/FILE-SEQ, *
      *                 so a sequential walk gives the pull   *
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-ROWS-READ
           MOVE SPACES TO DL-VOLSET-TEXT
           IF NOT VS-VOLSET-SINGLE
               PERFORM 1600-FIND-SET THRU 1600-EXIT
               IF SET-FOUND
                   GO TO 2000-CHECK-SET
               END-IF
           END-IF
           IF VS-EXCEPTION-HOLD OR VS-SITUACAO-CONCLUIDA
               OR VS-SITUACAO-EXPIRADA
               ADD 1 TO WS-ROWS-SKIPPED
               GO TO 2000-EXIT
           END-IF
           GO TO 2000-WRITE-ROW.

      *    A volume of a multi-volume set goes on the list only
      *    with the rest of its set: every volume of a set that
      *    is wholly on file, not held and not yet fully
      *    CONCLUIDA is pulled, even one whose own row is done,
      *    because the dataset is copied as one piece.
       2000-CHECK-SET.
           IF VT-VOLUMES-HELD (VT-IDX) > 0
               OR VT-SEQ-ERROR (VT-IDX)
               OR VT-VOLUMES-SEEN (VT-IDX)
                  NOT = VT-VOLSET-COUNT (VT-IDX)
               ADD 1 TO WS-ROWS-SKIPPED
               ADD 1 TO WS-SET-ROWS-HELD-BACK
               GO TO 2000-EXIT
           END-IF
           IF VT-VOLUMES-OPEN (VT-IDX) = 0
               ADD 1 TO WS-ROWS-SKIPPED
               ADD 1 TO WS-SET-ROWS-DONE
               GO TO 2000-EXIT
           END-IF
           IF VS-SITUACAO-CONCLUIDA OR VS-SITUACAO-EXPIRADA
               ADD 1 TO WS-SET-ROWS-REPULLED
           END-IF
           MOVE VS-VOLSET-SEQ   TO VB-VOLSET-SEQ
           MOVE VS-VOLSET-COUNT TO VB-VOLSET-COUNT
           MOVE WS-VOLSET-BUILD TO DL-VOLSET-TEXT.

       2000-WRITE-ROW.
           IF VS-VOLUME-ID NOT = WS-GROUP-VOLUME-ID
               PERFORM 3900-FLUSH-VOLUME
               MOVE VS-VOLUME-ID TO WS-GROUP-VOLUME-ID
           MOVE WS-ROWS-SKIPPED     TO TL-SKIPPED
           MOVE WS-TOTAL-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SET-ROWS-HELD-BACK TO TL-SET-HELD-BACK
           MOVE WS-SET-ROWS-DONE      TO TL-SET-DONE
           MOVE WS-SET-ROWS-REPULLED  TO TL-SET-REPULLED
           MOVE WS-TOTAL-LINE-3 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE VT-OVERFLOW-COUNT     TO TL-SET-OVERFLOW
           MOVE WS-TOTAL-LINE-4 TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE AFMVSEQ-FILE
           CLOSE REPORT-FILE.

