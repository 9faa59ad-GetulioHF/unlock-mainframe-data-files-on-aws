      *                  show the row and why it never      *
      *                  moved. A copy an operator already  *
      *                  holds is left exactly as it is.    *
      * 2026-10-15 GHF   EXPIRADA rows (AFM280) are not     *
      *                  sorted in - a copy that will never *
      *                  migrate must not win the election, *
      *                  and is not a duplicate of the one  *
      *                  that does. Run after AFM280.       *
      * 2026-10-15 GHF   A dataset the TMS wrote across     *
      *                  several tapes is one copy, not     *
      *                  several: the sort now groups each  *
      *                  DATASET-ID by copy key (a multi-   *
      *                  volume set's first volume, or the  *
      *                  row's own key) in volume order,    *
      *                  the election runs over copies      *
      *                  rather than rows, and every volume *
      *                  of a losing set is held while      *
      *                  every volume of the winning set    *
      *                  migrates. Continuation volumes an  *
      *                  earlier election held with the     *
      *                  AFM200 userid are released and     *
      *                  listed. DUPSORT grew from 55 to 75 *
      *                  bytes.                             *
      * 2026-10-15 GHF   Every suppression and volume-set   *
      *                  release is journaled to AFMJRNL    *
      *                  (before and after image, run       *
      *                  timestamp) so AFM310 can back the  *
      *                  run out.                           *
      *****************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DUPSORT-STATUS.

           SELECT AFMJRNL-FILE  ASSIGN TO AFMJRNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AFMJRNL-STATUS.

           SELECT REPORT-FILE   ASSIGN TO RPT200
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FD  AFMVSEQ-FILE.
           COPY AFMVSEQ.

      * the copy key is the set's first volume (FILE-SEQ 0) for a
      * volume of a multi-volume set, or the row's own key for a
      * single-volume file - one copy key per copy of the dataset
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SD-DATASET-ID     PIC X(044).
           05 SD-COPY-VOLUME-ID PIC X(006).
           05 SD-COPY-FILE-SEQ  PIC 9(002) USAGE BINARY.
           05 SD-VOLSET-SEQ     PIC 9(003) USAGE BINARY.
           05 SD-VOLSET-COUNT   PIC 9(003) USAGE BINARY.
           05 SD-VOLUME-ID      PIC X(006).
           05 SD-FILE-SEQ       PIC 9(002) USAGE BINARY.
           05 SD-SITUACAO       PIC 9(001) USAGE BINARY.
           05 SD-EXCEPTION-FLAG PIC X(001).
           05 SD-EXCEPTION-SET-BY PIC X(008).

       FD  DUPSORT-FILE
           RECORD CONTAINS 075 CHARACTERS.
       01  DUPSORT-RECORD.
           05 DS-DATASET-ID     PIC X(044).
           05 DS-COPY-KEY.
               10 DS-COPY-VOLUME-ID PIC X(006).
               10 DS-COPY-FILE-SEQ  PIC 9(002) USAGE BINARY.
           05 DS-VOLSET-SEQ     PIC 9(003) USAGE BINARY.
           05 DS-VOLSET-COUNT   PIC 9(003) USAGE BINARY.
           05 DS-VOLUME-ID      PIC X(006).
           05 DS-FILE-SEQ       PIC 9(002) USAGE BINARY.
           05 DS-SITUACAO       PIC 9(001) USAGE BINARY.
           05 DS-EXCEPTION-FLAG PIC X(001).
           05 DS-EXCEPTION-SET-BY PIC X(008).

       FD  AFMJRNL-FILE
           RECORD CONTAINS 810 CHARACTERS.
           COPY AFMJRNL.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  WS-DUPSORT-STATUS      PIC X(002).
           88 DUPSORT-OK          VALUE '00'.
           88 DUPSORT-EOF         VALUE '10'.
       01  WS-AFMJRNL-STATUS      PIC X(002).
       01  WS-REPORT-STATUS       PIC X(002).

       01  WS-AFMVSEQ-EOF-SW      PIC X(001) VALUE 'N'.
       01  WS-FIRST-GROUP-SW      PIC X(001) VALUE 'Y'.
           88 WS-FIRST-GROUP         VALUE 'Y'.
           88 WS-NOT-FIRST-GROUP     VALUE 'N'.
       01  WS-HEADING-DONE-SW     PIC X(001) VALUE 'N'.
           88 WS-HEADING-DONE        VALUE 'Y'.
           88 WS-HEADING-NOT-DONE    VALUE 'N'.

       01  WS-HOLD-USERID         PIC X(008) VALUE 'AFM200'.
       01  WS-TODAY-DATE          PIC X(008).
       01  WS-RUN-TIME            PIC X(006).

      * the row as read, kept for the AFMJRNL before image, and
      * the number of journal records this run has written
       01  WS-JRNL-BEFORE-IMAGE   PIC X(375).
       01  WS-JRNL-COUNT          PIC 9(007) USAGE BINARY VALUE 0.

       01  WS-GROUP-DATASET-ID    PIC X(044).
       01  WS-GROUP-COUNT         PIC 9(003) USAGE BINARY VALUE 0.
       01  WS-GROUP-COPIES        PIC 9(003) USAGE BINARY VALUE 0.
       01  WS-GROUP-COPY-KEY      PIC X(008).
       01  WS-WINNER-SUB          PIC 9(003) USAGE BINARY VALUE 0.
       01  WS-WINNER-COPY         PIC 9(003) USAGE BINARY VALUE 0.
       01  WS-LOSER-SUB           PIC 9(003) USAGE BINARY VALUE 0.
       01  WS-COPY-SUB            PIC 9(003) USAGE BINARY VALUE 0.
       01  WS-OVERFLOW-COUNT      PIC 9(007) USAGE BINARY VALUE 0.

       01  WS-COUNTERS.
           05 WS-DUP-GROUPS       PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ROWS-SUPPRESSED  PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ROWS-LEFT-HELD   PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-VOLSET-GROUPS    PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ROWS-RELEASED    PIC 9(007) USAGE BINARY VALUE 0.

       01  WS-GROUP-TABLE.
           05 WS-GROUP-ENTRY OCCURS 500 TIMES.
               10 GRP-FILE-SEQ        PIC 9(002) USAGE BINARY.
               10 GRP-SITUACAO        PIC 9(001) USAGE BINARY.
               10 GRP-EXCEPTION-FLAG  PIC X(001).
               10 GRP-EXCEPTION-SET-BY PIC X(008).
               10 GRP-COPY-NUMBER     PIC 9(003) USAGE BINARY.
               10 GRP-VOLSET-COUNT    PIC 9(003) USAGE BINARY.

      * one entry per copy in the group: where its first volume
      * sits in WS-GROUP-TABLE, and the highest SITUACAO any of
      * its volumes has reached (a set is moving once one volume
      * has gone)
       01  WS-COPY-TABLE.
           05 WS-COPY-ENTRY OCCURS 500 TIMES.
               10 CPY-FIRST-SUB       PIC 9(003) USAGE BINARY.
               10 CPY-SITUACAO        PIC 9(001) USAGE BINARY.
               10 CPY-VOLSET-COUNT    PIC 9(003) USAGE BINARY.

       01  WS-HEADING-1            PIC X(050) VALUE
           'AFM200 - PREFERRED-COPY SELECTION REPORT'.
           05 EL-VOLUME-ID          PIC X(006).
           05 FILLER                PIC X(001) VALUE '/'.
           05 EL-FILE-SEQ           PIC Z(001)9.
           05 FILLER                PIC X(002) VALUE SPACES.
           05 EL-VOLSET-TEXT        PIC X(030).

       01  WS-VOLSET-BUILD.
           05 FILLER                PIC X(014) VALUE
               'VOLUME SET OF '.
           05 VB-VOLSET-COUNT       PIC ZZ9.
           05 FILLER                PIC X(008) VALUE ' VOLUMES'.

       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(004) VALUE SPACES.
           05 DL-ACTION             PIC X(010).
           05 DL-VOLUME-ID          PIC X(006).
           05 FILLER                PIC X(001) VALUE '/'.
           05 DL-FILE-SEQ           PIC Z(001)9.
               'ALREADY ON HOLD        '.
           05 TL-ROWS-LEFT-HELD     PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05 FILLER                PIC X(024) VALUE
               'MULTI-VOLUME SETS, 1 CPY'.
           05 TL-VOLSET-GROUPS      PIC ZZZ,ZZ9.
           05 FILLER                PIC X(004) VALUE SPACES.
           05 FILLER                PIC X(024) VALUE
               'SET VOLUMES RELEASED   '.
           05 TL-ROWS-RELEASED      PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
      *-------------------------------------------------------*
      * 1000-SORT-WORKFILE - order the live AFMVSEQ rows by    *
      *                      DATASET-ID so every copy of a     *
      *                      name is adjacent, and the volumes *
      *                      of a multi-volume set together in *
      *                      volume order.                     *
      *-------------------------------------------------------*
       1000-SORT-WORKFILE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-DATASET-ID
                                SD-COPY-VOLUME-ID SD-COPY-FILE-SEQ
                                SD-VOLSET-SEQ
                                SD-VOLUME-ID SD-FILE-SEQ
               INPUT PROCEDURE IS 1100-RELEASE-SORT-RECORDS
               GIVING DUPSORT-FILE.

                   GO TO 1150-EXIT
           END-READ
           ADD 1 TO WS-ROWS-READ
           IF VS-SITUACAO-EXPIRADA
               GO TO 1150-EXIT
           END-IF
           MOVE VS-DATASET-ID     TO SD-DATASET-ID
           MOVE VS-VOLUME-ID      TO SD-VOLUME-ID
           MOVE VS-FILE-SEQ       TO SD-FILE-SEQ
           MOVE VS-SITUACAO       TO SD-SITUACAO
           MOVE VS-EXCEPTION-FLAG TO SD-EXCEPTION-FLAG
           MOVE VS-EXCEPTION-SET-BY TO SD-EXCEPTION-SET-BY
           MOVE VS-VOLSET-SEQ     TO SD-VOLSET-SEQ
           MOVE VS-VOLSET-COUNT   TO SD-VOLSET-COUNT
           IF VS-VOLSET-SINGLE
               MOVE VS-VOLUME-ID        TO SD-COPY-VOLUME-ID
               MOVE VS-FILE-SEQ         TO SD-COPY-FILE-SEQ
           ELSE
               MOVE VS-VOLSET-FIRST-VOL TO SD-COPY-VOLUME-ID
               MOVE 0                   TO SD-COPY-FILE-SEQ
           END-IF
           RELEASE SORT-RECORD.
       1150-EXIT.
           EXIT.

       2000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME   FROM TIME
           OPEN INPUT  DUPSORT-FILE
           OPEN I-O    AFMVSEQ-FILE
           OPEN EXTEND AFMJRNL-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
      * 3000-SCAN-SORTED-FILE - control-break on DATASET-ID,   *
      *                         buffering each group so the    *
      *                         election sees every copy       *
      *                         before it picks one. The       *
      *                         volumes of one multi-volume    *
      *                         set share a copy key and are   *
      *                         one copy.                      *
      *-------------------------------------------------------*
       3000-SCAN-SORTED-FILE.
           IF WS-FIRST-GROUP
           END-IF
           ADD 1 TO WS-GROUP-COUNT
           IF WS-GROUP-COUNT <= 500
               PERFORM 3050-BUFFER-ROW
           END-IF
           PERFORM 3100-READ-DUPSORT.

       3050-BUFFER-ROW.
           IF WS-GROUP-COUNT = 1
               OR DS-COPY-KEY NOT = WS-GROUP-COPY-KEY
               ADD 1 TO WS-GROUP-COPIES
               MOVE DS-COPY-KEY     TO WS-GROUP-COPY-KEY
               MOVE WS-GROUP-COUNT  TO CPY-FIRST-SUB(WS-GROUP-COPIES)
               MOVE DS-SITUACAO     TO CPY-SITUACAO(WS-GROUP-COPIES)
               MOVE DS-VOLSET-COUNT
                   TO CPY-VOLSET-COUNT(WS-GROUP-COPIES)
           END-IF
           IF DS-SITUACAO > CPY-SITUACAO(WS-GROUP-COPIES)
               MOVE DS-SITUACAO TO CPY-SITUACAO(WS-GROUP-COPIES)
           END-IF
           MOVE DS-VOLUME-ID TO GRP-VOLUME-ID(WS-GROUP-COUNT)
           MOVE DS-FILE-SEQ  TO GRP-FILE-SEQ(WS-GROUP-COUNT)
           MOVE DS-SITUACAO  TO GRP-SITUACAO(WS-GROUP-COUNT)
           MOVE DS-EXCEPTION-FLAG
               TO GRP-EXCEPTION-FLAG(WS-GROUP-COUNT)
           MOVE DS-EXCEPTION-SET-BY
               TO GRP-EXCEPTION-SET-BY(WS-GROUP-COUNT)
           MOVE WS-GROUP-COPIES
               TO GRP-COPY-NUMBER(WS-GROUP-COUNT)
           MOVE DS-VOLSET-COUNT
               TO GRP-VOLSET-COUNT(WS-GROUP-COUNT).

       3100-READ-DUPSORT.
           READ DUPSORT-FILE
               AT END
           END-READ.

      *-------------------------------------------------------*
      * 3900-FLUSH-GROUP - a group with more than one copy is  *
      *                    a duplicated dataset: elect one     *
      *                    copy and suppress the rest. A group *
      *                    that is one multi-volume set is not *
      *                    a duplicate - every volume of it    *
      *                    migrates.                           *
      *-------------------------------------------------------*
       3900-FLUSH-GROUP.
           IF WS-GROUP-COPIES = 1
               AND WS-GROUP-COUNT > 1
               ADD 1 TO WS-VOLSET-GROUPS
               MOVE 1 TO WS-WINNER-COPY
               SET WS-HEADING-NOT-DONE TO TRUE
               PERFORM 3960-RELEASE-SET-VOLUME THRU 3960-EXIT
                   VARYING WS-LOSER-SUB FROM 1 BY 1
                   UNTIL WS-LOSER-SUB > WS-GROUP-COUNT
                       OR WS-LOSER-SUB > 500
           END-IF
           IF WS-GROUP-COPIES > 1
               ADD 1 TO WS-DUP-GROUPS
               MOVE WS-GROUP-DATASET-ID TO GH-DATASET-ID
               MOVE WS-GROUP-HEADING TO REPORT-LINE
               WRITE REPORT-LINE
               SET WS-HEADING-DONE TO TRUE
               PERFORM 3920-ELECT-WINNER
               PERFORM 3940-SUPPRESS-LOSER THRU 3940-EXIT
                   VARYING WS-LOSER-SUB FROM 1 BY 1
                   WRITE REPORT-LINE
               END-IF
           END-IF
           MOVE 0 TO WS-GROUP-COUNT
           MOVE 0 TO WS-GROUP-COPIES.

      *-------------------------------------------------------*
      * 3920-ELECT-WINNER - the copy with the highest SITUACAO *
      *                     moving, or moved); ties go to the  *
      *                     lowest VOLUME-ID/FILE-SEQ, which   *
      *                     is the first buffered since the    *
      *                     sort ordered the group by key. A   *
      *                     multi-volume set stands as one     *
      *                     copy, named by its first volume.   *
      *-------------------------------------------------------*
       3920-ELECT-WINNER.
           MOVE 1 TO WS-WINNER-COPY
           PERFORM 3930-COMPARE-CANDIDATE
               VARYING WS-COPY-SUB FROM 2 BY 1
               UNTIL WS-COPY-SUB > WS-GROUP-COPIES
           MOVE CPY-FIRST-SUB(WS-WINNER-COPY) TO WS-WINNER-SUB
           MOVE GRP-VOLUME-ID(WS-WINNER-SUB) TO EL-VOLUME-ID
           MOVE GRP-FILE-SEQ(WS-WINNER-SUB)  TO EL-FILE-SEQ
           IF CPY-VOLSET-COUNT(WS-WINNER-COPY) > 1
               MOVE CPY-VOLSET-COUNT(WS-WINNER-COPY)
                   TO VB-VOLSET-COUNT
               MOVE WS-VOLSET-BUILD TO EL-VOLSET-TEXT
           ELSE
               MOVE SPACES TO EL-VOLSET-TEXT
           END-IF
           MOVE WS-ELECTED-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE GRP-VOLUME-ID(WS-WINNER-SUB) TO RB-VOLUME-ID
           MOVE GRP-FILE-SEQ(WS-WINNER-SUB)  TO RB-FILE-SEQ.

       3930-COMPARE-CANDIDATE.
           IF CPY-SITUACAO(WS-COPY-SUB) >
               CPY-SITUACAO(WS-WINNER-COPY)
               MOVE WS-COPY-SUB TO WS-WINNER-COPY
           END-IF.

      *-------------------------------------------------------*
      * 3940-SUPPRESS-LOSER - place the machine hold on one    *
      *                       volume of a losing copy - every  *
      *                       volume of a losing set is held.  *
      *                       A row someone already holds is   *
      *                       left exactly as it is, like      *
      *                       AFM150 does. A volume of the     *
      *                       winning set goes to 3960.        *
      *-------------------------------------------------------*
       3940-SUPPRESS-LOSER.
           IF GRP-COPY-NUMBER(WS-LOSER-SUB) = WS-WINNER-COPY
               PERFORM 3960-RELEASE-SET-VOLUME THRU 3960-EXIT
               GO TO 3940-EXIT
           END-IF
           MOVE 'SUPPRESSED' TO DL-ACTION
           MOVE GRP-VOLUME-ID(WS-LOSER-SUB) TO DL-VOLUME-ID
           MOVE GRP-FILE-SEQ(WS-LOSER-SUB)  TO DL-FILE-SEQ
           IF GRP-EXCEPTION-FLAG(WS-LOSER-SUB) = 'Y'
                   WRITE REPORT-LINE
                   GO TO 3940-EXIT
           END-READ
           MOVE AFMVSEQ-RECORD  TO WS-JRNL-BEFORE-IMAGE
           SET VS-EXCEPTION-HOLD TO TRUE
           MOVE WS-REASON-BUILD TO VS-EXCEPTION-REASON
           MOVE WS-HOLD-USERID  TO VS-EXCEPTION-SET-BY
           MOVE WS-TODAY-DATE   TO VS-EXCEPTION-SET-DATE
           REWRITE AFMVSEQ-RECORD
           IF AFMVSEQ-OK
               PERFORM 3980-WRITE-JOURNAL
           END-IF
           ADD 1 TO WS-ROWS-SUPPRESSED
           MOVE WS-REASON-BUILD TO DL-MESSAGE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
       3940-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 3960-RELEASE-SET-VOLUME - a volume of a multi-volume   *
      *                           set that migrates. Earlier   *
      *                           elections took the set's     *
      *                           continuation volumes for     *
      *                           duplicates and held them;    *
      *                           such an AFM200 hold is       *
      *                           lifted. Any other hold is    *
      *                           left as it is.               *
      *-------------------------------------------------------*
       3960-RELEASE-SET-VOLUME.
           IF GRP-VOLSET-COUNT(WS-LOSER-SUB) < 2
               OR GRP-EXCEPTION-FLAG(WS-LOSER-SUB) NOT = 'Y'
               OR GRP-EXCEPTION-SET-BY(WS-LOSER-SUB)
                   NOT = WS-HOLD-USERID
               GO TO 3960-EXIT
           END-IF
           MOVE 'RELEASED  ' TO DL-ACTION
           MOVE GRP-VOLUME-ID(WS-LOSER-SUB) TO DL-VOLUME-ID
           MOVE GRP-FILE-SEQ(WS-LOSER-SUB)  TO DL-FILE-SEQ
           MOVE GRP-VOLUME-ID(WS-LOSER-SUB) TO VS-VOLUME-ID
           MOVE GRP-FILE-SEQ(WS-LOSER-SUB)  TO VS-FILE-SEQ
           READ AFMVSEQ-FILE
               INVALID KEY
                   MOVE 'ROW VANISHED BETWEEN SORT AND UPDATE'
                       TO DL-MESSAGE
                   MOVE WS-DETAIL-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
                   GO TO 3960-EXIT
           END-READ
           MOVE AFMVSEQ-RECORD  TO WS-JRNL-BEFORE-IMAGE
           SET VS-EXCEPTION-NONE TO TRUE
           MOVE SPACES          TO VS-EXCEPTION-REASON
           MOVE SPACES          TO VS-EXCEPTION-SET-BY
           MOVE SPACES          TO VS-EXCEPTION-SET-DATE
           REWRITE AFMVSEQ-RECORD
           IF AFMVSEQ-OK
               PERFORM 3980-WRITE-JOURNAL
           END-IF
           ADD 1 TO WS-ROWS-RELEASED
           IF WS-HEADING-NOT-DONE
               MOVE WS-GROUP-DATASET-ID TO GH-DATASET-ID
               MOVE WS-GROUP-HEADING TO REPORT-LINE
               WRITE REPORT-LINE
               SET WS-HEADING-DONE TO TRUE
           END-IF
           MOVE 'VOLUME-SET CONTINUATION - NOT A DUPLICATE'
               TO DL-MESSAGE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       3960-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 3980-WRITE-JOURNAL - before and after image of the    *
      *                      row just rewritten, appended to  *
      *                      AFMJRNL for AFM310 backout. The  *
      *                      after image becomes the before   *
      *                      image of any further rewrite of  *
      *                      the same row in this run.        *
      *-------------------------------------------------------*
       3980-WRITE-JOURNAL.
           ADD 1 TO WS-JRNL-COUNT
           MOVE SPACES               TO AFMJRNL-RECORD
           MOVE 'AFM200'             TO JRN-PROGRAM
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
           MOVE WS-ROWS-LEFT-HELD  TO TL-ROWS-LEFT-HELD
           MOVE WS-TOTAL-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-VOLSET-GROUPS   TO TL-VOLSET-GROUPS
           MOVE WS-ROWS-RELEASED   TO TL-ROWS-RELEASED
           MOVE WS-TOTAL-LINE-3 TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE DUPSORT-FILE
           CLOSE AFMVSEQ-FILE
           CLOSE AFMJRNL-FILE
           CLOSE REPORT-FILE.

       9999-EXIT.
