      *                  range, so control fell through       *
      *                  1150-EXIT into the paragraphs after  *
      *                  it while the SORT was still active.  *
      * 2026-10-15 GHF   A dataset the TMS wrote across       *
      *                  several tapes is no longer reported  *
      *                  as a duplicate. The AFMTMS catalog   *
      *                  extract now rides beside AFMLIST and *
      *                  supplies each row's volume-set       *
      *                  fields; the volumes of one set share *
      *                  a copy key, so only a DATASET-ID     *
      *                  with more than one copy is printed,  *
      *                  set volumes marked VOL n OF m.       *
      *                  Groups that are just one set are     *
      *                  counted on a second total line.      *
      *****************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AFMLIST-STATUS.

           SELECT AFMTMS-FILE   ASSIGN TO AFMTMS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AFMTMS-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK1.

           SELECT AFMSORT-FILE  ASSIGN TO AFMSORT
           RECORD CONTAINS 250 CHARACTERS.
           COPY AFMLIST_old.

       FD  AFMTMS-FILE
           RECORD CONTAINS 064 CHARACTERS.
           COPY AFMTMS.

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

       FD  AFMSORT-FILE
           RECORD CONTAINS 064 CHARACTERS.
       01  AFMSORT-RECORD.
           05 AS-DATASET-ID     PIC X(044).
           05 AS-COPY-KEY.
               10 AS-COPY-VOLUME-ID PIC X(006).
               10 AS-COPY-FILE-SEQ  PIC 9(002) USAGE BINARY.
           05 AS-VOLSET-SEQ     PIC 9(003) USAGE BINARY.
           05 AS-VOLSET-COUNT   PIC 9(003) USAGE BINARY.
           05 AS-VOLUME-ID      PIC X(006).
           05 AS-FILE-SEQ       PIC 9(002) USAGE BINARY.

       01  WS-AFMLIST-STATUS      PIC X(002).
       01  WS-AFMLIST-EOF-SW      PIC X(001) VALUE 'N'.
           88 AFMLIST-AT-EOF         VALUE 'Y'.
       01  WS-AFMTMS-STATUS       PIC X(002).
       01  WS-AFMTMS-EOF-SW       PIC X(001) VALUE 'N'.
           88 AFMTMS-AT-EOF          VALUE 'Y'.
       01  WS-AFMSORT-STATUS      PIC X(002).
           88 AFMSORT-OK          VALUE '00'.
           88 AFMSORT-EOF         VALUE '10'.

       01  WS-GROUP-DATASET-ID    PIC X(044).
       01  WS-GROUP-COUNT         PIC 9(003) USAGE BINARY VALUE 0.
       01  WS-GROUP-COPIES        PIC 9(003) USAGE BINARY VALUE 0.
       01  WS-GROUP-COPY-KEY      PIC X(008).
       01  WS-VOLSET-ONLY-COUNT   PIC 9(007) USAGE BINARY VALUE 0.
       01  WS-DUP-DATASET-COUNT   PIC 9(007) USAGE BINARY VALUE 0.
       01  WS-DUP-ROW-COUNT       PIC 9(007) USAGE BINARY VALUE 0.
       01  WS-OVERFLOW-COUNT      PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-GROUP-ENTRY OCCURS 500 TIMES INDEXED BY WS-GRP-IDX.
               10 GRP-VOLUME-ID    PIC X(006).
               10 GRP-FILE-SEQ     PIC 9(002) USAGE BINARY.
               10 GRP-VOLSET-SEQ   PIC 9(003) USAGE BINARY.
               10 GRP-VOLSET-COUNT PIC 9(003) USAGE BINARY.

       01  WS-HEADING-1            PIC X(050) VALUE
           'AFM060 - DUPLICATE DATASET-ID REPORT'.
           05 DL-VOLUME-ID          PIC X(006).
           05 FILLER                PIC X(002) VALUE SPACES.
           05 DL-FILE-SEQ           PIC Z(001)9.
           05 FILLER                PIC X(002) VALUE SPACES.
           05 DL-VOLSET-TEXT        PIC X(014).

       01  WS-VOLSET-BUILD.
           05 FILLER                PIC X(004) VALUE 'VOL '.
           05 VB-VOLSET-SEQ         PIC ZZ9.
           05 FILLER                PIC X(004) VALUE ' OF '.
           05 VB-VOLSET-COUNT       PIC ZZ9.

       01  WS-TOTAL-LINE.
           05 FILLER                PIC X(030) VALUE
               'TOTAL DUPLICATE ROWS     '.
           05 TL-DUP-ROW-COUNT       PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05 FILLER                PIC X(030) VALUE
               'MULTI-VOLUME SETS, NOT DUPS '.
           05 TL-VOLSET-ONLY-COUNT   PIC ZZZ,ZZ9.

       01  WS-OVERFLOW-LINE.
           05 FILLER                PIC X(008) VALUE SPACES.
           05 FILLER                PIC X(004) VALUE '... '.

      *-------------------------------------------------------*
      * 1000-SORT-EXTRACT - order the extract by DATASET-ID so*
      *                     every copy of a name is adjacent, *
      *                     then by copy key so the volumes   *
      *                     of one multi-volume set stay      *
      *                     together, in volume-set order.    *
      *-------------------------------------------------------*
       1000-SORT-EXTRACT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-DATASET-ID
                                SD-COPY-VOLUME-ID SD-COPY-FILE-SEQ
                                SD-VOLSET-SEQ
                                SD-VOLUME-ID SD-FILE-SEQ
               INPUT PROCEDURE IS 1100-RELEASE-SORT-RECORDS
               GIVING AFMSORT-FILE.

      *-------------------------------------------------------*
       1100-RELEASE-SORT-RECORDS.
           OPEN INPUT AFMLIST-FILE
           OPEN INPUT AFMTMS-FILE
           PERFORM 1200-READ-AFMTMS
           PERFORM 1150-RELEASE-ONE-RECORD THRU 1150-EXIT
               UNTIL AFMLIST-AT-EOF
           CLOSE AFMLIST-FILE
           CLOSE AFMTMS-FILE.

       1150-RELEASE-ONE-RECORD.
           READ AFMLIST-FILE
           MOVE DATASET-ID TO SD-DATASET-ID
           MOVE VOLUME-ID  TO SD-VOLUME-ID
           MOVE FILE-SEQ   TO SD-FILE-SEQ
           MOVE VOLUME-ID  TO SD-COPY-VOLUME-ID
           MOVE FILE-SEQ   TO SD-COPY-FILE-SEQ
           MOVE 0          TO SD-VOLSET-SEQ
           MOVE 0          TO SD-VOLSET-COUNT
           PERFORM 1200-READ-AFMTMS
               UNTIL AFMTMS-AT-EOF
                  OR TMS-VOLUME-ID > VOLUME-ID
                  OR (TMS-VOLUME-ID = VOLUME-ID AND
                      TMS-FILE-SEQ NOT < FILE-SEQ)
           IF NOT AFMTMS-AT-EOF
               AND TMS-VOLUME-ID  = VOLUME-ID
               AND TMS-FILE-SEQ   = FILE-SEQ
               AND TMS-DATASET-ID = DATASET-ID
               MOVE TMS-VOLSET-SEQ   TO SD-VOLSET-SEQ
               MOVE TMS-VOLSET-COUNT TO SD-VOLSET-COUNT
               IF NOT TMS-VOLSET-SINGLE
                   MOVE TMS-VOLSET-FIRST-VOL TO SD-COPY-VOLUME-ID
                   MOVE 0                    TO SD-COPY-FILE-SEQ
               END-IF
           END-IF
           RELEASE SORT-RECORD.
       1150-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 1200-READ-AFMTMS - the TMS catalog extract rides      *
      *                    beside AFMLIST in VOLUME-ID/FILE-  *
      *                    SEQ order and supplies each row's  *
      *                    volume-set fields. A row the TMS   *
      *                    does not know (AFM050 reports it)  *
      *                    is taken as a single volume.       *
      *-------------------------------------------------------*
       1200-READ-AFMTMS.
           READ AFMTMS-FILE
               AT END
                   SET AFMTMS-AT-EOF TO TRUE
           END-READ.

       2000-INITIALIZE.
           OPEN INPUT  AFMSORT-FILE
           OPEN OUTPUT REPORT-FILE
      * 3000-SCAN-SORTED-FILE - control-break on DATASET-ID,  *
      *                         buffering each group so only  *
      *                         true duplicates get printed.  *
      *                         The volumes of one multi-     *
      *                         volume set share a copy key   *
      *                         and count as one copy.        *
      *-------------------------------------------------------*
       3000-SCAN-SORTED-FILE.
           IF WS-FIRST-GROUP
               PERFORM 3900-FLUSH-GROUP
               MOVE AS-DATASET-ID TO WS-GROUP-DATASET-ID
           END-IF
           IF WS-GROUP-COUNT = 0
               OR AS-COPY-KEY NOT = WS-GROUP-COPY-KEY
               ADD 1 TO WS-GROUP-COPIES
               MOVE AS-COPY-KEY TO WS-GROUP-COPY-KEY
           END-IF
           ADD 1 TO WS-GROUP-COUNT
           IF WS-GROUP-COUNT <= 500
               MOVE AS-VOLUME-ID TO GRP-VOLUME-ID(WS-GROUP-COUNT)
               MOVE AS-FILE-SEQ  TO GRP-FILE-SEQ(WS-GROUP-COUNT)
               MOVE AS-VOLSET-SEQ
                   TO GRP-VOLSET-SEQ(WS-GROUP-COUNT)
               MOVE AS-VOLSET-COUNT
                   TO GRP-VOLSET-COUNT(WS-GROUP-COUNT)
           END-IF
           PERFORM 3100-READ-AFMSORT.


      *-------------------------------------------------------*
      * 3900-FLUSH-GROUP - print the buffered group only when *
      *                    it holds more than one copy. A     *
      *                    group that is one multi-volume set *
      *                    is a single dataset on several     *
      *                    tapes, not a duplicate - counted,  *
      *                    not printed (AFM290 lists sets).   *
      *-------------------------------------------------------*
       3900-FLUSH-GROUP.
           IF WS-GROUP-COUNT > 1
               AND WS-GROUP-COPIES = 1
               ADD 1 TO WS-VOLSET-ONLY-COUNT
           END-IF
           IF WS-GROUP-COPIES > 1
               ADD 1 TO WS-DUP-DATASET-COUNT
               MOVE WS-GROUP-DATASET-ID TO GH-DATASET-ID
               MOVE WS-GROUP-HEADING TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF
           MOVE 0 TO WS-GROUP-COUNT
           MOVE 0 TO WS-GROUP-COPIES.

       3950-PRINT-GROUP-MEMBERS.
           MOVE GRP-VOLUME-ID(WS-GRP-IDX) TO DL-VOLUME-ID
           MOVE GRP-FILE-SEQ(WS-GRP-IDX)  TO DL-FILE-SEQ
           IF GRP-VOLSET-COUNT(WS-GRP-IDX) > 1
               MOVE GRP-VOLSET-SEQ(WS-GRP-IDX)   TO VB-VOLSET-SEQ
               MOVE GRP-VOLSET-COUNT(WS-GRP-IDX) TO VB-VOLSET-COUNT
               MOVE WS-VOLSET-BUILD TO DL-VOLSET-TEXT
           ELSE
               MOVE SPACES TO DL-VOLSET-TEXT
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-DUP-ROW-COUNT.
           MOVE WS-DUP-ROW-COUNT     TO TL-DUP-ROW-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-VOLSET-ONLY-COUNT TO TL-VOLSET-ONLY-COUNT
           MOVE WS-TOTAL-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE AFMSORT-FILE
           CLOSE REPORT-FILE.

