       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AFM290.
       AUTHOR.        G HALLORAN FILHO.
       INSTALLATION.  GFS DATA MIGRATION.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *****************************************************
      * MODIFICATION HISTORY                               *
      *-----------------------------------------------------*
      * DATE       INIT  DESCRIPTION                        *
      * 2026-10-15 GHF   Initial version - multi-volume     *
      *                  dataset report. Sorts every        *
      *                  AFMVSEQ row that belongs to a      *
      *                  multi-volume set (VOLSET-COUNT     *
      *                  above 1, stamped from the TMS by   *
      *                  AFM150) by DATASET-ID, first       *
      *                  volume and volume sequence and     *
      *                  lists each set with its volumes in *
      *                  order - VOLUME-ID, FILE-SEQ,       *
      *                  SITUACAO and any hold. Gaps in the *
      *                  sequence, repeated sequences,      *
      *                  members that disagree on the       *
      *                  volume count and missing trailing  *
      *                  volumes are flagged line by line.  *
      *                  AFM030, AFM270 and AFM210 refuse   *
      *                  an incomplete set; this is where   *
      *                  the operator finds out why.        *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AFMVSEQ-FILE  ASSIGN TO AFMVSEQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VS-REC-KEY
               FILE STATUS IS WS-AFMVSEQ-STATUS.

           SELECT SET-SORT-FILE ASSIGN TO SORTWK1.

           SELECT REPORT-FILE   ASSIGN TO RPT290
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AFMVSEQ-FILE.
           COPY AFMVSEQ.

       SD  SET-SORT-FILE.
       01  SET-SORT-RECORD.
           05 SS-SET-KEY.
               10 SS-DATASET-ID      PIC X(044).
               10 SS-FIRST-VOL       PIC X(006).
           05 SS-VOLSET-SEQ          PIC 9(003) USAGE BINARY.
           05 SS-VOLSET-COUNT        PIC 9(003) USAGE BINARY.
           05 SS-VOLUME-ID           PIC X(006).
           05 SS-FILE-SEQ            PIC 9(002) USAGE BINARY.
           05 SS-SITUACAO            PIC 9(001) USAGE BINARY.
               88 SS-SITUACAO-PENDENTE      VALUE 0.
               88 SS-SITUACAO-EM-ANDAMENTO  VALUE 1.
               88 SS-SITUACAO-CONCLUIDA     VALUE 2.
               88 SS-SITUACAO-EXPIRADA      VALUE 3.
           05 SS-EXCEPTION-FLAG      PIC X(001).
               88 SS-EXCEPTION-HOLD         VALUE 'Y'.
           05 SS-LEGAL-HOLD-FLAG     PIC X(001).
               88 SS-LEGAL-HOLD             VALUE 'Y'.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AFMVSEQ-STATUS         PIC X(002).
           88 AFMVSEQ-OK             VALUE '00'.
           88 AFMVSEQ-EOF            VALUE '10'.
       01  WS-REPORT-STATUS          PIC X(002).

       01  WS-AFMVSEQ-EOF-SW         PIC X(001) VALUE 'N'.
           88 AFMVSEQ-AT-EOF            VALUE 'Y'.
       01  WS-SET-SORT-EOF-SW        PIC X(001) VALUE 'N'.
           88 SET-SORT-AT-EOF           VALUE 'Y'.
       01  WS-SET-CLEAN-SW           PIC X(001) VALUE 'Y'.
           88 WS-SET-CLEAN              VALUE 'Y'.
           88 WS-SET-IN-ERROR           VALUE 'N'.

       01  WS-SET-KEY                PIC X(050) VALUE SPACES.
       01  WS-SET-MEMBERS            PIC 9(004) USAGE BINARY VALUE 0.
       01  WS-SET-EXPECTED           PIC 9(003) USAGE BINARY VALUE 0.
       01  WS-SET-NEXT-SEQ           PIC 9(004) USAGE BINARY VALUE 0.
       01  WS-SET-OPEN               PIC 9(004) USAGE BINARY VALUE 0.
       01  WS-MISSING-SEQ            PIC 9(004) USAGE BINARY VALUE 0.

       01  WS-COUNTERS.
           05 WS-ROWS-READ           PIC 9(009) USAGE BINARY VALUE 0.
           05 WS-SET-ROWS            PIC 9(009) USAGE BINARY VALUE 0.
           05 WS-SETS-SEEN           PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-SETS-COMPLETE       PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-SETS-IN-ERROR       PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-SETS-CONCLUIDA      PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-VOLUMES-MISSING     PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-VOLUMES-REPEATED    PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-COUNT-MISMATCHES    PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-SEQ-OUT-OF-RANGE    PIC 9(007) USAGE BINARY VALUE 0.

       01  WS-HEADING-1              PIC X(050) VALUE
           'AFM290 - MULTI-VOLUME DATASET SET REPORT'.

       01  WS-HEADING-2.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(009) VALUE 'VOL-SEQ  '.
           05 FILLER                 PIC X(008) VALUE 'VOLUME  '.
           05 FILLER                 PIC X(010) VALUE 'FILE-SEQ  '.
           05 FILLER                 PIC X(014) VALUE 'SITUACAO'.
           05 FILLER                 PIC X(012) VALUE 'HOLD'.
           05 FILLER                 PIC X(007) VALUE 'REMARK'.

       01  WS-SET-HEADING.
           05 FILLER                 PIC X(008) VALUE 'DATASET '.
           05 SH-DATASET-ID          PIC X(044).
           05 FILLER                 PIC X(015) VALUE
               '  FIRST VOLUME '.
           05 SH-FIRST-VOL           PIC X(006).
           05 FILLER                 PIC X(010) VALUE
               '  VOLUMES '.
           05 SH-VOLSET-COUNT        PIC ZZ9.

       01  WS-DETAIL-LINE.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 DL-VOLSET-SEQ          PIC ZZ9.
           05 FILLER                 PIC X(006) VALUE SPACES.
           05 DL-VOLUME-ID           PIC X(006).
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 DL-FILE-SEQ            PIC Z9.
           05 FILLER                 PIC X(006) VALUE SPACES.
           05 DL-SITUACAO            PIC X(012).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 DL-HOLD                PIC X(010).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 DL-REMARK              PIC X(050).

       01  WS-MISSING-LINE.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 ML-VOLSET-SEQ          PIC ZZ9.
           05 FILLER                 PIC X(006) VALUE SPACES.
           05 FILLER                 PIC X(050) VALUE
               '*** VOLUME MISSING FROM AFMVSEQ ***'.

       01  WS-COUNT-REMARK.
           05 FILLER                 PIC X(030) VALUE
               'VOLUME COUNT DISAGREES - SAYS '.
           05 CR-VOLSET-COUNT        PIC ZZ9.

       01  WS-VERDICT-LINE.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 VL-TEXT                PIC X(050).
           05 VL-MEMBERS             PIC ZZZ9.
           05 FILLER                 PIC X(004) VALUE ' OF '.
           05 VL-EXPECTED            PIC ZZ9.
           05 FILLER                 PIC X(016) VALUE
               ' VOLUMES ON FILE'.

       01  WS-VERDICT-COMPLETE       PIC X(050) VALUE
           'SET COMPLETE - '.
       01  WS-VERDICT-CONCLUIDA      PIC X(050) VALUE
           'SET COMPLETE AND FULLY CONCLUIDA - '.
       01  WS-VERDICT-ERROR          PIC X(050) VALUE
           'SET IN ERROR - WILL NOT MIGRATE OR SCRATCH - '.

       01  WS-TOTAL-LINE-1.
           05 FILLER                 PIC X(024) VALUE
               'AFMVSEQ ROWS READ      '.
           05 TL-ROWS-READ           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'VOLUME-SET ROWS        '.
           05 TL-SET-ROWS            PIC ZZZ,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05 FILLER                 PIC X(024) VALUE
               'SETS EXAMINED          '.
           05 TL-SETS-SEEN           PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'SETS COMPLETE          '.
           05 TL-SETS-COMPLETE       PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'SETS IN ERROR          '.
           05 TL-SETS-IN-ERROR       PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05 FILLER                 PIC X(024) VALUE
               'SETS FULLY CONCLUIDA   '.
           05 TL-SETS-CONCLUIDA      PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'VOLUMES MISSING        '.
           05 TL-VOLUMES-MISSING     PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'VOLUMES REPEATED       '.
           05 TL-VOLUMES-REPEATED    PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-4.
           05 FILLER                 PIC X(024) VALUE
               'VOLUME COUNT MISMATCHES'.
           05 TL-COUNT-MISMATCHES    PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'SEQUENCE OUT OF RANGE  '.
           05 TL-SEQ-OUT-OF-RANGE    PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           SORT SET-SORT-FILE
               ON ASCENDING KEY SS-DATASET-ID SS-FIRST-VOL
                                SS-VOLSET-SEQ
                                SS-VOLUME-ID SS-FILE-SEQ
               INPUT PROCEDURE IS 2100-SELECT-SET-VOLUMES
               OUTPUT PROCEDURE IS 3000-LIST-VOLUME-SETS
           PERFORM 8000-FINISH
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT  AFMVSEQ-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *-------------------------------------------------------*
      * 2100-SELECT-SET-VOLUMES - sort input. Every row that  *
      *                           belongs to a multi-volume   *
      *                           set goes to the sort; the   *
      *                           single-volume rows are only *
      *                           counted.                    *
      *-------------------------------------------------------*
       2100-SELECT-SET-VOLUMES.
           PERFORM 2000-RELEASE-SET-VOLUME THRU 2000-EXIT
               UNTIL AFMVSEQ-AT-EOF.

       2000-RELEASE-SET-VOLUME.
           READ AFMVSEQ-FILE
               AT END
                   SET AFMVSEQ-AT-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-ROWS-READ
           IF VS-VOLSET-SINGLE
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-SET-ROWS
           MOVE VS-DATASET-ID       TO SS-DATASET-ID
           MOVE VS-VOLSET-FIRST-VOL TO SS-FIRST-VOL
           MOVE VS-VOLSET-SEQ       TO SS-VOLSET-SEQ
           MOVE VS-VOLSET-COUNT     TO SS-VOLSET-COUNT
           MOVE VS-VOLUME-ID        TO SS-VOLUME-ID
           MOVE VS-FILE-SEQ         TO SS-FILE-SEQ
           MOVE VS-SITUACAO         TO SS-SITUACAO
           MOVE VS-EXCEPTION-FLAG   TO SS-EXCEPTION-FLAG
           MOVE VS-LEGAL-HOLD-FLAG  TO SS-LEGAL-HOLD-FLAG
           RELEASE SET-SORT-RECORD.
       2000-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 3000-LIST-VOLUME-SETS - sort output. The volumes of   *
      *                         each set come back together   *
      *                         in volume-sequence order.     *
      *-------------------------------------------------------*
       3000-LIST-VOLUME-SETS.
           PERFORM 3100-RETURN-SET-VOLUME
           PERFORM 3200-LIST-SET-VOLUME THRU 3200-EXIT
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
      * 3200-LIST-SET-VOLUME - control-break on DATASET-ID    *
      *                        and first volume. Sequences    *
      *                        skipped since the last volume  *
      *                        are printed as missing; a      *
      *                        sequence seen before, one past *
      *                        the count, or a count that     *
      *                        disagrees with the first       *
      *                        volume's is remarked on the    *
      *                        volume's own line.             *
      *-------------------------------------------------------*
       3200-LIST-SET-VOLUME.
           IF WS-SET-MEMBERS > 0
               AND SS-SET-KEY NOT = WS-SET-KEY
               PERFORM 3900-FLUSH-SET
           END-IF
           IF WS-SET-MEMBERS = 0
               PERFORM 3300-START-SET
           END-IF
           ADD 1 TO WS-SET-MEMBERS
           IF NOT SS-SITUACAO-CONCLUIDA AND NOT SS-SITUACAO-EXPIRADA
               ADD 1 TO WS-SET-OPEN
           END-IF
           MOVE SPACES TO DL-REMARK
           IF SS-VOLSET-SEQ < WS-SET-NEXT-SEQ
               SET WS-SET-IN-ERROR TO TRUE
               ADD 1 TO WS-VOLUMES-REPEATED
               MOVE 'VOLUME SEQUENCE REPEATED' TO DL-REMARK
           ELSE
               PERFORM 3500-PRINT-MISSING-VOLUME
                   VARYING WS-MISSING-SEQ FROM WS-SET-NEXT-SEQ BY 1
                   UNTIL WS-MISSING-SEQ NOT < SS-VOLSET-SEQ
                      OR WS-MISSING-SEQ > WS-SET-EXPECTED
               COMPUTE WS-SET-NEXT-SEQ = SS-VOLSET-SEQ + 1
           END-IF
           IF SS-VOLSET-SEQ = 0
               OR SS-VOLSET-SEQ > WS-SET-EXPECTED
               SET WS-SET-IN-ERROR TO TRUE
               ADD 1 TO WS-SEQ-OUT-OF-RANGE
               MOVE 'VOLUME SEQUENCE OUTSIDE 1 TO THE SET COUNT'
                   TO DL-REMARK
           END-IF
           IF SS-VOLSET-COUNT NOT = WS-SET-EXPECTED
               SET WS-SET-IN-ERROR TO TRUE
               ADD 1 TO WS-COUNT-MISMATCHES
               MOVE SS-VOLSET-COUNT TO CR-VOLSET-COUNT
               MOVE WS-COUNT-REMARK TO DL-REMARK
           END-IF
           PERFORM 3400-PRINT-SET-VOLUME
           PERFORM 3100-RETURN-SET-VOLUME.
       3200-EXIT.
           EXIT.

       3300-START-SET.
           ADD 1 TO WS-SETS-SEEN
           MOVE SS-SET-KEY      TO WS-SET-KEY
           MOVE SS-VOLSET-COUNT TO WS-SET-EXPECTED
           MOVE 1 TO WS-SET-NEXT-SEQ
           MOVE 0 TO WS-SET-OPEN
           SET WS-SET-CLEAN TO TRUE
           MOVE SS-DATASET-ID   TO SH-DATASET-ID
           MOVE SS-FIRST-VOL    TO SH-FIRST-VOL
           MOVE SS-VOLSET-COUNT TO SH-VOLSET-COUNT
           MOVE WS-SET-HEADING TO REPORT-LINE
           WRITE REPORT-LINE.

       3400-PRINT-SET-VOLUME.
           MOVE SS-VOLSET-SEQ TO DL-VOLSET-SEQ
           MOVE SS-VOLUME-ID  TO DL-VOLUME-ID
           MOVE SS-FILE-SEQ   TO DL-FILE-SEQ
           EVALUATE TRUE
               WHEN SS-SITUACAO-PENDENTE
                   MOVE 'PENDENTE    ' TO DL-SITUACAO
               WHEN SS-SITUACAO-EM-ANDAMENTO
                   MOVE 'EM-ANDAMENTO' TO DL-SITUACAO
               WHEN SS-SITUACAO-CONCLUIDA
                   MOVE 'CONCLUIDA   ' TO DL-SITUACAO
               WHEN SS-SITUACAO-EXPIRADA
                   MOVE 'EXPIRADA    ' TO DL-SITUACAO
               WHEN OTHER
                   MOVE 'DESCONHECIDA' TO DL-SITUACAO
           END-EVALUATE
           EVALUATE TRUE
               WHEN SS-LEGAL-HOLD
                   MOVE 'LEGAL HOLD' TO DL-HOLD
               WHEN SS-EXCEPTION-HOLD
                   MOVE 'ON HOLD   ' TO DL-HOLD
               WHEN OTHER
                   MOVE SPACES TO DL-HOLD
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       3500-PRINT-MISSING-VOLUME.
           SET WS-SET-IN-ERROR TO TRUE
           ADD 1 TO WS-VOLUMES-MISSING
           MOVE WS-MISSING-SEQ TO ML-VOLSET-SEQ
           MOVE WS-MISSING-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *-------------------------------------------------------*
      * 3900-FLUSH-SET - any volumes after the last one on    *
      *                  file are missing too; then the set   *
      *                  gets its verdict line.               *
      *-------------------------------------------------------*
       3900-FLUSH-SET.
           PERFORM 3500-PRINT-MISSING-VOLUME
               VARYING WS-MISSING-SEQ FROM WS-SET-NEXT-SEQ BY 1
               UNTIL WS-MISSING-SEQ > WS-SET-EXPECTED
           IF WS-SET-MEMBERS NOT = WS-SET-EXPECTED
               SET WS-SET-IN-ERROR TO TRUE
           END-IF
           IF WS-SET-IN-ERROR
               ADD 1 TO WS-SETS-IN-ERROR
               MOVE WS-VERDICT-ERROR TO VL-TEXT
           ELSE
               ADD 1 TO WS-SETS-COMPLETE
               IF WS-SET-OPEN = 0
                   ADD 1 TO WS-SETS-CONCLUIDA
                   MOVE WS-VERDICT-CONCLUIDA TO VL-TEXT
               ELSE
                   MOVE WS-VERDICT-COMPLETE TO VL-TEXT
               END-IF
           END-IF
           MOVE WS-SET-MEMBERS  TO VL-MEMBERS
           MOVE WS-SET-EXPECTED TO VL-EXPECTED
           MOVE WS-VERDICT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-SET-MEMBERS.

       8000-FINISH.
           MOVE WS-ROWS-READ        TO TL-ROWS-READ
           MOVE WS-SET-ROWS         TO TL-SET-ROWS
           MOVE WS-TOTAL-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SETS-SEEN        TO TL-SETS-SEEN
           MOVE WS-SETS-COMPLETE    TO TL-SETS-COMPLETE
           MOVE WS-SETS-IN-ERROR    TO TL-SETS-IN-ERROR
           MOVE WS-TOTAL-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SETS-CONCLUIDA   TO TL-SETS-CONCLUIDA
           MOVE WS-VOLUMES-MISSING  TO TL-VOLUMES-MISSING
           MOVE WS-VOLUMES-REPEATED TO TL-VOLUMES-REPEATED
           MOVE WS-TOTAL-LINE-3 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COUNT-MISMATCHES TO TL-COUNT-MISMATCHES
           MOVE WS-SEQ-OUT-OF-RANGE TO TL-SEQ-OUT-OF-RANGE
           MOVE WS-TOTAL-LINE-4 TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE AFMVSEQ-FILE
           CLOSE REPORT-FILE.

       9999-EXIT.
           EXIT.
