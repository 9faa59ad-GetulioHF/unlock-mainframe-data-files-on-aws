       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AFM310.
       AUTHOR.        G HALLORAN FILHO.
       INSTALLATION.  GFS DATA MIGRATION.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *****************************************************
      * MODIFICATION HISTORY                               *
      *-----------------------------------------------------*
      * DATE       INIT  DESCRIPTION                        *
      * 2026-10-15 GHF   Initial version - back one run of  *
      *                  an AFMVSEQ rewriter out again from *
      *                  the AFMJRNL change journal. The    *
      *                  run is named on CTLIN by its       *
      *                  program and run timestamp:         *
      *                    PROGRAM=AFM110                   *
      *                    RUN-DATE=yyyymmdd                *
      *                    RUN-TIME=hhmmss                  *
      *                  (USERID= names who is backing it   *
      *                  out). The batch and AF70 journals  *
      *                  are sorted together by row and     *
      *                  time; every row the run changed    *
      *                  goes back to its before image from *
      *                  the run's first change of it,      *
      *                  unless a later run has changed the *
      *                  row since, the row is no longer on *
      *                  AFMVSEQ, or it no longer matches   *
      *                  the run's last after image. Those  *
      *                  rows are refused and listed with   *
      *                  the reason. Each restore is itself *
      *                  journaled as AFM310. Without a     *
      *                  RUN-TIME card nothing is restored: *
      *                  RPT310 lists the runs of that      *
      *                  program on that date so the right  *
      *                  one can be picked.                 *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE  ASSIGN TO CTLIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT JRNLIN-FILE   ASSIGN TO JRNLIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JRNLIN-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK1.

           SELECT JRNSORT-FILE  ASSIGN TO JRNSORT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JRNSORT-STATUS.

           SELECT AFMVSEQ-FILE  ASSIGN TO AFMVSEQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VS-REC-KEY
               FILE STATUS IS WS-AFMVSEQ-STATUS.

           SELECT AFMJRNL-FILE  ASSIGN TO AFMJRNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AFMJRNL-STATUS.

           SELECT REPORT-FILE   ASSIGN TO RPT310
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORD CONTAINS 080 CHARACTERS.
       01  CONTROL-CARD             PIC X(080).

       FD  JRNLIN-FILE
           RECORD CONTAINS 810 CHARACTERS.
       01  JRNLIN-RECORD            PIC X(810).

      * the AFMJRNL layout again, under the sort's own names
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SD-PROGRAM        PIC X(008).
           05 SD-USERID         PIC X(008).
           05 SD-RUN-DATE       PIC X(008).
           05 SD-RUN-TIME       PIC X(006).
           05 SD-RUN-SEQ        PIC 9(007).
           05 SD-VOLUME-ID      PIC X(006).
           05 SD-FILE-SEQ       PIC 9(002) USAGE BINARY.
           05 SD-BEFORE-IMAGE   PIC X(375).
           05 SD-AFTER-IMAGE    PIC X(375).
           05 FILLER            PIC X(015).

       FD  JRNSORT-FILE
           RECORD CONTAINS 810 CHARACTERS.
       01  JRNSORT-RECORD.
           05 JS-PROGRAM        PIC X(008).
           05 JS-USERID         PIC X(008).
           05 JS-RUN-DATE       PIC X(008).
           05 JS-RUN-TIME       PIC X(006).
           05 JS-RUN-SEQ        PIC 9(007).
           05 JS-VOLUME-ID      PIC X(006).
           05 JS-FILE-SEQ       PIC 9(002) USAGE BINARY.
           05 JS-BEFORE-IMAGE   PIC X(375).
           05 JS-AFTER-IMAGE    PIC X(375).
           05 FILLER            PIC X(015).

       FD  AFMVSEQ-FILE.
           COPY AFMVSEQ.

       FD  AFMJRNL-FILE
           RECORD CONTAINS 810 CHARACTERS.
           COPY AFMJRNL.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS         PIC X(002).
           88 CONTROL-OK             VALUE '00'.
           88 CONTROL-EOF            VALUE '10'.
       01  WS-JRNLIN-STATUS          PIC X(002).
       01  WS-JRNSORT-STATUS         PIC X(002).
           88 JRNSORT-OK             VALUE '00'.
           88 JRNSORT-EOF            VALUE '10'.
       01  WS-AFMVSEQ-STATUS         PIC X(002).
           88 AFMVSEQ-OK             VALUE '00'.
           88 AFMVSEQ-NOTFND         VALUE '23'.
       01  WS-AFMJRNL-STATUS         PIC X(002).
       01  WS-REPORT-STATUS          PIC X(002).

       01  WS-CONTROL-EOF-SW         PIC X(001) VALUE 'N'.
           88 CONTROL-AT-EOF            VALUE 'Y'.
       01  WS-JRNSORT-EOF-SW         PIC X(001) VALUE 'N'.
           88 JRNSORT-AT-EOF            VALUE 'Y'.
       01  WS-CARD-ERROR-SW          PIC X(001) VALUE 'N'.
           88 WS-CARD-ERROR             VALUE 'Y'.

       01  WS-CARD-KEYWORD           PIC X(020).
       01  WS-CARD-VALUE             PIC X(060).

      * the run to back out. With no RUN-TIME card the step only
      * lists the runs of the program on the date.
       01  WS-SELECTORS.
           05 WS-SEL-PROGRAM         PIC X(008) VALUE SPACES.
           05 WS-SEL-RUN-DATE        PIC X(008) VALUE SPACES.
           05 WS-SEL-RUN-TIME        PIC X(006) VALUE SPACES.
           05 WS-LIST-ONLY-SW        PIC X(001) VALUE 'N'.
               88 WS-LIST-ONLY          VALUE 'Y'.
       01  WS-RUN-USERID             PIC X(008) VALUE 'AFM310'.

       01  WS-TODAY-DATE             PIC X(008).
       01  WS-RUN-TIME               PIC X(006).

      * the row as read, kept for the AFMJRNL before image, and
      * the number of journal records this run has written
       01  WS-JRNL-BEFORE-IMAGE      PIC X(375).
       01  WS-JRNL-COUNT             PIC 9(007) USAGE BINARY VALUE 0.

      * one AFMVSEQ row's journal records, gathered across the
      * control break: the image to restore is the before image
      * of the run's first change of the row; the row must still
      * equal the after image of the run's last change of it
       01  WS-GROUP.
           05 WS-GROUP-VOLUME-ID     PIC X(006) VALUE LOW-VALUES.
           05 WS-GROUP-FILE-SEQ      PIC 9(002) USAGE BINARY
                                                VALUE 0.
           05 WS-GROUP-CHANGES       PIC 9(005) USAGE BINARY
                                                VALUE 0.
           05 WS-TARGET-FOUND-SW     PIC X(001) VALUE 'N'.
               88 WS-TARGET-FOUND       VALUE 'Y'.
           05 WS-LATER-FOUND-SW      PIC X(001) VALUE 'N'.
               88 WS-LATER-FOUND        VALUE 'Y'.
           05 WS-LATER-PROGRAM       PIC X(008).
           05 WS-LATER-RUN-DATE      PIC X(008).
           05 WS-LATER-RUN-TIME      PIC X(006).
       01  WS-FIRST-BEFORE-IMAGE     PIC X(375).
       01  WS-LAST-AFTER-IMAGE       PIC X(375).

      * the runs of the named program on the named date found in
      * the journal, one entry per run timestamp and userid
       01  WS-RUN-COUNT              PIC 9(003) USAGE BINARY VALUE 0.
       01  WS-RUN-OVERFLOW           PIC 9(005) USAGE BINARY VALUE 0.
       01  WS-RUN-TABLE.
           05 RT-ENTRY               OCCURS 100 TIMES.
               10 RT-RUN-TIME        PIC X(006).
               10 RT-USERID          PIC X(008).
               10 RT-CHANGES         PIC 9(007) USAGE BINARY.
       01  WS-RUN-SUB                PIC 9(003) USAGE BINARY VALUE 0.
       01  WS-RUN-FOUND-SUB          PIC 9(003) USAGE BINARY VALUE 0.

       01  WS-COUNTERS.
           05 WS-JRNL-READ           PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-JRNL-OF-RUN         PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ROWS-OF-RUN         PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ROWS-RESTORED       PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ROWS-REFUSED        PIC 9(007) USAGE BINARY VALUE 0.

       01  WS-HEADING-1              PIC X(050) VALUE
           'AFM310 - AFMVSEQ CHANGE BACKOUT REPORT'.

       01  WS-CRITERIA-LINE.
           05 FILLER                 PIC X(010) VALUE 'SELECTED: '.
           05 CR-KEYWORD             PIC X(014).
           05 CR-VALUE               PIC X(050).

       01  WS-DETAIL-HEADING.
           05 FILLER                 PIC X(012) VALUE '  VOLUME SEQ'.
           05 FILLER                 PIC X(046) VALUE
               '  DATASET-ID'.
           05 FILLER                 PIC X(009) VALUE 'CHANGES'.
           05 FILLER                 PIC X(007) VALUE 'OUTCOME'.

       01  WS-DETAIL-LINE.
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 DL-VOLUME-ID           PIC X(006).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 DL-FILE-SEQ            PIC Z(001)9.
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 DL-DATASET-ID          PIC X(044).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 DL-CHANGES             PIC ZZZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 DL-MESSAGE             PIC X(060).

       01  WS-RUN-HEADING.
           05 FILLER                 PIC X(020) VALUE
               'RUNS IN THE JOURNAL '.
           05 FILLER                 PIC X(004) VALUE 'OF  '.
           05 RH-PROGRAM             PIC X(008).
           05 FILLER                 PIC X(004) VALUE ' ON '.
           05 RH-RUN-DATE            PIC X(008).

       01  WS-RUN-LINE.
           05 FILLER                 PIC X(011) VALUE '  RUN-TIME='.
           05 RL-RUN-TIME            PIC X(006).
           05 FILLER                 PIC X(010) VALUE '  USERID '.
           05 RL-USERID              PIC X(008).
           05 FILLER                 PIC X(019) VALUE
               '  JOURNAL RECORDS '.
           05 RL-CHANGES             PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-1.
           05 FILLER                 PIC X(024) VALUE
               'JOURNAL RECORDS READ   '.
           05 TL-JRNL-READ           PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'RECORDS OF THE RUN     '.
           05 TL-JRNL-OF-RUN         PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05 FILLER                 PIC X(024) VALUE
               'ROWS THE RUN CHANGED   '.
           05 TL-ROWS-OF-RUN         PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'ROWS RESTORED          '.
           05 TL-ROWS-RESTORED       PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05 FILLER                 PIC X(024) VALUE
               'ROWS REFUSED           '.
           05 TL-ROWS-REFUSED        PIC ZZZ,ZZ9.

       01  WS-ERROR-LINE.
           05 FILLER                 PIC X(022) VALUE
               'INVALID CONTROL CARD: '.
           05 EL-CARD                PIC X(080).

       01  WS-MESSAGE-LINE           PIC X(080).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT
               UNTIL CONTROL-AT-EOF
           PERFORM 1500-VALIDATE-CARDS
           IF WS-CARD-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2000-SORT-JOURNAL
               PERFORM 3000-OPEN-DATA-FILES
               PERFORM 3100-TAKE-JOURNAL-RECORD
                   UNTIL JRNSORT-AT-EOF
               PERFORM 3500-SETTLE-ROW THRU 3500-EXIT
               CLOSE JRNSORT-FILE
               CLOSE AFMVSEQ-FILE
               CLOSE AFMJRNL-FILE
               PERFORM 7000-LIST-RUNS
           END-IF
           PERFORM 8000-FINISH
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME   FROM TIME
           OPEN INPUT  CONTROL-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *-------------------------------------------------------*
      * 1100-READ-CONTROL-CARD - one card, KEYWORD=VALUE, each *
      *                          echoed onto the report so the *
      *                          listing shows what was asked  *
      *                          for.                          *
      *-------------------------------------------------------*
       1100-READ-CONTROL-CARD.
           READ CONTROL-FILE
               AT END
                   SET CONTROL-AT-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF CONTROL-CARD = SPACES OR CONTROL-CARD(1:1) = '*'
               GO TO 1100-EXIT
           END-IF
           MOVE SPACES TO WS-CARD-KEYWORD WS-CARD-VALUE
           UNSTRING CONTROL-CARD DELIMITED BY '='
               INTO WS-CARD-KEYWORD WS-CARD-VALUE
           END-UNSTRING
           EVALUATE WS-CARD-KEYWORD
               WHEN 'PROGRAM'
                   MOVE WS-CARD-VALUE TO WS-SEL-PROGRAM
               WHEN 'RUN-DATE'
                   MOVE WS-CARD-VALUE TO WS-SEL-RUN-DATE
               WHEN 'RUN-TIME'
                   MOVE WS-CARD-VALUE TO WS-SEL-RUN-TIME
               WHEN 'USERID'
                   MOVE WS-CARD-VALUE TO WS-RUN-USERID
               WHEN OTHER
                   SET WS-CARD-ERROR TO TRUE
                   MOVE CONTROL-CARD TO EL-CARD
                   MOVE WS-ERROR-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
                   GO TO 1100-EXIT
           END-EVALUATE
           MOVE WS-CARD-KEYWORD TO CR-KEYWORD
           MOVE WS-CARD-VALUE   TO CR-VALUE
           MOVE WS-CRITERIA-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       1100-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 1500-VALIDATE-CARDS - the run must name a program and  *
      *                       a run date; a run time, when     *
      *                       given, must be a whole hhmmss.   *
      *                       No run time means list only.     *
      *-------------------------------------------------------*
       1500-VALIDATE-CARDS.
           IF WS-SEL-PROGRAM = SPACES
               MOVE 'PROGRAM= IS REQUIRED' TO EL-CARD
               PERFORM 1900-WRITE-CARD-ERROR
           END-IF
           IF WS-SEL-RUN-DATE NOT NUMERIC
               MOVE 'RUN-DATE=YYYYMMDD IS REQUIRED' TO EL-CARD
               PERFORM 1900-WRITE-CARD-ERROR
           END-IF
           IF WS-SEL-RUN-TIME = SPACES
               SET WS-LIST-ONLY TO TRUE
           ELSE
               IF WS-SEL-RUN-TIME NOT NUMERIC
                   MOVE 'RUN-TIME MUST BE HHMMSS' TO EL-CARD
                   PERFORM 1900-WRITE-CARD-ERROR
               END-IF
           END-IF.

       1900-WRITE-CARD-ERROR.
           SET WS-CARD-ERROR TO TRUE
           MOVE WS-ERROR-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *-------------------------------------------------------*
      * 2000-SORT-JOURNAL - every journal record there is,     *
      *                     batch and AF70, in row order and   *
      *                     within a row in the order the      *
      *                     changes were made.                 *
      *-------------------------------------------------------*
       2000-SORT-JOURNAL.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-VOLUME-ID SD-FILE-SEQ
                                SD-RUN-DATE SD-RUN-TIME
                                SD-RUN-SEQ
               USING JRNLIN-FILE
               GIVING JRNSORT-FILE.

       3000-OPEN-DATA-FILES.
           OPEN INPUT  JRNSORT-FILE
           OPEN I-O    AFMVSEQ-FILE
           OPEN EXTEND AFMJRNL-FILE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF NOT WS-LIST-ONLY
               MOVE WS-DETAIL-HEADING TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM 3050-READ-JRNSORT.

       3050-READ-JRNSORT.
           READ JRNSORT-FILE
               AT END
                   SET JRNSORT-AT-EOF TO TRUE
           END-READ.

      *-------------------------------------------------------*
      * 3100-TAKE-JOURNAL-RECORD - control-break on the row    *
      *                            key. A change by any other  *
      *                            run after the named run's   *
      *                            first change of the row     *
      *                            means a later run has had   *
      *                            the row since.              *
      *-------------------------------------------------------*
       3100-TAKE-JOURNAL-RECORD.
           ADD 1 TO WS-JRNL-READ
           IF JS-VOLUME-ID NOT = WS-GROUP-VOLUME-ID
               OR JS-FILE-SEQ NOT = WS-GROUP-FILE-SEQ
               PERFORM 3500-SETTLE-ROW THRU 3500-EXIT
               MOVE JS-VOLUME-ID TO WS-GROUP-VOLUME-ID
               MOVE JS-FILE-SEQ  TO WS-GROUP-FILE-SEQ
               MOVE 0            TO WS-GROUP-CHANGES
               MOVE 'N'          TO WS-TARGET-FOUND-SW
               MOVE 'N'          TO WS-LATER-FOUND-SW
           END-IF
           IF JS-PROGRAM = WS-SEL-PROGRAM
               AND JS-RUN-DATE = WS-SEL-RUN-DATE
               PERFORM 3200-TALLY-RUN THRU 3200-EXIT
           END-IF
           IF NOT WS-LIST-ONLY
               PERFORM 3150-MATCH-RUN
           END-IF
           PERFORM 3050-READ-JRNSORT.

       3150-MATCH-RUN.
           IF JS-PROGRAM = WS-SEL-PROGRAM
               AND JS-RUN-DATE = WS-SEL-RUN-DATE
               AND JS-RUN-TIME = WS-SEL-RUN-TIME
               ADD 1 TO WS-JRNL-OF-RUN
               ADD 1 TO WS-GROUP-CHANGES
               IF NOT WS-TARGET-FOUND
                   SET WS-TARGET-FOUND TO TRUE
                   MOVE JS-BEFORE-IMAGE TO WS-FIRST-BEFORE-IMAGE
               END-IF
               MOVE JS-AFTER-IMAGE TO WS-LAST-AFTER-IMAGE
           ELSE
               IF WS-TARGET-FOUND AND NOT WS-LATER-FOUND
                   SET WS-LATER-FOUND TO TRUE
                   MOVE JS-PROGRAM  TO WS-LATER-PROGRAM
                   MOVE JS-RUN-DATE TO WS-LATER-RUN-DATE
                   MOVE JS-RUN-TIME TO WS-LATER-RUN-TIME
               END-IF
           END-IF.

      *-------------------------------------------------------*
      * 3200-TALLY-RUN - count the record against its run in   *
      *                  the run table; runs past the table     *
      *                  size are only counted.                 *
      *-------------------------------------------------------*
       3200-TALLY-RUN.
           MOVE 0 TO WS-RUN-FOUND-SUB
           PERFORM 3250-FIND-RUN
               VARYING WS-RUN-SUB FROM 1 BY 1
               UNTIL WS-RUN-SUB > WS-RUN-COUNT
                  OR WS-RUN-FOUND-SUB > 0
           IF WS-RUN-FOUND-SUB = 0
               IF WS-RUN-COUNT NOT < 100
                   ADD 1 TO WS-RUN-OVERFLOW
                   GO TO 3200-EXIT
               END-IF
               ADD 1 TO WS-RUN-COUNT
               MOVE WS-RUN-COUNT TO WS-RUN-FOUND-SUB
               MOVE JS-RUN-TIME TO RT-RUN-TIME(WS-RUN-FOUND-SUB)
               MOVE JS-USERID   TO RT-USERID(WS-RUN-FOUND-SUB)
               MOVE 0           TO RT-CHANGES(WS-RUN-FOUND-SUB)
           END-IF
           ADD 1 TO RT-CHANGES(WS-RUN-FOUND-SUB).
       3200-EXIT.
           EXIT.

       3250-FIND-RUN.
           IF RT-RUN-TIME(WS-RUN-SUB) = JS-RUN-TIME
               AND RT-USERID(WS-RUN-SUB) = JS-USERID
               MOVE WS-RUN-SUB TO WS-RUN-FOUND-SUB
           END-IF.

      *-------------------------------------------------------*
      * 3500-SETTLE-ROW - at the end of a row's journal        *
      *                   records: if the named run changed    *
      *                   the row, put it back to the run's    *
      *                   first before image, or refuse and    *
      *                   say why.                             *
      *-------------------------------------------------------*
       3500-SETTLE-ROW.
           IF NOT WS-TARGET-FOUND
               GO TO 3500-EXIT
           END-IF
           ADD 1 TO WS-ROWS-OF-RUN
           MOVE WS-LAST-AFTER-IMAGE TO AFMVSEQ-RECORD
           MOVE WS-GROUP-VOLUME-ID TO DL-VOLUME-ID
           MOVE WS-GROUP-FILE-SEQ  TO DL-FILE-SEQ
           MOVE VS-DATASET-ID      TO DL-DATASET-ID
           MOVE WS-GROUP-CHANGES   TO DL-CHANGES
           IF WS-LATER-FOUND
               MOVE SPACES TO DL-MESSAGE
               STRING 'REFUSED - CHANGED SINCE BY ' DELIMITED BY SIZE
                      WS-LATER-PROGRAM  DELIMITED BY SPACE
                      ' '               DELIMITED BY SIZE
                      WS-LATER-RUN-DATE DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      WS-LATER-RUN-TIME DELIMITED BY SIZE
                   INTO DL-MESSAGE
               END-STRING
               PERFORM 3900-REFUSE-ROW
               GO TO 3500-EXIT
           END-IF
           MOVE WS-GROUP-VOLUME-ID TO VS-VOLUME-ID
           MOVE WS-GROUP-FILE-SEQ  TO VS-FILE-SEQ
           READ AFMVSEQ-FILE
               INVALID KEY
                   MOVE 'REFUSED - ROW NO LONGER ON AFMVSEQ'
                       TO DL-MESSAGE
                   PERFORM 3900-REFUSE-ROW
                   GO TO 3500-EXIT
           END-READ
           IF AFMVSEQ-RECORD NOT = WS-LAST-AFTER-IMAGE
               MOVE 'REFUSED - ROW CHANGED OUTSIDE THE JOURNAL SINCE'
                   TO DL-MESSAGE
               PERFORM 3900-REFUSE-ROW
               GO TO 3500-EXIT
           END-IF
           MOVE AFMVSEQ-RECORD        TO WS-JRNL-BEFORE-IMAGE
           MOVE WS-FIRST-BEFORE-IMAGE TO AFMVSEQ-RECORD
           REWRITE AFMVSEQ-RECORD
           IF NOT AFMVSEQ-OK
               MOVE SPACES TO DL-MESSAGE
               STRING 'REFUSED - REWRITE FAILED, FILE STATUS '
                                         DELIMITED BY SIZE
                      WS-AFMVSEQ-STATUS  DELIMITED BY SIZE
                   INTO DL-MESSAGE
               END-STRING
               PERFORM 3900-REFUSE-ROW
               GO TO 3500-EXIT
           END-IF
           PERFORM 3800-WRITE-JOURNAL
           ADD 1 TO WS-ROWS-RESTORED
           MOVE 'RESTORED TO THE IMAGE BEFORE THE RUN' TO DL-MESSAGE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       3500-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 3800-WRITE-JOURNAL - before and after image of the    *
      *                      row just restored, appended to   *
      *                      AFMJRNL under AFM310, so the     *
      *                      backout can itself be backed     *
      *                      out and any later backout of the *
      *                      same run refuses the row.        *
      *-------------------------------------------------------*
       3800-WRITE-JOURNAL.
           ADD 1 TO WS-JRNL-COUNT
           MOVE SPACES               TO AFMJRNL-RECORD
           MOVE 'AFM310'             TO JRN-PROGRAM
           MOVE WS-RUN-USERID        TO JRN-USERID
           MOVE WS-TODAY-DATE        TO JRN-RUN-DATE
           MOVE WS-RUN-TIME          TO JRN-RUN-TIME
           MOVE WS-JRNL-COUNT        TO JRN-RUN-SEQ
           MOVE VS-VOLUME-ID         TO JRN-VOLUME-ID
           MOVE VS-FILE-SEQ          TO JRN-FILE-SEQ
           MOVE WS-JRNL-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE AFMVSEQ-RECORD       TO JRN-AFTER-IMAGE
           WRITE AFMJRNL-RECORD.

       3900-REFUSE-ROW.
           ADD 1 TO WS-ROWS-REFUSED
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *-------------------------------------------------------*
      * 7000-LIST-RUNS - every run of the program on the date, *
      *                  so a list-only step shows which       *
      *                  RUN-TIME to give, and a backout shows *
      *                  it picked the run it meant to.        *
      *-------------------------------------------------------*
       7000-LIST-RUNS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SEL-PROGRAM  TO RH-PROGRAM
           MOVE WS-SEL-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RUN-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 7100-LIST-ONE-RUN
               VARYING WS-RUN-SUB FROM 1 BY 1
               UNTIL WS-RUN-SUB > WS-RUN-COUNT
           IF WS-RUN-COUNT = 0
               MOVE '  NONE' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-RUN-OVERFLOW > 0
               MOVE '  MORE RUNS THAN THE LIST HOLDS - NOT ALL SHOWN'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       7100-LIST-ONE-RUN.
           MOVE RT-RUN-TIME(WS-RUN-SUB) TO RL-RUN-TIME
           MOVE RT-USERID(WS-RUN-SUB)   TO RL-USERID
           MOVE RT-CHANGES(WS-RUN-SUB)  TO RL-CHANGES
           MOVE WS-RUN-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *-------------------------------------------------------*
      * 8000-FINISH - totals. RC=4 when anything was refused,  *
      *               when the journal holds nothing of the    *
      *               named run, or when only listing.         *
      *-------------------------------------------------------*
       8000-FINISH.
           IF NOT WS-CARD-ERROR
               PERFORM 8100-WRITE-TOTALS
           END-IF
           CLOSE CONTROL-FILE
           CLOSE REPORT-FILE.

       8100-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-JRNL-READ     TO TL-JRNL-READ
           MOVE WS-JRNL-OF-RUN   TO TL-JRNL-OF-RUN
           MOVE WS-TOTAL-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ROWS-OF-RUN   TO TL-ROWS-OF-RUN
           MOVE WS-ROWS-RESTORED TO TL-ROWS-RESTORED
           MOVE WS-TOTAL-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ROWS-REFUSED  TO TL-ROWS-REFUSED
           MOVE WS-TOTAL-LINE-3 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           EVALUATE TRUE
               WHEN WS-LIST-ONLY
                   MOVE 'AFM310 LIST ONLY - NOTHING RESTORED'
                       TO WS-MESSAGE-LINE
               WHEN WS-JRNL-OF-RUN = 0
                   MOVE 'AFM310 NO JOURNAL RECORDS FOR THAT RUN'
                       TO WS-MESSAGE-LINE
               WHEN WS-ROWS-REFUSED > 0
                   MOVE 'AFM310 SOME ROWS REFUSED - SEE RPT310'
                       TO WS-MESSAGE-LINE
           END-EVALUATE
           IF WS-MESSAGE-LINE NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-MESSAGE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.

       9999-EXIT.
           EXIT.
