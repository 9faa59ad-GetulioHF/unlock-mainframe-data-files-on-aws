       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AFM360.
       AUTHOR.        G HALLORAN FILHO.
       INSTALLATION.  GFS DATA MIGRATION.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *****************************************************
      * MODIFICATION HISTORY                               *
      *-----------------------------------------------------*
      * DATE       INIT  DESCRIPTION                        *
      * 2026-10-15 GHF   Initial version - open-recall      *
      *                  aging report. Every recall request *
      *                  on AFMRCL still open (not yet on a *
      *                  manifest) or sent (on a manifest,  *
      *                  no confirmation back) whose date   *
      *                  needed has passed is listed, most  *
      *                  days late first, with who asked,   *
      *                  when, the recall cycle it went out *
      *                  on and the storage class it is     *
      *                  being restored from. RC=4 when     *
      *                  anything is listed. Read only.     *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AFMRCL-FILE   ASSIGN TO AFMRCL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-AFMRCL-STATUS.

           SELECT AGE-SORT-FILE ASSIGN TO SORTWK1.

           SELECT REPORT-FILE   ASSIGN TO RPT360
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AFMRCL-FILE.
           COPY AFMRCL.

      * one overdue request, sorted most days late first
       SD  AGE-SORT-FILE.
       01  AGE-SORT-RECORD.
           05 SA-DAYS-LATE           PIC 9(005) USAGE BINARY.
           05 SA-REQUEST             PIC X(250).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AFMRCL-STATUS          PIC X(002).
           88 AFMRCL-OK              VALUE '00'.
       01  WS-REPORT-STATUS          PIC X(002).

       01  WS-AFMRCL-EOF-SW          PIC X(001) VALUE 'N'.
           88 AFMRCL-AT-EOF             VALUE 'Y'.
       01  WS-AGE-SORT-EOF-SW        PIC X(001) VALUE 'N'.
           88 AGE-SORT-AT-EOF           VALUE 'Y'.

       01  WS-TODAY-DATE             PIC X(008).
       01  WS-TODAY-INT              PIC S9(009) USAGE BINARY.
       01  WS-NEEDED-DATE-NUM        PIC 9(008).
       01  WS-DAYS-LATE              PIC S9(009) USAGE BINARY.

       01  WS-COUNTERS.
           05 WS-REQUESTS-READ       PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-REQUESTS-ACTIVE     PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-REQUESTS-OVERDUE    PIC 9(007) USAGE BINARY VALUE 0.

       01  WS-HEADING-1.
           05 FILLER                 PIC X(040) VALUE
               'AFM360 - OPEN RECALLS PAST DATE NEEDED'.
           05 FILLER                 PIC X(009) VALUE 'AS OF '.
           05 HD-TODAY-DATE          PIC X(008).

       01  WS-DETAIL-HEADING.
           05 FILLER                 PIC X(008) VALUE ' DAYS'.
           05 FILLER                 PIC X(046) VALUE 'DATASET-ID'.
           05 FILLER                 PIC X(006) VALUE 'STAT'.
           05 FILLER                 PIC X(010) VALUE 'REQUESTER'.
           05 FILLER                 PIC X(010) VALUE 'REQUESTED'.
           05 FILLER                 PIC X(010) VALUE 'NEEDED'.
           05 FILLER                 PIC X(009) VALUE 'CYCLE'.
           05 FILLER                 PIC X(012) VALUE 'CLASS'.

       01  WS-DETAIL-LINE.
           05 DL-DAYS-LATE           PIC ZZ,ZZ9.
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 DL-DATASET-ID          PIC X(044).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 DL-STATUS              PIC X(004).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 DL-REQUESTER           PIC X(008).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 DL-REQUEST-DATE        PIC X(008).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 DL-DATE-NEEDED         PIC X(008).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 DL-RECALL-CYCLE        PIC X(007).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 DL-STORAGE-CLASS       PIC X(012).
       01  WS-CYCLE-EDIT             PIC 9(007).

       01  WS-TOTAL-LINE-1.
           05 FILLER                 PIC X(024) VALUE
               'REQUESTS READ          '.
           05 TL-REQUESTS-READ       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'STILL OPEN OR SENT     '.
           05 TL-REQUESTS-ACTIVE     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'PAST DATE NEEDED       '.
           05 TL-REQUESTS-OVERDUE    PIC ZZZ,ZZZ,ZZ9.

       01  WS-ABEND-MESSAGE          PIC X(060) VALUE SPACES.
       01  WS-MESSAGE-LINE           PIC X(060).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           SORT AGE-SORT-FILE
               ON DESCENDING KEY SA-DAYS-LATE
               INPUT PROCEDURE IS 2000-SELECT-OVERDUE
               OUTPUT PROCEDURE IS 3000-LIST-OVERDUE
           PERFORM 8000-FINISH
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO WS-NEEDED-DATE-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-NEEDED-DATE-NUM)
           OPEN OUTPUT REPORT-FILE
           MOVE WS-TODAY-DATE TO HD-TODAY-DATE
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DETAIL-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT AFMRCL-FILE
           IF NOT AFMRCL-OK
               MOVE 'AFM360 CANNOT OPEN AFMRCL' TO WS-ABEND-MESSAGE
               PERFORM 9000-ABEND
           END-IF.

      *-------------------------------------------------------*
      * 2000-SELECT-OVERDUE - sort input: every open or sent  *
      *                       request whose date needed is    *
      *                       before today.                   *
      *-------------------------------------------------------*
       2000-SELECT-OVERDUE.
           PERFORM 2100-CHECK-REQUEST THRU 2100-EXIT
               UNTIL AFMRCL-AT-EOF.

       2100-CHECK-REQUEST.
           READ AFMRCL-FILE NEXT RECORD
               AT END
                   SET AFMRCL-AT-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-REQUESTS-READ
           IF NOT RC-STATUS-ACTIVE
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-REQUESTS-ACTIVE
           IF RC-DATE-NEEDED NOT NUMERIC
               OR RC-DATE-NEEDED NOT < WS-TODAY-DATE
               GO TO 2100-EXIT
           END-IF
           MOVE RC-DATE-NEEDED TO WS-NEEDED-DATE-NUM
           COMPUTE WS-DAYS-LATE = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(WS-NEEDED-DATE-NUM)
           ADD 1 TO WS-REQUESTS-OVERDUE
           MOVE WS-DAYS-LATE  TO SA-DAYS-LATE
           MOVE AFMRCL-RECORD TO SA-REQUEST
           RELEASE AGE-SORT-RECORD.
       2100-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 3000-LIST-OVERDUE - sort output: one line per overdue *
      *                     request, most days late first.    *
      *-------------------------------------------------------*
       3000-LIST-OVERDUE.
           PERFORM 3100-LIST-REQUEST THRU 3100-EXIT
               UNTIL AGE-SORT-AT-EOF.

       3100-LIST-REQUEST.
           RETURN AGE-SORT-FILE
               AT END
                   SET AGE-SORT-AT-EOF TO TRUE
                   GO TO 3100-EXIT
           END-RETURN
           MOVE SA-REQUEST TO AFMRCL-RECORD
           MOVE SA-DAYS-LATE     TO DL-DAYS-LATE
           MOVE RC-DATASET-ID    TO DL-DATASET-ID
           IF RC-STATUS-OPEN
               MOVE 'OPEN' TO DL-STATUS
               MOVE SPACES TO DL-RECALL-CYCLE
           ELSE
               MOVE 'SENT' TO DL-STATUS
               MOVE RC-RECALL-CYCLE TO WS-CYCLE-EDIT
               MOVE WS-CYCLE-EDIT   TO DL-RECALL-CYCLE
           END-IF
           MOVE RC-REQUESTER     TO DL-REQUESTER
           MOVE RC-REQUEST-DATE  TO DL-REQUEST-DATE
           MOVE RC-DATE-NEEDED   TO DL-DATE-NEEDED
           MOVE RC-STORAGE-CLASS TO DL-STORAGE-CLASS
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       3100-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 8000-FINISH - totals. RC=4 when any recall is past    *
      *               its date needed.                        *
      *-------------------------------------------------------*
       8000-FINISH.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REQUESTS-READ    TO TL-REQUESTS-READ
           MOVE WS-REQUESTS-ACTIVE  TO TL-REQUESTS-ACTIVE
           MOVE WS-REQUESTS-OVERDUE TO TL-REQUESTS-OVERDUE
           MOVE WS-TOTAL-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-REQUESTS-OVERDUE > 0
               MOVE 'AFM360 RECALLS PAST DATE NEEDED - SEE RPT360'
                   TO WS-MESSAGE-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-MESSAGE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE AFMRCL-FILE
           CLOSE REPORT-FILE.

      *-------------------------------------------------------*
      * 9000-ABEND - message to the report and the console,   *
      *              RC=16.                                   *
      *-------------------------------------------------------*
       9000-ABEND.
           MOVE WS-ABEND-MESSAGE TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY WS-ABEND-MESSAGE
           CLOSE REPORT-FILE
           MOVE 16 TO RETURN-CODE
           GOBACK.

       9999-EXIT.
           EXIT.
