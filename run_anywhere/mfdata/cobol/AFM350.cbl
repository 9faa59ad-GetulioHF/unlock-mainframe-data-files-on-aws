       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AFM350.
       AUTHOR.        G HALLORAN FILHO.
       INSTALLATION.  GFS DATA MIGRATION.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *****************************************************
      * MODIFICATION HISTORY                               *
      *-----------------------------------------------------*
      * DATE       INIT  DESCRIPTION                        *
      * 2026-10-15 GHF   Initial version - close recall     *
      *                  requests from the AWS recall       *
      *                  confirmation feed, after AFM160    *
      *                  PARM='AFMRCLC' has accepted it.    *
      *                  Each confirmation names the        *
      *                  request it answers by DATASET-ID   *
      *                  and request date/time and echoes   *
      *                  the recall cycle it went out on.   *
      *                  It is applied only to a request on *
      *                  AFMRCL that was sent on that very  *
      *                  cycle and is not closed yet:       *
      *                  restored closes it R with the      *
      *                  restore date, failed closes it F   *
      *                  with the AWS reason. Anything else *
      *                  - no such request, not sent yet,   *
      *                  already closed, another cycle - is *
      *                  rejected on RPT350 and the request *
      *                  is left as it was. A failed recall *
      *                  can be keyed again through AF74.   *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCLCONF-FILE  ASSIGN TO RCLCONF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RCLCONF-STATUS.

           SELECT AFMRCL-FILE   ASSIGN TO AFMRCL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-AFMRCL-STATUS.

           SELECT REPORT-FILE   ASSIGN TO RPT350
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RCLCONF-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY AFMRCLC.

       FD  AFMRCL-FILE.
           COPY AFMRCL.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RCLCONF-STATUS         PIC X(002).
           88 RCLCONF-OK             VALUE '00'.
       01  WS-AFMRCL-STATUS          PIC X(002).
           88 AFMRCL-OK              VALUE '00'.
       01  WS-REPORT-STATUS          PIC X(002).

       01  WS-RCLCONF-EOF-SW         PIC X(001) VALUE 'N'.
           88 RCLCONF-AT-EOF            VALUE 'Y'.

       01  WS-TODAY-DATE             PIC X(008).

       01  WS-COUNTERS.
           05 WS-CONFIRMATIONS-READ  PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-RESTORED            PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-FAILED              PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-REJECTED            PIC 9(007) USAGE BINARY VALUE 0.

       01  WS-HEADING-1              PIC X(050) VALUE
           'AFM350 - RECALL CONFIRMATIONS APPLIED'.

       01  WS-DETAIL-HEADING.
           05 FILLER                 PIC X(012) VALUE '  OUTCOME'.
           05 FILLER                 PIC X(046) VALUE 'DATASET-ID'.
           05 FILLER                 PIC X(017) VALUE 'REQUESTED'.
           05 FILLER                 PIC X(010) VALUE 'CYCLE'.
           05 FILLER                 PIC X(006) VALUE 'DETAIL'.

       01  WS-DETAIL-LINE.
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 DL-OUTCOME             PIC X(008).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 DL-DATASET-ID          PIC X(044).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 DL-REQUEST-DATE        PIC X(008).
           05 FILLER                 PIC X(001) VALUE SPACE.
           05 DL-REQUEST-TIME        PIC X(006).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 DL-RECALL-CYCLE        PIC 9(007).
           05 FILLER                 PIC X(003) VALUE SPACES.
           05 DL-DETAIL              PIC X(047).

       01  WS-TOTAL-LINE-1.
           05 FILLER                 PIC X(024) VALUE
               'CONFIRMATIONS READ     '.
           05 TL-CONFIRMATIONS-READ  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'CLOSED RESTORED        '.
           05 TL-RESTORED            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'CLOSED FAILED          '.
           05 TL-FAILED              PIC ZZZ,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05 FILLER                 PIC X(024) VALUE
               'REJECTED               '.
           05 TL-REJECTED            PIC ZZZ,ZZZ,ZZ9.

       01  WS-ABEND-MESSAGE          PIC X(060) VALUE SPACES.
       01  WS-MESSAGE-LINE           PIC X(060).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-CONFIRMATION THRU 2000-EXIT
               UNTIL RCLCONF-AT-EOF
           PERFORM 8000-FINISH
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT REPORT-FILE
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DETAIL-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT RCLCONF-FILE
           IF NOT RCLCONF-OK
               MOVE 'AFM350 CANNOT OPEN THE RECALL CONFIRMATION FEED'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-ABEND
           END-IF
           OPEN I-O AFMRCL-FILE
           IF NOT AFMRCL-OK
               MOVE 'AFM350 CANNOT OPEN AFMRCL - NOTHING APPLIED'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-ABEND
           END-IF.

      *-------------------------------------------------------*
      * 2000-APPLY-CONFIRMATION - one confirmation against    *
      *                           the request it names. Only  *
      *                           a request sent on the       *
      *                           echoed recall cycle and     *
      *                           still awaiting its answer   *
      *                           is closed.                  *
      *-------------------------------------------------------*
       2000-APPLY-CONFIRMATION.
           READ RCLCONF-FILE
               AT END
                   SET RCLCONF-AT-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-CONFIRMATIONS-READ
           MOVE RF-DATASET-ID   TO DL-DATASET-ID
           MOVE RF-REQUEST-DATE TO DL-REQUEST-DATE
           MOVE RF-REQUEST-TIME TO DL-REQUEST-TIME
           MOVE RF-RECALL-CYCLE TO DL-RECALL-CYCLE
           MOVE RF-REQUEST-KEY  TO RC-KEY
           READ AFMRCL-FILE
               INVALID KEY
                   MOVE 'NO SUCH RECALL REQUEST ON AFMRCL' TO DL-DETAIL
                   PERFORM 2900-REJECT
                   GO TO 2000-EXIT
           END-READ
           IF RC-STATUS-OPEN
               MOVE 'REQUEST NOT SENT ON ANY MANIFEST YET' TO DL-DETAIL
               PERFORM 2900-REJECT
               GO TO 2000-EXIT
           END-IF
           IF NOT RC-STATUS-SENT
               MOVE 'REQUEST ALREADY CLOSED' TO DL-DETAIL
               PERFORM 2900-REJECT
               GO TO 2000-EXIT
           END-IF
           IF RF-RECALL-CYCLE NOT = RC-RECALL-CYCLE
               MOVE 'REQUEST WENT OUT ON ANOTHER RECALL CYCLE'
                   TO DL-DETAIL
               PERFORM 2900-REJECT
               GO TO 2000-EXIT
           END-IF
           IF RF-RECALL-RESTORED
               SET RC-STATUS-RESTORED TO TRUE
               MOVE RF-RESTORED-DATE TO RC-CLOSED-DATE
               MOVE SPACES           TO RC-CLOSE-REASON
               MOVE 'RESTORED' TO DL-OUTCOME
               MOVE RC-TARGET-DSN TO DL-DETAIL
           ELSE
               SET RC-STATUS-FAILED TO TRUE
               MOVE WS-TODAY-DATE    TO RC-CLOSED-DATE
               MOVE RF-FAIL-REASON   TO RC-CLOSE-REASON
               MOVE 'FAILED' TO DL-OUTCOME
               MOVE RF-FAIL-REASON TO DL-DETAIL
           END-IF
           REWRITE AFMRCL-RECORD
               INVALID KEY
                   MOVE 'AFMRCL REWRITE FAILED - REQUEST NOT CLOSED'
                       TO DL-DETAIL
                   PERFORM 2900-REJECT
                   GO TO 2000-EXIT
           END-REWRITE
           IF RC-STATUS-RESTORED
               ADD 1 TO WS-RESTORED
           ELSE
               ADD 1 TO WS-FAILED
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       2000-EXIT.
           EXIT.

       2900-REJECT.
           ADD 1 TO WS-REJECTED
           MOVE 'REJECTED' TO DL-OUTCOME
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *-------------------------------------------------------*
      * 8000-FINISH - totals. RC=4 when any confirmation was  *
      *               rejected.                               *
      *-------------------------------------------------------*
       8000-FINISH.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CONFIRMATIONS-READ TO TL-CONFIRMATIONS-READ
           MOVE WS-RESTORED           TO TL-RESTORED
           MOVE WS-FAILED             TO TL-FAILED
           MOVE WS-TOTAL-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REJECTED TO TL-REJECTED
           MOVE WS-TOTAL-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-REJECTED > 0
               MOVE 'AFM350 RECALL CONFIRMATIONS REJECTED - SEE RPT350'
                   TO WS-MESSAGE-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-MESSAGE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE RCLCONF-FILE
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
