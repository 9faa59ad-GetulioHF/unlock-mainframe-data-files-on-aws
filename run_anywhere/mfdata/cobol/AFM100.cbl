      *                  operator already holds is left      *
      *                  exactly as it is, like AFM150 does. *
      *                  AFMVSEQ is therefore opened I-O.    *
      * 2026-10-15 GHF   Every checksum hold is journaled to *
      *                  AFMJRNL (before and after image,    *
      *                  run timestamp) so AFM310 can back   *
      *                  the run out.                        *
      *****************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS VS-REC-KEY
               FILE STATUS IS WS-AFMVSEQ-STATUS.

           SELECT AFMJRNL-FILE  ASSIGN TO AFMJRNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AFMJRNL-STATUS.

           SELECT REPORT-FILE   ASSIGN TO RPT100
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FD  AFMVSEQ-FILE.
           COPY AFMVSEQ.

       FD  AFMJRNL-FILE
           RECORD CONTAINS 810 CHARACTERS.
           COPY AFMJRNL.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE              PIC X(132).
       01  WS-AFMVSEQ-STATUS         PIC X(002).
           88 AFMVSEQ-OK             VALUE '00'.
           88 AFMVSEQ-NOTFND         VALUE '23'.
       01  WS-AFMJRNL-STATUS         PIC X(002).
       01  WS-REPORT-STATUS          PIC X(002).

       01  WS-MIGCONF-EOF-SW         PIC X(001) VALUE 'N'.

       01  WS-HOLD-USERID            PIC X(008) VALUE 'AFM100'.
       01  WS-TODAY-DATE             PIC X(008).
       01  WS-RUN-TIME               PIC X(006).

      * the row as read, kept for the AFMJRNL before image, and
      * the number of journal records this run has written
       01  WS-JRNL-BEFORE-IMAGE      PIC X(375).
       01  WS-JRNL-COUNT             PIC 9(007) USAGE BINARY VALUE 0.

       01  WS-COUNTERS.
           05 WS-CONF-READ           PIC 9(007) USAGE BINARY VALUE 0.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME   FROM TIME
           OPEN INPUT MIGCONF-FILE
           OPEN I-O   AFMVSEQ-FILE
           OPEN EXTEND AFMJRNL-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
      *-------------------------------------------------------*
       2200-HOLD-CORRUPT-ROW.
           IF NOT VS-EXCEPTION-HOLD
               MOVE AFMVSEQ-RECORD TO WS-JRNL-BEFORE-IMAGE
               SET VS-EXCEPTION-HOLD TO TRUE
               MOVE 'CHECKSUM MISMATCH - OBJECT CORRUPT IN S3'
                   TO VS-EXCEPTION-REASON
               MOVE WS-HOLD-USERID TO VS-EXCEPTION-SET-BY
               MOVE WS-TODAY-DATE  TO VS-EXCEPTION-SET-DATE
               REWRITE AFMVSEQ-RECORD
               IF AFMVSEQ-OK
                   PERFORM 2300-WRITE-JOURNAL
               END-IF
           END-IF.

      *-------------------------------------------------------*
      * 2300-WRITE-JOURNAL - before and after image of the    *
      *                      row just rewritten, appended to  *
      *                      AFMJRNL for AFM310 backout. The  *
      *                      after image becomes the before   *
      *                      image of any further rewrite of  *
      *                      the same row in this run.        *
      *-------------------------------------------------------*
       2300-WRITE-JOURNAL.
           ADD 1 TO WS-JRNL-COUNT
           MOVE SPACES               TO AFMJRNL-RECORD
           MOVE 'AFM100'             TO JRN-PROGRAM
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

       2500-REPORT-UNMATCHED.
           ADD 1 TO WS-ROWS-UNMATCHED
           MOVE SPACES TO DL-DATASET-ID
           WRITE REPORT-LINE
           CLOSE MIGCONF-FILE
           CLOSE AFMVSEQ-FILE
           CLOSE AFMJRNL-FILE
           CLOSE REPORT-FILE.

       9999-EXIT.
