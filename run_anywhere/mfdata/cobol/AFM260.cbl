       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AFM260.
       AUTHOR.        G HALLORAN FILHO.
       INSTALLATION.  GFS DATA MIGRATION.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *****************************************************
      * MODIFICATION HISTORY                               *
      *-----------------------------------------------------*
      * DATE       INIT  DESCRIPTION                        *
      * 2026-10-15 GHF   Initial version - S3 routing stamp *
      *                  from the AFMROUTE rules table (see *
      *                  AFMROUT.cpy). Loads and edits the  *
      *                  table first - a rule with no mask, *
      *                  no bucket, a storage class other   *
      *                  than STANDARD/GLACIER/DEEP_ARCHIVE *
      *                  or a duplicate mask stops the step *
      *                  RC=16 before any row is touched.   *
      *                  Then walks AFMVSEQ and stamps each *
      *                  PENDENTE row with the bucket, the  *
      *                  full object key (key prefix plus   *
      *                  DATASET-ID), the storage class and *
      *                  the encryption requirement of the  *
      *                  longest matching DATASET-ID mask.  *
      *                  A row no rule matches, or whose    *
      *                  rule requires encryption but names *
      *                  a bucket not on the approved list, *
      *                  is placed on a machine exception   *
      *                  hold (userid AFM260) and listed on *
      *                  the routing exception report. A    *
      *                  hold this step set earlier is      *
      *                  released once the row routes       *
      *                  cleanly; any other hold is left    *
      *                  exactly as it is. Rows past        *
      *                  PENDENTE already left on a         *
      *                  manifest and keep their routing.   *
      *                  Run after AFM040 RUN-MODE=LOAD     *
      *                  (and AFM150/AFM200) and before     *
      *                  AFM030.                            *
      * 2026-10-15 GHF   EXPIRADA rows (AFM280) never leave *
      *                  so they are neither routed nor     *
      *                  back-filled - just counted.        *
      * 2026-10-15 GHF   Every row the run changes is       *
      *                  journaled to AFMJRNL (before and   *
      *                  after image, run timestamp) so     *
      *                  AFM310 can back the run out; rows  *
      *                  rewritten unchanged are not.       *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AFMROUTE-FILE ASSIGN TO AFMROUTE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AFMROUTE-STATUS.

           SELECT AFMVSEQ-FILE  ASSIGN TO AFMVSEQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VS-REC-KEY
               FILE STATUS IS WS-AFMVSEQ-STATUS.

           SELECT AFMJRNL-FILE  ASSIGN TO AFMJRNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AFMJRNL-STATUS.

           SELECT REPORT-FILE   ASSIGN TO RPT260
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AFMROUTE-FILE
           RECORD CONTAINS 180 CHARACTERS.
           COPY AFMROUT.

       FD  AFMVSEQ-FILE.
           COPY AFMVSEQ.

       FD  AFMJRNL-FILE
           RECORD CONTAINS 810 CHARACTERS.
           COPY AFMJRNL.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AFMROUTE-STATUS        PIC X(002).
           88 AFMROUTE-OK            VALUE '00'.
           88 AFMROUTE-EOF           VALUE '10'.
           88 AFMROUTE-NOT-FOUND     VALUE '35'.
       01  WS-AFMVSEQ-STATUS         PIC X(002).
           88 AFMVSEQ-OK             VALUE '00'.
           88 AFMVSEQ-EOF            VALUE '10'.
       01  WS-AFMJRNL-STATUS         PIC X(002).
       01  WS-REPORT-STATUS          PIC X(002).

       01  WS-AFMROUTE-EOF-SW        PIC X(001) VALUE 'N'.
           88 AFMROUTE-AT-EOF           VALUE 'Y'.
       01  WS-AFMVSEQ-EOF-SW         PIC X(001) VALUE 'N'.
           88 AFMVSEQ-AT-EOF            VALUE 'Y'.
       01  WS-TABLE-ERROR-SW         PIC X(001) VALUE 'N'.
           88 WS-TABLE-ERROR            VALUE 'Y'.
       01  WS-DUP-MASK-SW            PIC X(001) VALUE 'N'.
           88 WS-DUP-MASK               VALUE 'Y'.

       01  WS-HOLD-USERID            PIC X(008) VALUE 'AFM260'.
       01  WS-TODAY-DATE             PIC X(008).
       01  WS-RUN-TIME               PIC X(006).

      * the row as read, kept for the AFMJRNL before image, and
      * the number of journal records this run has written. Rows
      * rewritten unchanged are not journaled.
       01  WS-JRNL-BEFORE-IMAGE      PIC X(375).
       01  WS-JRNL-COUNT             PIC 9(007) USAGE BINARY VALUE 0.

      * the routing rules, edited and measured once at load time:
      * RL-MASK-LEN is the length the DATASET-ID is compared over,
      * RL-KEY-PREFIX already carries its trailing '/'
       01  WS-RULE-COUNT             PIC 9(003) USAGE BINARY VALUE 0.
       01  WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 500 TIMES.
               10 RL-MASK            PIC X(044).
               10 RL-MASK-LEN        PIC 9(002) USAGE BINARY.
               10 RL-MASK-TYPE       PIC X(001).
                   88 RL-MASK-QUALIFIER  VALUE 'Q'.
                   88 RL-MASK-PREFIX     VALUE 'P'.
               10 RL-BUCKET          PIC X(063).
               10 RL-KEY-PREFIX      PIC X(041).
               10 RL-PREFIX-LEN      PIC 9(002) USAGE BINARY.
               10 RL-STORAGE-CLASS   PIC X(012).
               10 RL-ENCRYPT-FLAG    PIC X(001).
                   88 RL-ENCRYPT-REQUIRED VALUE 'Y'.
               10 RL-BUCKET-OK-SW    PIC X(001).
                   88 RL-BUCKET-APPROVED  VALUE 'Y'.

       01  WS-BUCKET-COUNT           PIC 9(003) USAGE BINARY VALUE 0.
       01  WS-BUCKET-TABLE.
           05 AB-BUCKET OCCURS 100 TIMES PIC X(063).

       01  WS-RULE-SUB               PIC 9(003) USAGE BINARY VALUE 0.
       01  WS-BUCKET-SUB             PIC 9(003) USAGE BINARY VALUE 0.
       01  WS-BEST-SUB               PIC 9(003) USAGE BINARY VALUE 0.
       01  WS-BEST-LEN               PIC 9(002) USAGE BINARY VALUE 0.
       01  WS-STAR-COUNT             PIC 9(002) USAGE BINARY VALUE 0.
       01  WS-MASK-LEN               PIC 9(002) USAGE BINARY VALUE 0.
       01  WS-PREFIX-LEN             PIC 9(002) USAGE BINARY VALUE 0.
       01  WS-TABLE-RECORDS          PIC 9(005) USAGE BINARY VALUE 0.

       01  WS-COUNTERS.
           05 WS-ROWS-READ           PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ROWS-ROUTED         PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-HOLDS-NO-RULE       PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-HOLDS-UNAPPROVED    PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ALREADY-ON-HOLD     PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-HOLDS-RELEASED      PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ROWS-FROZEN         PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ROWS-BACKFILLED     PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ROWS-EXPIRED        PIC 9(007) USAGE BINARY VALUE 0.

       01  WS-HEADING-1              PIC X(050) VALUE
           'AFM260 - S3 ROUTING STAMP AND EXCEPTION REPORT'.

       01  WS-RULES-HEADING          PIC X(050) VALUE
           'ROUTING RULES IN EFFECT (MASK/CLASS/ENC/BUCKET):'.

       01  WS-EXCEPTION-HEADING      PIC X(050) VALUE
           'ROUTING EXCEPTIONS:'.

       01  WS-RULE-LINE.
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 RN-MASK                PIC X(044).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 RN-CLASS               PIC X(012).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 RN-ENCRYPT             PIC X(003).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 RN-BUCKET              PIC X(063).

       01  WS-RULE-WARNING-LINE.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(060) VALUE
               '** ENCRYPTED RULE - BUCKET NOT ON THE APPROVED LIST'.

       01  WS-DETAIL-LINE.
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 DL-VOLUME-ID           PIC X(006).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 DL-FILE-SEQ            PIC Z(001)9.
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 DL-DATASET-ID          PIC X(044).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 DL-MESSAGE             PIC X(050).

       01  WS-ERROR-LINE.
           05 FILLER                 PIC X(021) VALUE
               'AFMROUTE RECORD     '.
           05 EL-RECORD-NO           PIC ZZZZ9.
           05 FILLER                 PIC X(002) VALUE ': '.
           05 EL-MESSAGE             PIC X(060).

       01  WS-ABEND-MESSAGE          PIC X(060) VALUE
           'AFM260 ROUTING REFUSED - AFMROUTE IN ERROR, NO ROW TOUCHED'.

       01  WS-TOTAL-LINE-1.
           05 FILLER                 PIC X(024) VALUE
               'AFMVSEQ ROWS READ      '.
           05 TL-ROWS-READ           PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'ROWS ROUTED            '.
           05 TL-ROWS-ROUTED         PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05 FILLER                 PIC X(024) VALUE
               'HELD - NO ROUTING RULE '.
           05 TL-HOLDS-NO-RULE       PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'HELD - BUCKET NOT APPRV'.
           05 TL-HOLDS-UNAPPROVED    PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05 FILLER                 PIC X(024) VALUE
               'ALREADY ON HOLD        '.
           05 TL-ALREADY-ON-HOLD     PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'ROUTING HOLDS RELEASED '.
           05 TL-HOLDS-RELEASED      PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-4.
           05 FILLER                 PIC X(024) VALUE
               'ALREADY SENT - KEPT    '.
           05 TL-ROWS-FROZEN         PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'SENT UNROUTED - KEY SET'.
           05 TL-ROWS-BACKFILLED     PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-5.
           05 FILLER                 PIC X(024) VALUE
               'EXPIRADA - NOT ROUTED  '.
           05 TL-ROWS-EXPIRED        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-ROUTE-TABLE THRU 1100-EXIT
               UNTIL AFMROUTE-AT-EOF
           PERFORM 1500-CHECK-ROUTE-TABLE
           IF WS-TABLE-ERROR
               PERFORM 9000-TABLE-ABEND
           END-IF
           OPEN I-O AFMVSEQ-FILE
           OPEN EXTEND AFMJRNL-FILE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-EXCEPTION-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2000-ROUTE-ROW THRU 2000-EXIT
               UNTIL AFMVSEQ-AT-EOF
           PERFORM 8000-FINISH
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME   FROM TIME
           OPEN OUTPUT REPORT-FILE
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT AFMROUTE-FILE
           IF NOT AFMROUTE-OK
               SET AFMROUTE-AT-EOF TO TRUE
           END-IF.

      *-------------------------------------------------------*
      * 1100-LOAD-ROUTE-TABLE - one AFMROUTE record: a rule   *
      *                         or an approved bucket. Every  *
      *                         bad record is listed, not     *
      *                         just the first.               *
      *-------------------------------------------------------*
       1100-LOAD-ROUTE-TABLE.
           READ AFMROUTE-FILE
               AT END
                   SET AFMROUTE-AT-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ
           ADD 1 TO WS-TABLE-RECORDS
           EVALUATE TRUE
               WHEN RT-ROUTING-RULE
                   PERFORM 1200-TAKE-RULE THRU 1200-EXIT
               WHEN RT-APPROVED-BUCKET
                   PERFORM 1300-TAKE-BUCKET THRU 1300-EXIT
               WHEN OTHER
                   MOVE 'RECORD TYPE IS NOT R OR B' TO EL-MESSAGE
                   PERFORM 1900-WRITE-TABLE-ERROR
           END-EVALUATE.
       1100-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 1200-TAKE-RULE - edit one routing rule and add it to  *
      *                  the table. A mask is either whole    *
      *                  qualifiers (no '*') or a prefix with *
      *                  exactly one '*' at its end; an empty *
      *                  prefix would route the whole file.   *
      *-------------------------------------------------------*
       1200-TAKE-RULE.
           IF RT-DATASET-MASK = SPACES
               MOVE 'RULE HAS NO DATASET-ID MASK' TO EL-MESSAGE
               PERFORM 1900-WRITE-TABLE-ERROR
               GO TO 1200-EXIT
           END-IF
           IF RT-BUCKET = SPACES
               MOVE 'RULE HAS NO BUCKET' TO EL-MESSAGE
               PERFORM 1900-WRITE-TABLE-ERROR
               GO TO 1200-EXIT
           END-IF
           IF NOT RT-CLASS-VALID
               MOVE 'STORAGE CLASS NOT STANDARD/GLACIER/DEEP_ARCHIVE'
                   TO EL-MESSAGE
               PERFORM 1900-WRITE-TABLE-ERROR
               GO TO 1200-EXIT
           END-IF
           IF NOT RT-ENCRYPT-REQUIRED AND NOT RT-ENCRYPT-OPTIONAL
               MOVE 'ENCRYPTION FLAG IS NOT Y OR N' TO EL-MESSAGE
               PERFORM 1900-WRITE-TABLE-ERROR
               GO TO 1200-EXIT
           END-IF
           IF WS-RULE-COUNT NOT < 500
               MOVE 'MORE THAN 500 ROUTING RULES' TO EL-MESSAGE
               PERFORM 1900-WRITE-TABLE-ERROR
               GO TO 1200-EXIT
           END-IF
           MOVE 0 TO WS-STAR-COUNT
           MOVE 0 TO WS-MASK-LEN
           INSPECT RT-DATASET-MASK
               TALLYING WS-STAR-COUNT FOR ALL '*'
           IF WS-STAR-COUNT = 0
               INSPECT RT-DATASET-MASK
                   TALLYING WS-MASK-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
           ELSE
               INSPECT RT-DATASET-MASK
                   TALLYING WS-MASK-LEN
                   FOR CHARACTERS BEFORE INITIAL '*'
           END-IF
           IF WS-STAR-COUNT > 1 OR WS-MASK-LEN = 0
               MOVE 'MASK MUST BE QUALIFIERS OR ONE PREFIX ENDING *'
                   TO EL-MESSAGE
               PERFORM 1900-WRITE-TABLE-ERROR
               GO TO 1200-EXIT
           END-IF
           IF WS-STAR-COUNT = 1 AND WS-MASK-LEN < 43
               IF RT-DATASET-MASK(WS-MASK-LEN + 2:) NOT = SPACES
                   MOVE 'MASK MUST BE QUALIFIERS OR ONE PREFIX ENDING *'
                       TO EL-MESSAGE
                   PERFORM 1900-WRITE-TABLE-ERROR
                   GO TO 1200-EXIT
               END-IF
           END-IF
           IF WS-STAR-COUNT = 0 AND WS-MASK-LEN < 44
               IF RT-DATASET-MASK(WS-MASK-LEN + 1:) NOT = SPACES
                   MOVE 'MASK CONTAINS A BLANK' TO EL-MESSAGE
                   PERFORM 1900-WRITE-TABLE-ERROR
                   GO TO 1200-EXIT
               END-IF
           END-IF
           MOVE 0 TO WS-PREFIX-LEN
           IF RT-KEY-PREFIX NOT = SPACES
               INSPECT RT-KEY-PREFIX
                   TALLYING WS-PREFIX-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-PREFIX-LEN < 40
                   IF RT-KEY-PREFIX(WS-PREFIX-LEN + 1:) NOT = SPACES
                       MOVE 'KEY PREFIX CONTAINS A BLANK' TO EL-MESSAGE
                       PERFORM 1900-WRITE-TABLE-ERROR
                       GO TO 1200-EXIT
                   END-IF
               END-IF
           END-IF
           MOVE 'N' TO WS-DUP-MASK-SW
           PERFORM 1250-CHECK-DUPLICATE-MASK
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT
           IF WS-DUP-MASK
               MOVE 'DUPLICATE DATASET-ID MASK' TO EL-MESSAGE
               PERFORM 1900-WRITE-TABLE-ERROR
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO WS-RULE-COUNT
           MOVE RT-DATASET-MASK  TO RL-MASK(WS-RULE-COUNT)
           MOVE WS-MASK-LEN      TO RL-MASK-LEN(WS-RULE-COUNT)
           IF WS-STAR-COUNT = 0
               SET RL-MASK-QUALIFIER(WS-RULE-COUNT) TO TRUE
           ELSE
               SET RL-MASK-PREFIX(WS-RULE-COUNT) TO TRUE
           END-IF
           MOVE RT-BUCKET        TO RL-BUCKET(WS-RULE-COUNT)
           MOVE RT-KEY-PREFIX    TO RL-KEY-PREFIX(WS-RULE-COUNT)
           IF WS-PREFIX-LEN > 0
               IF RT-KEY-PREFIX(WS-PREFIX-LEN:1) NOT = '/'
                   ADD 1 TO WS-PREFIX-LEN
                   MOVE '/' TO
                       RL-KEY-PREFIX(WS-RULE-COUNT)(WS-PREFIX-LEN:1)
               END-IF
           END-IF
           MOVE WS-PREFIX-LEN    TO RL-PREFIX-LEN(WS-RULE-COUNT)
           MOVE RT-STORAGE-CLASS TO RL-STORAGE-CLASS(WS-RULE-COUNT)
           MOVE RT-ENCRYPT-FLAG  TO RL-ENCRYPT-FLAG(WS-RULE-COUNT)
           MOVE 'N'              TO RL-BUCKET-OK-SW(WS-RULE-COUNT).
       1200-EXIT.
           EXIT.

       1250-CHECK-DUPLICATE-MASK.
           IF RL-MASK(WS-RULE-SUB) = RT-DATASET-MASK
               SET WS-DUP-MASK TO TRUE
           END-IF.

       1300-TAKE-BUCKET.
           IF RT-BUCKET = SPACES
               MOVE 'APPROVED-BUCKET RECORD HAS NO BUCKET' TO EL-MESSAGE
               PERFORM 1900-WRITE-TABLE-ERROR
               GO TO 1300-EXIT
           END-IF
           IF WS-BUCKET-COUNT NOT < 100
               MOVE 'MORE THAN 100 APPROVED BUCKETS' TO EL-MESSAGE
               PERFORM 1900-WRITE-TABLE-ERROR
               GO TO 1300-EXIT
           END-IF
           ADD 1 TO WS-BUCKET-COUNT
           MOVE RT-BUCKET TO AB-BUCKET(WS-BUCKET-COUNT).
       1300-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 1500-CHECK-ROUTE-TABLE - an empty or missing table    *
      *                          would hold every row; refuse *
      *                          it. Otherwise settle each    *
      *                          encrypted rule's bucket      *
      *                          against the approved list    *
      *                          once, and list the rules.    *
      *-------------------------------------------------------*
       1500-CHECK-ROUTE-TABLE.
           IF AFMROUTE-OK OR AFMROUTE-EOF
               CLOSE AFMROUTE-FILE
           END-IF
           IF WS-RULE-COUNT = 0
               MOVE 0 TO EL-RECORD-NO
               MOVE 'NO ROUTING RULES LOADED - TABLE MISSING OR EMPTY'
                   TO EL-MESSAGE
               SET WS-TABLE-ERROR TO TRUE
               MOVE WS-ERROR-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF NOT WS-TABLE-ERROR
               MOVE WS-RULES-HEADING TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM 1550-SETTLE-RULE
                   VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-COUNT
           END-IF.

       1550-SETTLE-RULE.
           IF RL-ENCRYPT-REQUIRED(WS-RULE-SUB)
               PERFORM 1560-CHECK-APPROVED
                   VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > WS-BUCKET-COUNT
           END-IF
           MOVE RL-MASK(WS-RULE-SUB)          TO RN-MASK
           MOVE RL-STORAGE-CLASS(WS-RULE-SUB) TO RN-CLASS
           IF RL-ENCRYPT-REQUIRED(WS-RULE-SUB)
               MOVE 'ENC' TO RN-ENCRYPT
           ELSE
               MOVE SPACES TO RN-ENCRYPT
           END-IF
           MOVE RL-BUCKET(WS-RULE-SUB)        TO RN-BUCKET
           MOVE WS-RULE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF RL-ENCRYPT-REQUIRED(WS-RULE-SUB)
               AND NOT RL-BUCKET-APPROVED(WS-RULE-SUB)
               MOVE WS-RULE-WARNING-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       1560-CHECK-APPROVED.
           IF AB-BUCKET(WS-BUCKET-SUB) = RL-BUCKET(WS-RULE-SUB)
               SET RL-BUCKET-APPROVED(WS-RULE-SUB) TO TRUE
           END-IF.

       1900-WRITE-TABLE-ERROR.
           SET WS-TABLE-ERROR TO TRUE
           MOVE WS-TABLE-RECORDS TO EL-RECORD-NO
           MOVE WS-ERROR-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *-------------------------------------------------------*
      * 2000-ROUTE-ROW - stamp one PENDENTE row from its      *
      *                  longest matching rule, or hold it.   *
      *-------------------------------------------------------*
       2000-ROUTE-ROW.
           READ AFMVSEQ-FILE
               AT END
                   SET AFMVSEQ-AT-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-ROWS-READ
           MOVE AFMVSEQ-RECORD TO WS-JRNL-BEFORE-IMAGE
           IF VS-SITUACAO-EXPIRADA
               ADD 1 TO WS-ROWS-EXPIRED
               GO TO 2000-EXIT
           END-IF
           IF NOT VS-SITUACAO-PENDENTE
               PERFORM 2100-KEEP-SENT-ROUTE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2300-FIND-RULE
           IF WS-BEST-SUB = 0
               MOVE SPACES TO VS-S3-KEY
               MOVE SPACES TO VS-STORAGE-CLASS
               MOVE SPACES TO VS-ENCRYPT-FLAG
               MOVE 'NO S3 ROUTING RULE FOR DATASET-ID' TO DL-MESSAGE
               ADD 1 TO WS-HOLDS-NO-RULE
               PERFORM 2400-PLACE-ON-HOLD
               GO TO 2000-EXIT
           END-IF
           PERFORM 2350-STAMP-ROUTE
           IF RL-ENCRYPT-REQUIRED(WS-BEST-SUB)
               AND NOT RL-BUCKET-APPROVED(WS-BEST-SUB)
               MOVE 'ENCRYPTED DATA - BUCKET NOT ON APPROVED LIST'
                   TO DL-MESSAGE
               ADD 1 TO WS-HOLDS-UNAPPROVED
               PERFORM 2400-PLACE-ON-HOLD
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-ROWS-ROUTED
           IF VS-EXCEPTION-HOLD
               AND VS-EXCEPTION-SET-BY = WS-HOLD-USERID
               SET VS-EXCEPTION-NONE TO TRUE
               MOVE SPACES TO VS-EXCEPTION-REASON
               MOVE SPACES TO VS-EXCEPTION-SET-BY
               MOVE SPACES TO VS-EXCEPTION-SET-DATE
               ADD 1 TO WS-HOLDS-RELEASED
               MOVE 'ROUTED - EARLIER ROUTING HOLD RELEASED'
                   TO DL-MESSAGE
               PERFORM 2900-WRITE-DETAIL
           END-IF
           REWRITE AFMVSEQ-RECORD
           PERFORM 2500-CHECK-JOURNAL.
       2000-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 2100-KEEP-SENT-ROUTE - a row past PENDENTE already    *
      *                        left on a manifest: its bucket *
      *                        and key are what S3 holds, so  *
      *                        they are never re-routed. A    *
      *                        row sent before routing        *
      *                        existed went out keyed by its  *
      *                        bare DATASET-ID to the extract *
      *                        bucket - record exactly that.  *
      *-------------------------------------------------------*
       2100-KEEP-SENT-ROUTE.
           IF VS-S3-KEY NOT = SPACES
               ADD 1 TO WS-ROWS-FROZEN
           ELSE
               MOVE VS-DATASET-ID TO VS-S3-KEY
               IF VS-STORAGE-CLASS = SPACES
                   SET VS-CLASS-STANDARD TO TRUE
               END-IF
               IF VS-ENCRYPT-FLAG = SPACES
                   SET VS-ENCRYPT-OPTIONAL TO TRUE
               END-IF
               REWRITE AFMVSEQ-RECORD
               PERFORM 2500-CHECK-JOURNAL
               ADD 1 TO WS-ROWS-BACKFILLED
               MOVE 'SENT BEFORE ROUTING - KEY RECORDED AS DATASET-ID'
                   TO DL-MESSAGE
               PERFORM 2900-WRITE-DETAIL
           END-IF.

      *-------------------------------------------------------*
      * 2300-FIND-RULE - the longest mask that matches wins;  *
      *                  on a tie the earlier rule stands. A  *
      *                  qualifier mask must end on a whole   *
      *                  qualifier of the DATASET-ID.         *
      *-------------------------------------------------------*
       2300-FIND-RULE.
           MOVE 0 TO WS-BEST-SUB
           MOVE 0 TO WS-BEST-LEN
           PERFORM 2320-TRY-RULE THRU 2320-EXIT
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT.

       2320-TRY-RULE.
           IF RL-MASK-LEN(WS-RULE-SUB) NOT > WS-BEST-LEN
               GO TO 2320-EXIT
           END-IF
           IF VS-DATASET-ID(1:RL-MASK-LEN(WS-RULE-SUB)) NOT =
               RL-MASK(WS-RULE-SUB)(1:RL-MASK-LEN(WS-RULE-SUB))
               GO TO 2320-EXIT
           END-IF
           IF RL-MASK-QUALIFIER(WS-RULE-SUB)
               AND RL-MASK-LEN(WS-RULE-SUB) < 44
               IF VS-DATASET-ID(RL-MASK-LEN(WS-RULE-SUB) + 1:1)
                   NOT = '.' AND NOT = SPACE
                   GO TO 2320-EXIT
               END-IF
           END-IF
           MOVE WS-RULE-SUB              TO WS-BEST-SUB
           MOVE RL-MASK-LEN(WS-RULE-SUB) TO WS-BEST-LEN.
       2320-EXIT.
           EXIT.

       2350-STAMP-ROUTE.
           MOVE RL-BUCKET(WS-BEST-SUB) TO VS-TARGET-S3-BUCKET
           MOVE SPACES TO VS-S3-KEY
           IF RL-PREFIX-LEN(WS-BEST-SUB) = 0
               MOVE VS-DATASET-ID TO VS-S3-KEY
           ELSE
               STRING RL-KEY-PREFIX(WS-BEST-SUB)
                          (1:RL-PREFIX-LEN(WS-BEST-SUB))
                                          DELIMITED BY SIZE
                      VS-DATASET-ID       DELIMITED BY SPACE
                   INTO VS-S3-KEY
               END-STRING
           END-IF
           MOVE RL-STORAGE-CLASS(WS-BEST-SUB) TO VS-STORAGE-CLASS
           MOVE RL-ENCRYPT-FLAG(WS-BEST-SUB)  TO VS-ENCRYPT-FLAG.

      *-------------------------------------------------------*
      * 2400-PLACE-ON-HOLD - machine-generated routing hold.  *
      *                      A hold an operator or another    *
      *                      step set is left exactly as it   *
      *                      is; one this step set earlier    *
      *                      takes the current reason.        *
      *-------------------------------------------------------*
       2400-PLACE-ON-HOLD.
           IF VS-EXCEPTION-HOLD
               AND VS-EXCEPTION-SET-BY NOT = WS-HOLD-USERID
               ADD 1 TO WS-ALREADY-ON-HOLD
           ELSE
               SET VS-EXCEPTION-HOLD TO TRUE
               MOVE DL-MESSAGE     TO VS-EXCEPTION-REASON
               MOVE WS-HOLD-USERID TO VS-EXCEPTION-SET-BY
               MOVE WS-TODAY-DATE  TO VS-EXCEPTION-SET-DATE
           END-IF
           REWRITE AFMVSEQ-RECORD
           PERFORM 2500-CHECK-JOURNAL
           PERFORM 2900-WRITE-DETAIL.

      *-------------------------------------------------------*
      * 2500-CHECK-JOURNAL - every PENDENTE row is rewritten  *
      *                      on every run; only a row the run *
      *                      actually changed goes to         *
      *                      AFMJRNL.                         *
      *-------------------------------------------------------*
       2500-CHECK-JOURNAL.
           IF AFMVSEQ-OK
               AND AFMVSEQ-RECORD NOT = WS-JRNL-BEFORE-IMAGE
               PERFORM 2600-WRITE-JOURNAL
           END-IF.

      *-------------------------------------------------------*
      * 2600-WRITE-JOURNAL - before and after image of the    *
      *                      row just rewritten, appended to  *
      *                      AFMJRNL for AFM310 backout. The  *
      *                      after image becomes the before   *
      *                      image of any further rewrite of  *
      *                      the same row in this run.        *
      *-------------------------------------------------------*
       2600-WRITE-JOURNAL.
           ADD 1 TO WS-JRNL-COUNT
           MOVE SPACES               TO AFMJRNL-RECORD
           MOVE 'AFM260'             TO JRN-PROGRAM
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

       2900-WRITE-DETAIL.
           MOVE VS-VOLUME-ID  TO DL-VOLUME-ID
           MOVE VS-FILE-SEQ   TO DL-FILE-SEQ
           MOVE VS-DATASET-ID TO DL-DATASET-ID
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       8000-FINISH.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ROWS-READ        TO TL-ROWS-READ
           MOVE WS-ROWS-ROUTED      TO TL-ROWS-ROUTED
           MOVE WS-TOTAL-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HOLDS-NO-RULE    TO TL-HOLDS-NO-RULE
           MOVE WS-HOLDS-UNAPPROVED TO TL-HOLDS-UNAPPROVED
           MOVE WS-TOTAL-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ALREADY-ON-HOLD  TO TL-ALREADY-ON-HOLD
           MOVE WS-HOLDS-RELEASED   TO TL-HOLDS-RELEASED
           MOVE WS-TOTAL-LINE-3 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ROWS-FROZEN      TO TL-ROWS-FROZEN
           MOVE WS-ROWS-BACKFILLED  TO TL-ROWS-BACKFILLED
           MOVE WS-TOTAL-LINE-4 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ROWS-EXPIRED     TO TL-ROWS-EXPIRED
           MOVE WS-TOTAL-LINE-5 TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE AFMVSEQ-FILE
           CLOSE AFMJRNL-FILE
           CLOSE REPORT-FILE.

      *-------------------------------------------------------*
      * 9000-TABLE-ABEND - the table is in error: nothing on  *
      *                    AFMVSEQ has been touched. Message  *
      *                    to the report and console, RC=16.  *
      *-------------------------------------------------------*
       9000-TABLE-ABEND.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ABEND-MESSAGE TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY WS-ABEND-MESSAGE
           CLOSE REPORT-FILE
           MOVE 16 TO RETURN-CODE
           GOBACK.

       9999-EXIT.
           EXIT.
