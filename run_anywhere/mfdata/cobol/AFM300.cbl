       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AFM300.
       AUTHOR.        G HALLORAN FILHO.
       INSTALLATION.  GFS DATA MIGRATION.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *****************************************************
      * MODIFICATION HISTORY                               *
      *-----------------------------------------------------*
      * DATE       INIT  DESCRIPTION                        *
      * 2026-10-15 GHF   Initial version - open and         *
      *                  consolidate a partitioned AFM040   *
      *                  PROC leg. RUN-MODE=OPEN reads one  *
      *                  control card per partition on      *
      *                  CTLIN:                             *
      *                    PARTITION=nn lowvol highvol      *
      *                  ('*' IN COLUMN 1 IS A COMMENT),    *
      *                  refuses ranges that overlap or     *
      *                  leave any AFMVSEQ VOLUME-ID        *
      *                  uncovered, seeds one AFMPROG       *
      *                  record per partition (key PARTnn,  *
      *                  with its range and row total) and  *
      *                  stamps the cycle phase P with the  *
      *                  partition count. Each partition    *
      *                  then runs as its own AFM040 job    *
      *                  (PARM='PROC userid nn').           *
      *                  RUN-MODE=CLOSE checks that every   *
      *                  partition record is complete, that *
      *                  the ranges still cover AFMVSEQ     *
      *                  with no gap or overlap and that    *
      *                  each partition reached every row   *
      *                  in its range; only then does it    *
      *                  stamp the combined rows-processed  *
      *                  and on-hold counts on AFMCYCLE,    *
      *                  mark the cycle finished (phase F)  *
      *                  and append the partitions' audit   *
      *                  records (AFMAUDP) to AFMAUDIT. A   *
      *                  partition still incomplete stops   *
      *                  the close with RC=16 and says      *
      *                  which partition and how far it     *
      *                  got.                               *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE  ASSIGN TO CTLIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT AFMCYCLE-FILE ASSIGN TO AFMCYCLE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AFMCYCLE-STATUS.

           SELECT AFMVSEQ-FILE  ASSIGN TO AFMVSEQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VS-REC-KEY
               FILE STATUS IS WS-AFMVSEQ-STATUS.

           SELECT AFMPROG-FILE  ASSIGN TO AFMPROG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROG-REC-ID
               FILE STATUS IS WS-AFMPROG-STATUS.

           SELECT AFMAUDP-FILE  ASSIGN TO AFMAUDP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AFMAUDP-STATUS.

           SELECT AFMAUDIT-FILE ASSIGN TO AFMAUDIT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AFMAUDIT-STATUS.

           SELECT REPORT-FILE   ASSIGN TO RPT300
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORD CONTAINS 080 CHARACTERS.
       01  CONTROL-CARD             PIC X(080).

       FD  AFMCYCLE-FILE
           RECORD CONTAINS 090 CHARACTERS.
           COPY AFMCYCLE.

       FD  AFMVSEQ-FILE.
           COPY AFMVSEQ.

       FD  AFMPROG-FILE.
           COPY AFMPROG.

       FD  AFMAUDP-FILE
           RECORD CONTAINS 094 CHARACTERS.
       01  AFMAUDP-RECORD           PIC X(094).

       FD  AFMAUDIT-FILE
           RECORD CONTAINS 094 CHARACTERS.
           COPY AFMAUDIT.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS         PIC X(002).
           88 CONTROL-OK             VALUE '00'.
           88 CONTROL-EOF            VALUE '10'.
       01  WS-AFMCYCLE-STATUS        PIC X(002).
           88 AFMCYCLE-OK            VALUE '00'.
       01  WS-AFMVSEQ-STATUS         PIC X(002).
           88 AFMVSEQ-OK             VALUE '00'.
           88 AFMVSEQ-EOF            VALUE '10'.
       01  WS-AFMPROG-STATUS         PIC X(002).
           88 AFMPROG-OK             VALUE '00'.
           88 AFMPROG-NOTFND         VALUE '23'.
       01  WS-AFMAUDP-STATUS         PIC X(002).
           88 AFMAUDP-OK             VALUE '00'.
       01  WS-AFMAUDIT-STATUS        PIC X(002).
           88 AFMAUDIT-OK            VALUE '00'.
       01  WS-REPORT-STATUS          PIC X(002).

       01  WS-PARM-LINE              PIC X(020) VALUE SPACES.
       01  WS-RUN-MODE               PIC X(005) VALUE SPACES.
           88 WS-RUN-MODE-OPEN          VALUE 'OPEN '.
           88 WS-RUN-MODE-CLOSE         VALUE 'CLOSE'.

       01  WS-CONTROL-EOF-SW         PIC X(001) VALUE 'N'.
           88 CONTROL-AT-EOF            VALUE 'Y'.
       01  WS-AFMVSEQ-EOF-SW         PIC X(001) VALUE 'N'.
           88 AFMVSEQ-AT-EOF            VALUE 'Y'.
       01  WS-AFMPROG-EOF-SW         PIC X(001) VALUE 'N'.
           88 AFMPROG-AT-EOF            VALUE 'Y'.
       01  WS-AFMAUDP-EOF-SW         PIC X(001) VALUE 'N'.
           88 AFMAUDP-AT-EOF            VALUE 'Y'.
       01  WS-CARD-ERROR-SW          PIC X(001) VALUE 'N'.
           88 WS-CARD-ERROR             VALUE 'Y'.
       01  WS-BLOCKED-SW             PIC X(001) VALUE 'N'.
           88 WS-CLOSE-BLOCKED          VALUE 'Y'.
       01  WS-CYCLE-FOUND-SW         PIC X(001) VALUE 'N'.
           88 WS-CYCLE-FOUND            VALUE 'Y'.

       01  WS-CYCLE-IMAGE            PIC X(090) VALUE SPACES.
       01  WS-ABEND-MESSAGE          PIC X(060) VALUE SPACES.

       01  WS-TODAY-DATE             PIC X(008).
       01  WS-RUN-TIME               PIC X(006).

       01  WS-CARD-KEYWORD           PIC X(020).
       01  WS-CARD-VALUE             PIC X(060).
       01  WS-CARD-FIELDS.
           05 WS-CARD-PART-ID        PIC X(002).
           05 WS-CARD-LOW-VOL        PIC X(006).
           05 WS-CARD-HIGH-VOL       PIC X(006).
           05 WS-CARD-EXTRA          PIC X(010).
       01  WS-CARD-LENGTHS.
           05 WS-LEN-PART-ID         PIC 9(002) USAGE BINARY.
           05 WS-LEN-LOW-VOL         PIC 9(002) USAGE BINARY.
           05 WS-LEN-HIGH-VOL        PIC 9(002) USAGE BINARY.

      * one entry per partition: the range, the rows AFMVSEQ
      * holds in it, and (on a close) what the partition says it
      * did, from its AFMPROG record
       01  WS-PART-MAX               PIC 9(002) USAGE BINARY VALUE 8.
       01  WS-PART-COUNT             PIC 9(002) USAGE BINARY VALUE 0.
       01  WS-PART-TABLE.
           05 PT-ENTRY               OCCURS 8 TIMES.
               10 PT-PART-ID         PIC X(002).
               10 PT-LOW-VOL         PIC X(006).
               10 PT-HIGH-VOL        PIC X(006).
               10 PT-ROWS-IN-RANGE   PIC 9(007) USAGE BINARY.
               10 PT-STATUS          PIC X(001).
                   88 PT-COMPLETE        VALUE 'C'.
                   88 PT-RUNNING         VALUE 'R'.
               10 PT-ROWS-LOADED     PIC 9(007).
               10 PT-ROWS-PROCESSED  PIC 9(007).
               10 PT-ROWS-ON-HOLD    PIC 9(007).
               10 PT-ROWS-EXPIRED    PIC 9(007).
               10 PT-LAST-VOLUME-ID  PIC X(006).
               10 PT-LAST-FILE-SEQ   PIC 9(002) USAGE BINARY.
               10 PT-END-DATE        PIC X(008).
               10 PT-END-TIME        PIC X(006).

       01  WS-SUB                    PIC 9(002) USAGE BINARY VALUE 0.
       01  WS-SUB-2                  PIC 9(002) USAGE BINARY VALUE 0.
       01  WS-HIT-COUNT              PIC 9(002) USAGE BINARY VALUE 0.
       01  WS-HIT-SUB                PIC 9(002) USAGE BINARY VALUE 0.
       01  WS-ROWS-REACHED           PIC 9(009) USAGE BINARY VALUE 0.
       01  WS-LAST-GAP-VOLUME        PIC X(006) VALUE SPACES.
       01  WS-LAST-OVERLAP-VOLUME    PIC X(006) VALUE SPACES.

       01  WS-COUNTERS.
           05 WS-ROWS-READ           PIC 9(009) USAGE BINARY VALUE 0.
           05 WS-GAP-ROWS            PIC 9(009) USAGE BINARY VALUE 0.
           05 WS-OVERLAP-ROWS        PIC 9(009) USAGE BINARY VALUE 0.
           05 WS-TOTAL-PROCESSED     PIC 9(009) USAGE BINARY VALUE 0.
           05 WS-TOTAL-ON-HOLD       PIC 9(009) USAGE BINARY VALUE 0.
           05 WS-TOTAL-EXPIRED       PIC 9(009) USAGE BINARY VALUE 0.
           05 WS-AUDIT-COPIED        PIC 9(009) USAGE BINARY VALUE 0.

       01  WS-HEADING-OPEN           PIC X(050) VALUE
           'AFM300 - PARTITIONED PROC LEG - OPEN'.
       01  WS-HEADING-CLOSE          PIC X(050) VALUE
           'AFM300 - PARTITIONED PROC LEG - CONSOLIDATION'.

       01  WS-CRITERIA-LINE.
           05 FILLER                 PIC X(010) VALUE 'CARD:     '.
           05 CR-CARD                PIC X(080).

       01  WS-ERROR-LINE.
           05 FILLER                 PIC X(022) VALUE
               'INVALID CONTROL CARD: '.
           05 EL-CARD                PIC X(080).

       01  WS-PART-HEADING.
           05 FILLER                 PIC X(004) VALUE 'PT'.
           05 FILLER                 PIC X(008) VALUE 'FROM'.
           05 FILLER                 PIC X(008) VALUE 'TO'.
           05 FILLER                 PIC X(012) VALUE 'STATUS'.
           05 FILLER                 PIC X(010) VALUE '  IN RANGE'.
           05 FILLER                 PIC X(010) VALUE '    WORKED'.
           05 FILLER                 PIC X(010) VALUE '   ON HOLD'.
           05 FILLER                 PIC X(010) VALUE '   EXPIRED'.
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 FILLER                 PIC X(012) VALUE 'LAST KEY'.
           05 FILLER                 PIC X(015) VALUE 'FINISHED'.

       01  WS-PART-DETAIL.
           05 PD-PART-ID             PIC X(002).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 PD-LOW-VOL             PIC X(006).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 PD-HIGH-VOL            PIC X(006).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 PD-STATUS              PIC X(012).
           05 PD-ROWS-IN-RANGE       PIC ZZZ,ZZZ,ZZ9.
           05 PD-ROWS-PROCESSED      PIC ZZZZ,ZZ9.
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 PD-ROWS-ON-HOLD        PIC ZZZZ,ZZ9.
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 PD-ROWS-EXPIRED        PIC ZZZZ,ZZ9.
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 PD-LAST-VOLUME-ID      PIC X(006).
           05 FILLER                 PIC X(001) VALUE '/'.
           05 PD-LAST-FILE-SEQ       PIC 9(002).
           05 FILLER                 PIC X(003) VALUE SPACES.
           05 PD-END-DATE            PIC X(008).
           05 FILLER                 PIC X(001) VALUE SPACE.
           05 PD-END-TIME            PIC X(006).

       01  WS-PROBLEM-LINE.
           05 FILLER                 PIC X(004) VALUE '*** '.
           05 PL-TEXT                PIC X(100).

       01  WS-PROBLEM-BUILD          PIC X(100) VALUE SPACES.

       01  WS-COUNT-DISPLAY          PIC ZZZ,ZZZ,ZZ9.
       01  WS-COUNT-DISPLAY-2        PIC ZZZ,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-1.
           05 FILLER                 PIC X(024) VALUE
               'AFMVSEQ ROWS READ      '.
           05 TL-ROWS-READ           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'PARTITIONS             '.
           05 TL-PART-COUNT          PIC ZZZ,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05 FILLER                 PIC X(024) VALUE
               'ROWS IN NO PARTITION   '.
           05 TL-GAP-ROWS            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'ROWS IN TWO PARTITIONS '.
           05 TL-OVERLAP-ROWS        PIC ZZZ,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05 FILLER                 PIC X(024) VALUE
               'COMBINED ROWS WORKED   '.
           05 TL-TOTAL-PROCESSED     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'COMBINED ROWS ON HOLD  '.
           05 TL-TOTAL-ON-HOLD       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'COMBINED ROWS EXPIRED  '.
           05 TL-TOTAL-EXPIRED       PIC ZZZ,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-4.
           05 FILLER                 PIC X(024) VALUE
               'AUDIT RECORDS APPENDED '.
           05 TL-AUDIT-COPIED        PIC ZZZ,ZZZ,ZZ9.

       01  WS-VERDICT-OPENED         PIC X(060) VALUE
           'PARTITIONED LEG OPEN - SUBMIT THE AFM040P PARTITION JOBS'.
       01  WS-VERDICT-CLOSED         PIC X(060) VALUE
           'ALL PARTITIONS COMPLETE - CYCLE MARKED FINISHED'.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-MODE-OPEN
               PERFORM 2000-OPEN-LEG THRU 2000-EXIT
           ELSE
               PERFORM 3000-CLOSE-LEG THRU 3000-EXIT
           END-IF
           PERFORM 8000-FINISH
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           UNSTRING WS-PARM-LINE DELIMITED BY SPACE
               INTO WS-RUN-MODE
           END-UNSTRING
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME   FROM TIME
           OPEN OUTPUT REPORT-FILE
           IF WS-RUN-MODE-OPEN
               MOVE WS-HEADING-OPEN TO REPORT-LINE
           ELSE
               MOVE WS-HEADING-CLOSE TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF NOT WS-RUN-MODE-OPEN AND NOT WS-RUN-MODE-CLOSE
               MOVE 'AFM300 REFUSED - PARM MUST BE OPEN OR CLOSE'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-ABEND
           END-IF
           PERFORM 1500-READ-CYCLE
           IF NOT WS-CYCLE-FOUND
               MOVE 'AFM300 REFUSED - NO CYCLE CONTROL RECORD'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-ABEND
           END-IF.

       1500-READ-CYCLE.
           OPEN INPUT AFMCYCLE-FILE
           IF AFMCYCLE-OK
               READ AFMCYCLE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE AFMCYCLE-RECORD TO WS-CYCLE-IMAGE
                       SET WS-CYCLE-FOUND TO TRUE
               END-READ
               CLOSE AFMCYCLE-FILE
           END-IF.

      *-------------------------------------------------------*
      * 2000-OPEN-LEG - RUN-MODE=OPEN. The manifest must be   *
      *                 cut and PROC not yet started. Bad     *
      *                 cards, overlapping ranges or rows no  *
      *                 range covers end the step RC=8 with   *
      *                 nothing seeded and the cycle left as  *
      *                 it was.                               *
      *-------------------------------------------------------*
       2000-OPEN-LEG.
           MOVE WS-CYCLE-IMAGE TO AFMCYCLE-RECORD
           IF CYC-PHASE-LOADED
               MOVE 'AFM300 OPEN REFUSED - MANIFEST NOT CUT, RUN AFM030'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-ABEND
           END-IF
           IF NOT CYC-PHASE-MANIFEST
               MOVE 'AFM300 OPEN REFUSED - PROC ALREADY STARTED'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-ABEND
           END-IF
           OPEN INPUT CONTROL-FILE
           PERFORM 2100-READ-CONTROL-CARD THRU 2100-EXIT
               UNTIL CONTROL-AT-EOF
           CLOSE CONTROL-FILE
           IF WS-PART-COUNT = 0
               MOVE 'AT LEAST ONE PARTITION= CARD IS REQUIRED'
                   TO EL-CARD
               PERFORM 2900-WRITE-CARD-ERROR
           END-IF
           PERFORM 2300-CHECK-OVERLAP THRU 2300-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PART-COUNT
           IF WS-CARD-ERROR
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2500-COUNT-RANGE-ROWS
           IF WS-GAP-ROWS > 0 OR WS-OVERLAP-ROWS > 0
               MOVE 'PARTITION RANGES DO NOT COVER AFMVSEQ EXACTLY'
                   TO EL-CARD
               PERFORM 2900-WRITE-CARD-ERROR
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2700-OPEN-PROGRESS
           PERFORM 2750-SEED-PARTITION
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PART-COUNT
           CLOSE AFMPROG-FILE
           MOVE WS-CYCLE-IMAGE TO AFMCYCLE-RECORD
           SET CYC-PHASE-PROC TO TRUE
           MOVE WS-TODAY-DATE TO CYC-PROC-DATE
           MOVE WS-RUN-TIME   TO CYC-PROC-TIME
           MOVE WS-PART-COUNT TO CYC-PART-COUNT
           OPEN OUTPUT AFMCYCLE-FILE
           WRITE AFMCYCLE-RECORD
           CLOSE AFMCYCLE-FILE
           PERFORM 7000-WRITE-PARTITION-TABLE
           MOVE WS-VERDICT-OPENED TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY 'AFM300 - ' WS-VERDICT-OPENED.
       2000-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 2100-READ-CONTROL-CARD - PARTITION=nn lowvol highvol. *
      *                          Each card is echoed; every   *
      *                          bad card is listed, not just *
      *                          the first.                   *
      *-------------------------------------------------------*
       2100-READ-CONTROL-CARD.
           READ CONTROL-FILE
               AT END
                   SET CONTROL-AT-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF CONTROL-CARD = SPACES OR CONTROL-CARD(1:1) = '*'
               GO TO 2100-EXIT
           END-IF
           MOVE CONTROL-CARD TO CR-CARD
           MOVE WS-CRITERIA-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-CARD-KEYWORD WS-CARD-VALUE
           UNSTRING CONTROL-CARD DELIMITED BY '='
               INTO WS-CARD-KEYWORD WS-CARD-VALUE
           END-UNSTRING
           IF WS-CARD-KEYWORD NOT = 'PARTITION'
               MOVE CONTROL-CARD TO EL-CARD
               PERFORM 2900-WRITE-CARD-ERROR
               GO TO 2100-EXIT
           END-IF
           MOVE SPACES TO WS-CARD-FIELDS
           MOVE 0 TO WS-LEN-PART-ID WS-LEN-LOW-VOL WS-LEN-HIGH-VOL
           UNSTRING WS-CARD-VALUE DELIMITED BY ALL SPACE
               INTO WS-CARD-PART-ID  COUNT IN WS-LEN-PART-ID
                    WS-CARD-LOW-VOL  COUNT IN WS-LEN-LOW-VOL
                    WS-CARD-HIGH-VOL COUNT IN WS-LEN-HIGH-VOL
                    WS-CARD-EXTRA
           END-UNSTRING
           IF WS-LEN-PART-ID NOT = 2
               OR WS-CARD-PART-ID NOT NUMERIC
               OR WS-CARD-PART-ID = '00'
               OR WS-LEN-LOW-VOL  = 0 OR WS-LEN-LOW-VOL  > 6
               OR WS-LEN-HIGH-VOL = 0 OR WS-LEN-HIGH-VOL > 6
               OR WS-CARD-EXTRA NOT = SPACES
               OR WS-CARD-LOW-VOL > WS-CARD-HIGH-VOL
               MOVE CONTROL-CARD TO EL-CARD
               PERFORM 2900-WRITE-CARD-ERROR
               GO TO 2100-EXIT
           END-IF
           PERFORM 2200-CHECK-DUPLICATE-ID
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PART-COUNT
           IF WS-PART-COUNT NOT < WS-PART-MAX
               MOVE 'MORE PARTITION= CARDS THAN THE 8 ALLOWED'
                   TO EL-CARD
               PERFORM 2900-WRITE-CARD-ERROR
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-PART-COUNT
           INITIALIZE PT-ENTRY (WS-PART-COUNT)
           MOVE WS-CARD-PART-ID  TO PT-PART-ID (WS-PART-COUNT)
           MOVE WS-CARD-LOW-VOL  TO PT-LOW-VOL (WS-PART-COUNT)
           MOVE WS-CARD-HIGH-VOL TO PT-HIGH-VOL (WS-PART-COUNT).
       2100-EXIT.
           EXIT.

       2200-CHECK-DUPLICATE-ID.
           IF PT-PART-ID (WS-SUB) = WS-CARD-PART-ID
               MOVE CONTROL-CARD TO EL-CARD
               PERFORM 2900-WRITE-CARD-ERROR
           END-IF.

      *-------------------------------------------------------*
      * 2300-CHECK-OVERLAP - two ranges overlap when each     *
      *                      starts at or before the other    *
      *                      ends. Every pair is tried once.  *
      *-------------------------------------------------------*
       2300-CHECK-OVERLAP.
           PERFORM 2350-CHECK-PAIR
               VARYING WS-SUB-2 FROM WS-SUB BY 1
               UNTIL WS-SUB-2 > WS-PART-COUNT.
       2300-EXIT.
           EXIT.

       2350-CHECK-PAIR.
           IF WS-SUB-2 NOT = WS-SUB
               AND PT-LOW-VOL (WS-SUB) NOT > PT-HIGH-VOL (WS-SUB-2)
               AND PT-LOW-VOL (WS-SUB-2) NOT > PT-HIGH-VOL (WS-SUB)
               MOVE SPACES TO WS-PROBLEM-BUILD
               STRING 'PARTITIONS ' PT-PART-ID (WS-SUB)
                      ' AND ' PT-PART-ID (WS-SUB-2)
                      ' HAVE OVERLAPPING VOLUME-ID RANGES'
                   DELIMITED BY SIZE INTO WS-PROBLEM-BUILD
               END-STRING
               SET WS-CARD-ERROR TO TRUE
               PERFORM 7900-WRITE-PROBLEM
           END-IF.

      *-------------------------------------------------------*
      * 2500-COUNT-RANGE-ROWS - one pass over AFMVSEQ: every  *
      *                         row must fall in exactly one  *
      *                         range. A VOLUME-ID in none    *
      *                         (a gap) or in more than one   *
      *                         (an overlap) is listed once.  *
      *-------------------------------------------------------*
       2500-COUNT-RANGE-ROWS.
           MOVE 'N' TO WS-AFMVSEQ-EOF-SW
           OPEN INPUT AFMVSEQ-FILE
           PERFORM 2550-COUNT-ROW THRU 2550-EXIT
               UNTIL AFMVSEQ-AT-EOF
           CLOSE AFMVSEQ-FILE.

       2550-COUNT-ROW.
           READ AFMVSEQ-FILE
               AT END
                   SET AFMVSEQ-AT-EOF TO TRUE
                   GO TO 2550-EXIT
           END-READ
           ADD 1 TO WS-ROWS-READ
           MOVE 0 TO WS-HIT-COUNT
           PERFORM 2600-TEST-RANGE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PART-COUNT
           IF WS-HIT-COUNT = 1
               ADD 1 TO PT-ROWS-IN-RANGE (WS-HIT-SUB)
               GO TO 2550-EXIT
           END-IF
           IF WS-HIT-COUNT = 0
               ADD 1 TO WS-GAP-ROWS
               IF VS-VOLUME-ID NOT = WS-LAST-GAP-VOLUME
                   MOVE VS-VOLUME-ID TO WS-LAST-GAP-VOLUME
                   MOVE SPACES TO WS-PROBLEM-BUILD
                   STRING 'VOLUME ' VS-VOLUME-ID
                          ' IS IN NO PARTITION RANGE (A GAP)'
                       DELIMITED BY SIZE INTO WS-PROBLEM-BUILD
                   END-STRING
                   PERFORM 7900-WRITE-PROBLEM
               END-IF
           ELSE
               ADD 1 TO WS-OVERLAP-ROWS
               IF VS-VOLUME-ID NOT = WS-LAST-OVERLAP-VOLUME
                   MOVE VS-VOLUME-ID TO WS-LAST-OVERLAP-VOLUME
                   MOVE SPACES TO WS-PROBLEM-BUILD
                   STRING 'VOLUME ' VS-VOLUME-ID
                          ' IS IN MORE THAN ONE PARTITION RANGE'
                       DELIMITED BY SIZE INTO WS-PROBLEM-BUILD
                   END-STRING
                   PERFORM 7900-WRITE-PROBLEM
               END-IF
           END-IF.
       2550-EXIT.
           EXIT.

       2600-TEST-RANGE.
           IF VS-VOLUME-ID NOT < PT-LOW-VOL (WS-SUB)
               AND VS-VOLUME-ID NOT > PT-HIGH-VOL (WS-SUB)
               ADD 1 TO WS-HIT-COUNT
               MOVE WS-SUB TO WS-HIT-SUB
           END-IF.

      *-------------------------------------------------------*
      * 2700-OPEN-PROGRESS - AFMPROG is redefined empty every *
      *                      LOAD and an unloaded KSDS        *
      *                      refuses OPEN I-O: prime it       *
      *                      through OPEN OUTPUT first, as    *
      *                      AFM040 does.                     *
      *-------------------------------------------------------*
       2700-OPEN-PROGRESS.
           OPEN I-O AFMPROG-FILE
           IF NOT AFMPROG-OK
               OPEN OUTPUT AFMPROG-FILE
               IF AFMPROG-OK
                   CLOSE AFMPROG-FILE
                   OPEN I-O AFMPROG-FILE
               END-IF
           END-IF
           IF NOT AFMPROG-OK
               MOVE 'AFM300 OPEN REFUSED - AFMPROG WILL NOT OPEN'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-ABEND
           END-IF.

      *-------------------------------------------------------*
      * 2750-SEED-PARTITION - the partition's AFMPROG record, *
      *                       pending, with its range and the *
      *                       rows in it. AFM040 takes its    *
      *                       range from here, AF72 shows it  *
      *                       from the moment the leg opens.  *
      *-------------------------------------------------------*
       2750-SEED-PARTITION.
           MOVE SPACES TO AFMPROG-RECORD
           MOVE 'PART'                   TO PROG-PART-PREFIX
           MOVE PT-PART-ID (WS-SUB)      TO PROG-PART-ID
           MOVE WS-CYCLE-IMAGE           TO AFMCYCLE-RECORD
           MOVE CYC-CYCLE-NUMBER         TO PROG-CYCLE-NUMBER
           MOVE PT-ROWS-IN-RANGE (WS-SUB) TO PROG-ROWS-LOADED
           MOVE 0 TO PROG-ROWS-PROCESSED
                     PROG-ROWS-ON-HOLD
                     PROG-ROWS-EXPIRED
                     PROG-LAST-FILE-SEQ
           MOVE PT-LOW-VOL (WS-SUB)      TO PROG-PART-LOW-VOL
           MOVE PT-HIGH-VOL (WS-SUB)     TO PROG-PART-HIGH-VOL
           SET PROG-STATUS-PENDING TO TRUE
           WRITE AFMPROG-RECORD
               INVALID KEY
                   REWRITE AFMPROG-RECORD
           END-WRITE
           MOVE 'P'                      TO PT-STATUS (WS-SUB).

       2900-WRITE-CARD-ERROR.
           SET WS-CARD-ERROR TO TRUE
           MOVE WS-ERROR-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *-------------------------------------------------------*
      * 3000-CLOSE-LEG - RUN-MODE=CLOSE. Every check is made  *
      *                  and every problem listed before the  *
      *                  verdict, so one run tells the shift  *
      *                  everything still in the way.         *
      *-------------------------------------------------------*
       3000-CLOSE-LEG.
           MOVE WS-CYCLE-IMAGE TO AFMCYCLE-RECORD
           IF CYC-PHASE-FINISHED
               MOVE 'AFM300 CLOSE REFUSED - CYCLE ALREADY FINISHED'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-ABEND
           END-IF
           IF NOT CYC-PHASE-PROC OR CYC-PART-COUNT NOT NUMERIC
               OR CYC-PART-COUNT = 0
               MOVE 'AFM300 CLOSE REFUSED - NO PARTITIONED LEG IS OPEN'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-ABEND
           END-IF
           PERFORM 3100-LOAD-PARTITIONS
           IF WS-PART-COUNT NOT = CYC-PART-COUNT
               SET WS-CLOSE-BLOCKED TO TRUE
               MOVE CYC-PART-COUNT TO WS-COUNT-DISPLAY
               MOVE WS-PART-COUNT  TO WS-COUNT-DISPLAY-2
               MOVE SPACES TO WS-PROBLEM-BUILD
               STRING 'AFMPROG HOLDS' WS-COUNT-DISPLAY-2
                      ' PARTITION RECORDS FOR THIS CYCLE, AFM300 OPENED'
                      WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-PROBLEM-BUILD
               END-STRING
               PERFORM 7900-WRITE-PROBLEM
           END-IF
           PERFORM 3300-CHECK-COMPLETE THRU 3300-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PART-COUNT
           PERFORM 2300-CHECK-OVERLAP THRU 2300-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PART-COUNT
           IF WS-CARD-ERROR
               SET WS-CLOSE-BLOCKED TO TRUE
           END-IF
           PERFORM 2500-COUNT-RANGE-ROWS
           IF WS-GAP-ROWS > 0 OR WS-OVERLAP-ROWS > 0
               SET WS-CLOSE-BLOCKED TO TRUE
           END-IF
           PERFORM 3400-CHECK-ROWS-REACHED THRU 3400-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PART-COUNT
           PERFORM 7000-WRITE-PARTITION-TABLE
           IF WS-CLOSE-BLOCKED
               MOVE 'AFM300 CLOSE REFUSED - SEE RPT300 FOR PARTITIONS'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-ABEND
           END-IF
           PERFORM 3600-SUM-PARTITION
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PART-COUNT
           PERFORM 3800-APPEND-AUDIT THRU 3800-EXIT
           MOVE WS-CYCLE-IMAGE TO AFMCYCLE-RECORD
           MOVE WS-TOTAL-PROCESSED TO CYC-ROWS-PROCESSED
           MOVE WS-TOTAL-ON-HOLD   TO CYC-ROWS-ON-HOLD
           SET CYC-PHASE-FINISHED TO TRUE
           OPEN OUTPUT AFMCYCLE-FILE
           WRITE AFMCYCLE-RECORD
           CLOSE AFMCYCLE-FILE
           MOVE WS-VERDICT-CLOSED TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY 'AFM300 - ' WS-VERDICT-CLOSED.
       3000-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 3100-LOAD-PARTITIONS - browse the PARTnn records of   *
      *                        this cycle off AFMPROG.        *
      *-------------------------------------------------------*
       3100-LOAD-PARTITIONS.
           OPEN INPUT AFMPROG-FILE
           IF NOT AFMPROG-OK
               MOVE 'AFM300 CLOSE REFUSED - AFMPROG WILL NOT OPEN'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-ABEND
           END-IF
           MOVE LOW-VALUES TO PROG-REC-ID
           MOVE 'PART'     TO PROG-PART-PREFIX
           START AFMPROG-FILE KEY IS NOT LESS THAN PROG-REC-ID
               INVALID KEY
                   SET AFMPROG-AT-EOF TO TRUE
           END-START
           PERFORM 3150-TAKE-PARTITION THRU 3150-EXIT
               UNTIL AFMPROG-AT-EOF
           CLOSE AFMPROG-FILE.

       3150-TAKE-PARTITION.
           READ AFMPROG-FILE NEXT RECORD
               AT END
                   SET AFMPROG-AT-EOF TO TRUE
                   GO TO 3150-EXIT
           END-READ
           IF NOT PROG-PART-REC
               SET AFMPROG-AT-EOF TO TRUE
               GO TO 3150-EXIT
           END-IF
           MOVE WS-CYCLE-IMAGE TO AFMCYCLE-RECORD
           IF PROG-CYCLE-NUMBER NOT = CYC-CYCLE-NUMBER
               GO TO 3150-EXIT
           END-IF
           IF WS-PART-COUNT NOT < WS-PART-MAX
               SET WS-CLOSE-BLOCKED TO TRUE
               MOVE SPACES TO WS-PROBLEM-BUILD
               STRING 'PARTITION ' PROG-PART-ID
                      ' IS BEYOND THE 8 PARTITIONS ALLOWED'
                   DELIMITED BY SIZE INTO WS-PROBLEM-BUILD
               END-STRING
               PERFORM 7900-WRITE-PROBLEM
               GO TO 3150-EXIT
           END-IF
           ADD 1 TO WS-PART-COUNT
           INITIALIZE PT-ENTRY (WS-PART-COUNT)
           MOVE PROG-PART-ID        TO PT-PART-ID (WS-PART-COUNT)
           MOVE PROG-PART-LOW-VOL   TO PT-LOW-VOL (WS-PART-COUNT)
           MOVE PROG-PART-HIGH-VOL  TO PT-HIGH-VOL (WS-PART-COUNT)
           MOVE PROG-STATUS         TO PT-STATUS (WS-PART-COUNT)
           MOVE PROG-ROWS-LOADED    TO PT-ROWS-LOADED (WS-PART-COUNT)
           MOVE PROG-ROWS-PROCESSED
               TO PT-ROWS-PROCESSED (WS-PART-COUNT)
           MOVE PROG-ROWS-ON-HOLD   TO PT-ROWS-ON-HOLD (WS-PART-COUNT)
           MOVE PROG-ROWS-EXPIRED   TO PT-ROWS-EXPIRED (WS-PART-COUNT)
           MOVE PROG-LAST-VOLUME-ID
               TO PT-LAST-VOLUME-ID (WS-PART-COUNT)
           MOVE PROG-LAST-FILE-SEQ  TO PT-LAST-FILE-SEQ (WS-PART-COUNT)
           MOVE PROG-END-DATE       TO PT-END-DATE (WS-PART-COUNT)
           MOVE PROG-END-TIME       TO PT-END-TIME (WS-PART-COUNT).
       3150-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 3300-CHECK-COMPLETE - a partition still running (or   *
      *                       failed partway) or never        *
      *                       started blocks the close.       *
      *-------------------------------------------------------*
       3300-CHECK-COMPLETE.
           IF PT-COMPLETE (WS-SUB)
               GO TO 3300-EXIT
           END-IF
           SET WS-CLOSE-BLOCKED TO TRUE
           MOVE SPACES TO WS-PROBLEM-BUILD
           IF PT-RUNNING (WS-SUB)
               STRING 'PARTITION ' PT-PART-ID (WS-SUB)
                      ' NOT COMPLETE - RUNNING OR FAILED, LAST KEY '
                      PT-LAST-VOLUME-ID (WS-SUB)
                      ' - RESTART IT FROM AFM040P'
                   DELIMITED BY SIZE INTO WS-PROBLEM-BUILD
               END-STRING
           ELSE
               STRING 'PARTITION ' PT-PART-ID (WS-SUB)
                      ' NOT COMPLETE - NEVER STARTED, SUBMIT IT'
                      ' FROM AFM040P'
                   DELIMITED BY SIZE INTO WS-PROBLEM-BUILD
               END-STRING
           END-IF
           PERFORM 7900-WRITE-PROBLEM.
       3300-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 3400-CHECK-ROWS-REACHED - a complete partition must   *
      *                           have reached every row its  *
      *                           range holds on AFMVSEQ.     *
      *-------------------------------------------------------*
       3400-CHECK-ROWS-REACHED.
           IF NOT PT-COMPLETE (WS-SUB)
               GO TO 3400-EXIT
           END-IF
           COMPUTE WS-ROWS-REACHED =
               PT-ROWS-PROCESSED (WS-SUB) + PT-ROWS-ON-HOLD (WS-SUB)
               + PT-ROWS-EXPIRED (WS-SUB)
           IF WS-ROWS-REACHED = PT-ROWS-IN-RANGE (WS-SUB)
               GO TO 3400-EXIT
           END-IF
           SET WS-CLOSE-BLOCKED TO TRUE
           MOVE WS-ROWS-REACHED TO WS-COUNT-DISPLAY
           MOVE PT-ROWS-IN-RANGE (WS-SUB) TO WS-COUNT-DISPLAY-2
           MOVE SPACES TO WS-PROBLEM-BUILD
           STRING 'PARTITION ' PT-PART-ID (WS-SUB)
                  ' REACHED' WS-COUNT-DISPLAY
                  ' ROWS BUT ITS RANGE HOLDS' WS-COUNT-DISPLAY-2
               DELIMITED BY SIZE INTO WS-PROBLEM-BUILD
           END-STRING
           PERFORM 7900-WRITE-PROBLEM.
       3400-EXIT.
           EXIT.

       3600-SUM-PARTITION.
           ADD PT-ROWS-PROCESSED (WS-SUB) TO WS-TOTAL-PROCESSED
           ADD PT-ROWS-ON-HOLD (WS-SUB)   TO WS-TOTAL-ON-HOLD
           ADD PT-ROWS-EXPIRED (WS-SUB)   TO WS-TOTAL-EXPIRED.

      *-------------------------------------------------------*
      * 3800-APPEND-AUDIT - the partitions wrote their audit  *
      *                     records to their own files (they  *
      *                     cannot share one DISP=MOD file    *
      *                     side by side); AFMAUDP is their   *
      *                     concatenation, copied here onto   *
      *                     the end of AFMAUDIT.              *
      *-------------------------------------------------------*
       3800-APPEND-AUDIT.
           OPEN INPUT  AFMAUDP-FILE
           IF NOT AFMAUDP-OK
               GO TO 3800-EXIT
           END-IF
           OPEN EXTEND AFMAUDIT-FILE
           PERFORM 3850-COPY-AUDIT-RECORD THRU 3850-EXIT
               UNTIL AFMAUDP-AT-EOF
           CLOSE AFMAUDP-FILE
           CLOSE AFMAUDIT-FILE.
       3800-EXIT.
           EXIT.

       3850-COPY-AUDIT-RECORD.
           READ AFMAUDP-FILE
               AT END
                   SET AFMAUDP-AT-EOF TO TRUE
                   GO TO 3850-EXIT
           END-READ
           MOVE AFMAUDP-RECORD TO AFMAUDIT-RECORD
           WRITE AFMAUDIT-RECORD
           ADD 1 TO WS-AUDIT-COPIED.
       3850-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 7000-WRITE-PARTITION-TABLE - one line per partition.  *
      *-------------------------------------------------------*
       7000-WRITE-PARTITION-TABLE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PART-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 7100-WRITE-PARTITION-LINE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PART-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       7100-WRITE-PARTITION-LINE.
           MOVE PT-PART-ID (WS-SUB)        TO PD-PART-ID
           MOVE PT-LOW-VOL (WS-SUB)        TO PD-LOW-VOL
           MOVE PT-HIGH-VOL (WS-SUB)       TO PD-HIGH-VOL
           EVALUATE PT-STATUS (WS-SUB)
               WHEN 'C'
                   MOVE 'COMPLETE    ' TO PD-STATUS
               WHEN 'R'
                   MOVE 'RUNNING     ' TO PD-STATUS
               WHEN OTHER
                   MOVE 'NOT STARTED ' TO PD-STATUS
           END-EVALUATE
           MOVE PT-ROWS-IN-RANGE (WS-SUB)  TO PD-ROWS-IN-RANGE
           MOVE PT-ROWS-PROCESSED (WS-SUB) TO PD-ROWS-PROCESSED
           MOVE PT-ROWS-ON-HOLD (WS-SUB)   TO PD-ROWS-ON-HOLD
           MOVE PT-ROWS-EXPIRED (WS-SUB)   TO PD-ROWS-EXPIRED
           MOVE PT-LAST-VOLUME-ID (WS-SUB) TO PD-LAST-VOLUME-ID
           MOVE PT-LAST-FILE-SEQ (WS-SUB)  TO PD-LAST-FILE-SEQ
           MOVE PT-END-DATE (WS-SUB)       TO PD-END-DATE
           MOVE PT-END-TIME (WS-SUB)       TO PD-END-TIME
           MOVE WS-PART-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE.

       7900-WRITE-PROBLEM.
           MOVE WS-PROBLEM-BUILD TO PL-TEXT
           MOVE WS-PROBLEM-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       8000-FINISH.
           MOVE WS-ROWS-READ       TO TL-ROWS-READ
           MOVE WS-PART-COUNT      TO TL-PART-COUNT
           MOVE WS-TOTAL-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-GAP-ROWS        TO TL-GAP-ROWS
           MOVE WS-OVERLAP-ROWS    TO TL-OVERLAP-ROWS
           MOVE WS-TOTAL-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-RUN-MODE-CLOSE
               MOVE WS-TOTAL-PROCESSED TO TL-TOTAL-PROCESSED
               MOVE WS-TOTAL-ON-HOLD   TO TL-TOTAL-ON-HOLD
               MOVE WS-TOTAL-EXPIRED   TO TL-TOTAL-EXPIRED
               MOVE WS-TOTAL-LINE-3 TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-AUDIT-COPIED    TO TL-AUDIT-COPIED
               MOVE WS-TOTAL-LINE-4 TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-FILE.

      *-------------------------------------------------------*
      * 9000-ABEND - a step caught running against the wrong  *
      *              phase, or a close that may not go ahead, *
      *              stops here: message to the report and    *
      *              the console, RC=16.                      *
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
