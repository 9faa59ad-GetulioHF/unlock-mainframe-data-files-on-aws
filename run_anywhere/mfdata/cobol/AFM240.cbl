      *                  so the bridge can answer 'is it    *
      *                  moving' without phoning whoever    *
      *                  submitted the job.                 *
      * 2026-10-15 GHF   Partitioned PROC: when AFMPROG     *
      *                  holds PARTnn records (AFM300       *
      *                  opened the leg) the screen shows   *
      *                  their combined figures and lists   *
      *                  every partition - range, status,   *
      *                  counts, last key and percent -     *
      *                  underneath. Expired rows now count *
      *                  as done in the percent and the     *
      *                  estimate.                          *
      *****************************************************

       ENVIRONMENT DIVISION.
       01  WS-RESP                    PIC S9(008) COMP.

       01  WS-PROG-RIDFLD             PIC X(008).
       01  WS-PROG-RIDFLD-PART REDEFINES WS-PROG-RIDFLD.
           05 WS-RIDFLD-PREFIX        PIC X(004).
           05 FILLER                  PIC X(004).

       01  WS-BROWSE-SW               PIC X(001).
           88 WS-BROWSE-DONE              VALUE 'Y'.
           88 WS-BROWSE-MORE              VALUE 'N'.

      * combined figures of a partitioned PROC leg, summed from
      * the PARTnn records and then formatted exactly as the one
      * single-thread PROGRESS record would be
       01  WS-PART-FOUND              PIC 9(002) COMP VALUE 0.
       01  WS-PART-DONE               PIC 9(002) COMP VALUE 0.
       01  WS-PART-LISTED             PIC 9(002) COMP VALUE 0.
       01  WS-PART-MAX-LINES          PIC 9(002) COMP VALUE 8.
       01  WS-COMBINED.
           05 CB-CYCLE-NUMBER         PIC 9(007).
           05 CB-ROWS-LOADED          PIC 9(007).
           05 CB-ROWS-PROCESSED       PIC 9(007).
           05 CB-ROWS-ON-HOLD         PIC 9(007).
           05 CB-ROWS-EXPIRED         PIC 9(007).
           05 CB-START-DATE           PIC X(008).
           05 CB-START-TIME           PIC X(006).
           05 CB-CKPT-DATE            PIC X(008).
           05 CB-CKPT-TIME            PIC X(006).

       01  WS-PART-LINE.
           05 PL-PART-ID              PIC X(002).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 PL-LOW-VOL              PIC X(006).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 PL-HIGH-VOL             PIC X(006).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 PL-STATUS               PIC X(011).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 PL-ROWS-LOADED          PIC Z(006)9.
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 PL-ROWS-PROCESSED       PIC Z(006)9.
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 PL-ROWS-ON-HOLD         PIC Z(006)9.
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 PL-ROWS-EXPIRED         PIC Z(006)9.
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 PL-LASTKEY              PIC X(009).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 PL-PCT                  PIC ZZ9.9.
           05 FILLER                  PIC X(002) VALUE SPACES.

       01  WS-PART-MSG.
           05 FILLER                  PIC X(016) VALUE
               'PARTITIONED LEG '.
           05 PM-DONE                 PIC 9(002).
           05 FILLER                  PIC X(004) VALUE ' OF '.
           05 PM-FOUND                PIC 9(002).
           05 FILLER                  PIC X(026) VALUE
               ' PARTITIONS COMPLETE     '.

       01  WS-DATE-NUM                PIC 9(008).
       01  WS-EDIT-TIME.
      *-------------------------------------------------------*
       1000-SEND-INITIAL-SCREEN.
           MOVE LOW-VALUES TO AFM240MO
           PERFORM 2100-FILL-SCREEN THRU 2100-EXIT
           EXEC CICS SEND MAP('AFM240M')
               MAPSET('AFM240S')
               ERASE
               MAPSET('AFM240S')
               RESP(WS-RESP)
           END-EXEC
           PERFORM 2100-FILL-SCREEN THRU 2100-EXIT
           PERFORM 2900-ASK-ANOTHER
           EXEC CICS SEND MAP('AFM240M')
               MAPSET('AFM240S')
      *-------------------------------------------------------*
       2100-FILL-SCREEN.
           PERFORM 2050-CLEAR-ANSWER-FIELDS
           PERFORM 2400-LIST-PARTITIONS THRU 2400-EXIT
           IF WS-PART-FOUND > 0
               GO TO 2100-EXIT
           END-IF
           MOVE 'PROGRESS' TO WS-PROG-RIDFLD
           EXEC CICS READ DATASET('AFMPROG')
               INTO(AFMPROG-RECORD)
           ELSE
               PERFORM 2200-FORMAT-PROGRESS
           END-IF.
       2100-EXIT.
           EXIT.

       2050-CLEAR-ANSWER-FIELDS.
           MOVE SPACES TO MSGO
           MOVE SPACES TO LASTKEYO
           MOVE SPACES TO STARTEDO
           MOVE SPACES TO LASTCKO
           MOVE SPACES TO ESTMINO
           MOVE SPACES TO PLINEO (1) PLINEO (2) PLINEO (3) PLINEO (4)
                          PLINEO (5) PLINEO (6) PLINEO (7) PLINEO (8).

       2200-FORMAT-PROGRESS.
           MOVE PROG-CYCLE-NUMBER   TO CYCNUMO
           MOVE WS-STAMP-BUILD      TO LASTCKO
           COMPUTE WS-ROWS-DONE =
               PROG-ROWS-PROCESSED + PROG-ROWS-ON-HOLD
               + PROG-ROWS-EXPIRED
           IF PROG-ROWS-LOADED > 0
               COMPUTE WS-PCT-DONE ROUNDED =
                   WS-ROWS-DONE * 100 / PROG-ROWS-LOADED
       2300-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 2400-LIST-PARTITIONS - browse the PARTnn records      *
      *                        AFM300 seeded. Each gets a     *
      *                        line of its own (the first     *
      *                        eight) and adds into the       *
      *                        combined figures: the earliest *
      *                        start and the latest           *
      *                        checkpoint of any partition.   *
      *                        None found means a single-     *
      *                        thread leg - the caller reads  *
      *                        PROGRESS.                      *
      *-------------------------------------------------------*
       2400-LIST-PARTITIONS.
           MOVE 0 TO WS-PART-FOUND WS-PART-DONE WS-PART-LISTED
           INITIALIZE WS-COMBINED
           MOVE LOW-VALUES TO WS-PROG-RIDFLD
           MOVE 'PART'     TO WS-RIDFLD-PREFIX
           EXEC CICS STARTBR DATASET('AFMPROG')
               RIDFLD(WS-PROG-RIDFLD)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 2400-EXIT
           END-IF
           SET WS-BROWSE-MORE TO TRUE
           PERFORM 2450-NEXT-PARTITION THRU 2450-EXIT
               UNTIL WS-BROWSE-DONE
           EXEC CICS ENDBR DATASET('AFMPROG')
           END-EXEC
           IF WS-PART-FOUND = 0
               GO TO 2400-EXIT
           END-IF
           MOVE SPACES TO AFMPROG-RECORD
           MOVE CB-CYCLE-NUMBER   TO PROG-CYCLE-NUMBER
           MOVE CB-ROWS-LOADED    TO PROG-ROWS-LOADED
           MOVE CB-ROWS-PROCESSED TO PROG-ROWS-PROCESSED
           MOVE CB-ROWS-ON-HOLD   TO PROG-ROWS-ON-HOLD
           MOVE CB-ROWS-EXPIRED   TO PROG-ROWS-EXPIRED
           MOVE 0                 TO PROG-LAST-FILE-SEQ
           MOVE CB-START-DATE     TO PROG-START-DATE
           MOVE CB-START-TIME     TO PROG-START-TIME
           MOVE CB-CKPT-DATE      TO PROG-CKPT-DATE
           MOVE CB-CKPT-TIME      TO PROG-CKPT-TIME
           PERFORM 2200-FORMAT-PROGRESS
           MOVE 'SEE LIST'        TO LASTKEYO
           MOVE WS-PART-DONE      TO PM-DONE
           MOVE WS-PART-FOUND     TO PM-FOUND
           MOVE WS-PART-MSG       TO MSGO.
       2400-EXIT.
           EXIT.

       2450-NEXT-PARTITION.
           EXEC CICS READNEXT DATASET('AFMPROG')
               INTO(AFMPROG-RECORD)
               RIDFLD(WS-PROG-RIDFLD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
               GO TO 2450-EXIT
           END-IF
           IF NOT PROG-PART-REC
               SET WS-BROWSE-DONE TO TRUE
               GO TO 2450-EXIT
           END-IF
           ADD 1 TO WS-PART-FOUND
           IF PROG-STATUS-COMPLETE
               ADD 1 TO WS-PART-DONE
           END-IF
           MOVE PROG-CYCLE-NUMBER TO CB-CYCLE-NUMBER
           ADD PROG-ROWS-LOADED    TO CB-ROWS-LOADED
           ADD PROG-ROWS-PROCESSED TO CB-ROWS-PROCESSED
           ADD PROG-ROWS-ON-HOLD   TO CB-ROWS-ON-HOLD
           ADD PROG-ROWS-EXPIRED   TO CB-ROWS-EXPIRED
           IF PROG-START-DATE NUMERIC
               IF CB-START-DATE NOT NUMERIC
                   OR PROG-START-DATE < CB-START-DATE
                   OR (PROG-START-DATE = CB-START-DATE
                       AND PROG-START-TIME < CB-START-TIME)
                   MOVE PROG-START-DATE TO CB-START-DATE
                   MOVE PROG-START-TIME TO CB-START-TIME
               END-IF
           END-IF
           IF PROG-CKPT-DATE NUMERIC
               IF CB-CKPT-DATE NOT NUMERIC
                   OR PROG-CKPT-DATE > CB-CKPT-DATE
                   OR (PROG-CKPT-DATE = CB-CKPT-DATE
                       AND PROG-CKPT-TIME > CB-CKPT-TIME)
                   MOVE PROG-CKPT-DATE TO CB-CKPT-DATE
                   MOVE PROG-CKPT-TIME TO CB-CKPT-TIME
               END-IF
           END-IF
           IF WS-PART-LISTED < WS-PART-MAX-LINES
               ADD 1 TO WS-PART-LISTED
               PERFORM 2500-FORMAT-PARTITION
           END-IF.
       2450-EXIT.
           EXIT.

       2500-FORMAT-PARTITION.
           MOVE SPACES TO PL-STATUS PL-LASTKEY
           MOVE PROG-PART-ID        TO PL-PART-ID
           MOVE PROG-PART-LOW-VOL   TO PL-LOW-VOL
           MOVE PROG-PART-HIGH-VOL  TO PL-HIGH-VOL
           EVALUATE TRUE
               WHEN PROG-STATUS-COMPLETE
                   MOVE 'COMPLETE'    TO PL-STATUS
               WHEN PROG-STATUS-RUNNING
                   MOVE 'RUNNING'     TO PL-STATUS
               WHEN OTHER
                   MOVE 'NOT STARTED' TO PL-STATUS
           END-EVALUATE
           MOVE PROG-ROWS-LOADED    TO PL-ROWS-LOADED
           MOVE PROG-ROWS-PROCESSED TO PL-ROWS-PROCESSED
           MOVE PROG-ROWS-ON-HOLD   TO PL-ROWS-ON-HOLD
           MOVE PROG-ROWS-EXPIRED   TO PL-ROWS-EXPIRED
           IF PROG-LAST-VOLUME-ID NOT = SPACES
               MOVE PROG-LAST-VOLUME-ID TO LK-VOLUME-ID
               MOVE PROG-LAST-FILE-SEQ  TO WS-FSEQ-DISPLAY
               MOVE WS-FSEQ-DISPLAY     TO LK-FILE-SEQ
               MOVE WS-LASTKEY-BUILD    TO PL-LASTKEY
           END-IF
           MOVE 0 TO WS-PCT-DONE
           IF PROG-ROWS-LOADED > 0
               COMPUTE WS-PCT-DONE ROUNDED =
                   (PROG-ROWS-PROCESSED + PROG-ROWS-ON-HOLD
                    + PROG-ROWS-EXPIRED) * 100 / PROG-ROWS-LOADED
           END-IF
           MOVE WS-PCT-DONE         TO PL-PCT
           MOVE WS-PART-LINE        TO PLINEO (WS-PART-LISTED).

       2900-ASK-ANOTHER.
           IF ANOTHER = 'Y' OR ANOTHER = 'y'
               SET WS-CONTINUE-MONITOR TO TRUE
