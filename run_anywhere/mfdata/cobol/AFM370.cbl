       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AFM370.
       AUTHOR.        G HALLORAN FILHO.
       INSTALLATION.  GFS DATA MIGRATION.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *****************************************************
      * MODIFICATION HISTORY                               *
      *-----------------------------------------------------*
      * DATE       INIT  DESCRIPTION                        *
      * 2026-10-15 GHF   Initial version - read-only        *
      *                  scrolling browse of AFMVSEQ by     *
      *                  volume (transaction AF73, a        *
      *                  sibling of AF70/AF71). The         *
      *                  operator keys a start VOLUME-ID    *
      *                  (blank for the start of the file)  *
      *                  and optional filters - SITUACAO,   *
      *                  held rows only, and machine- or    *
      *                  operator-set holds - and gets one  *
      *                  line per row, fifteen to a page:   *
      *                  VOLUME-ID, FILE-SEQ, DATASET-ID,   *
      *                  SITUACAO, retry count, hold flag   *
      *                  and set-by. PF8/PF7 page forward   *
      *                  and back. Cursor on a line plus    *
      *                  PF4 transfers to AF70 (AFM070) and *
      *                  PF5 to AF71 (AFM140) with that     *
      *                  row's key already filled in. No    *
      *                  REWRITE anywhere.                  *
      *****************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY AFM370M.
           COPY AFMVSEQ.
           COPY AFMXFER.
           COPY DFHAID.
           COPY DFHBMSCA.

       01  WS-RESP                    PIC S9(008) COMP.

       01  WS-VSEQ-RIDFLD.
           05 WS-RIDFLD-VOLUME-ID     PIC X(006).
           05 WS-RIDFLD-FILE-SEQ      PIC 9(002)  USAGE BINARY.

      * what the commarea carries from one screen to the next: the
      * filters the page was built with, the key of every line on
      * it, and the keys where the scan for that page began and
      * ended - PF7 carries on back from the top key, PF8 on from
      * the bottom key, so a filtered page never shows a row twice
       01  WS-BROWSE-STATE.
           05 BS-STARTED-SW           PIC X(001).
               88 BS-BROWSE-STARTED       VALUE 'Y'.
           05 BS-FILTER-SITUACAO      PIC X(001).
           05 BS-FILTER-HELD          PIC X(001).
           05 BS-FILTER-TYPE          PIC X(001).
           05 BS-LINE-COUNT           PIC 9(002)  USAGE BINARY.
           05 BS-TOP-KEY.
               10 BS-TOP-VOLUME-ID    PIC X(006).
               10 BS-TOP-FILE-SEQ     PIC 9(002)  USAGE BINARY.
           05 BS-BOTTOM-KEY.
               10 BS-BOTTOM-VOLUME-ID PIC X(006).
               10 BS-BOTTOM-FILE-SEQ  PIC 9(002)  USAGE BINARY.
           05 BS-LINE-KEY             OCCURS 15 TIMES.
               10 BS-LINE-VOLUME-ID   PIC X(006).
               10 BS-LINE-FILE-SEQ    PIC 9(002)  USAGE BINARY.

      * the page being built - forward in key order; a backward
      * scan collects into WS-BACK-TABLE last row first and is
      * turned round into WS-PAGE-TABLE
       01  WS-PAGE-TABLE.
           05 PG-ENTRY                OCCURS 15 TIMES.
               10 PG-KEY              PIC X(008).
               10 PG-LINE             PIC X(079).
       01  WS-BACK-TABLE.
           05 BK-ENTRY                OCCURS 15 TIMES.
               10 BK-KEY              PIC X(008).
               10 BK-LINE             PIC X(079).

       01  WS-PAGE-MAX                PIC 9(002) COMP VALUE 15.
       01  WS-PAGE-COUNT              PIC 9(002) COMP VALUE 0.
       01  WS-BACK-COUNT              PIC 9(002) COMP VALUE 0.
       01  WS-SUB                     PIC 9(002) COMP VALUE 0.
       01  WS-BACK-SUB                PIC 9(002) COMP VALUE 0.

      * rows looked at for one page before giving up and showing
      * what was found - keeps a held-only browse of a quiet file
      * from reading all of AFMVSEQ in one task
       01  WS-SCAN-LIMIT              PIC 9(005) COMP VALUE 2000.
       01  WS-SCANNED                 PIC 9(005) COMP VALUE 0.
       01  WS-SKIP-KEY                PIC X(008).
       01  WS-FIRST-SCANNED-KEY       PIC X(008).
       01  WS-LAST-SCANNED-KEY        PIC X(008).

       01  WS-SCAN-SW                 PIC X(001).
           88 WS-SCAN-GOING               VALUE ' '.
           88 WS-SCAN-FULL                VALUE 'F'.
           88 WS-SCAN-EOF                 VALUE 'E'.
           88 WS-SCAN-LIMITED             VALUE 'L'.
       01  WS-SKIP-SW                 PIC X(001).
           88 WS-SKIP-THROUGH-KEY         VALUE 'Y'.
           88 WS-SKIP-NONE                VALUE 'N'.
       01  WS-MATCH-SW                PIC X(001).
           88 WS-ROW-MATCHES              VALUE 'Y'.
           88 WS-ROW-FILTERED             VALUE 'N'.
       01  WS-END-SW                  PIC X(001) VALUE 'N'.
           88 WS-END-BROWSE               VALUE 'Y'.

      * holds the batch programs set stamp their own program name
      * as SET-BY (the same list AFM190 refuses to release without
      * FORCE=YES); any other SET-BY is an operator's userid
       01  WS-SET-BY                  PIC X(008).
           88 WS-MACHINE-HOLD             VALUE 'AFM080' 'AFM100'
                                                'AFM110' 'AFM150'
                                                'AFM200' 'AFM260'
                                                'AFM320'.

       01  WS-XCTL-PROGRAM            PIC X(008).
       01  WS-CURSOR-ROW              PIC S9(004) COMP.
       01  WS-SELECT-LINE             PIC S9(004) COMP.

       01  WS-BROWSE-LINE.
           05 BL-VOLUME-ID            PIC X(006).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 BL-FILE-SEQ             PIC 9(002).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 BL-DATASET-ID           PIC X(044).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 BL-SITUACAO             PIC X(009).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 BL-RETRY-COUNT          PIC ZZ9.
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 BL-HOLD-FLAG            PIC X(001).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 BL-SET-BY               PIC X(008).

       LINKAGE SECTION.
       01  DFHCOMMAREA                PIC X(142).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           IF EIBCALEN = 0
               PERFORM 1000-SEND-INITIAL-MAP
           ELSE
               MOVE DFHCOMMAREA TO WS-BROWSE-STATE
               PERFORM 2000-PROCESS-KEY THRU 2000-EXIT
           END-IF
           IF WS-END-BROWSE
               EXEC CICS RETURN END-EXEC
           ELSE
               EXEC CICS RETURN
                   TRANSID('AF73')
                   COMMAREA(WS-BROWSE-STATE)
                   LENGTH(LENGTH OF WS-BROWSE-STATE)
               END-EXEC
           END-IF
           GOBACK.

      *-------------------------------------------------------*
      * 1000-SEND-INITIAL-MAP - first entry into the          *
      *                         transaction, blank screen and *
      *                         no browse yet.                *
      *-------------------------------------------------------*
       1000-SEND-INITIAL-MAP.
           MOVE SPACES TO WS-BROWSE-STATE
           MOVE 0 TO BS-LINE-COUNT
           MOVE LOW-VALUES TO BS-TOP-KEY BS-BOTTOM-KEY
           MOVE LOW-VALUES TO AFM370MO
           MOVE 'KEY A START VOLUME-ID OR LEAVE BLANK, THEN ENTER'
               TO MSGO
           PERFORM 2950-SET-FILTER-ATTRIBUTES
           EXEC CICS SEND MAP('AFM370M')
               MAPSET('AFM370S')
               ERASE
           END-EXEC.

      *-------------------------------------------------------*
      * 2000-PROCESS-KEY - act on the key the operator        *
      *                    pressed. ENTER (re)starts the      *
      *                    browse from the keyed VOLUME-ID    *
      *                    and filters, PF8/PF7 page on from  *
      *                    the current page with the filters  *
      *                    it was built with, PF4/PF5         *
      *                    transfer the line under the        *
      *                    cursor, PF3 or CLEAR ends.         *
      *-------------------------------------------------------*
       2000-PROCESS-KEY.
           IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
               SET WS-END-BROWSE TO TRUE
               EXEC CICS SEND CONTROL
                   ERASE
                   FREEKB
               END-EXEC
               GO TO 2000-EXIT
           END-IF
           EXEC CICS RECEIVE MAP('AFM370M')
               MAPSET('AFM370S')
               RESP(WS-RESP)
           END-EXEC
           MOVE SPACES TO MSGO
           EVALUATE EIBAID
               WHEN DFHENTER
                   PERFORM 3000-START-BROWSE THRU 3000-EXIT
               WHEN DFHPF8
                   PERFORM 4000-PAGE-FORWARD THRU 4000-EXIT
               WHEN DFHPF7
                   PERFORM 5000-PAGE-BACK THRU 5000-EXIT
               WHEN DFHPF4
                   MOVE 'AFM070' TO WS-XCTL-PROGRAM
                   PERFORM 6000-SELECT-LINE THRU 6000-EXIT
               WHEN DFHPF5
                   MOVE 'AFM140' TO WS-XCTL-PROGRAM
                   PERFORM 6000-SELECT-LINE THRU 6000-EXIT
               WHEN OTHER
                   MOVE 'KEY NOT IN USE - SEE THE FOOT OF THE SCREEN'
                       TO MSGO
           END-EVALUATE
           PERFORM 2950-SET-FILTER-ATTRIBUTES
           EXEC CICS SEND MAP('AFM370M')
               MAPSET('AFM370S')
               DATAONLY
           END-EXEC.
       2000-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 2950-SET-FILTER-ATTRIBUTES - the start key and filter *
      *                              fields go out with the   *
      *                              modified-data tag on, so *
      *                              ENTER always sends back  *
      *                              what is on the screen,   *
      *                              changed or not.          *
      *-------------------------------------------------------*
       2950-SET-FILTER-ATTRIBUTES.
           MOVE DFHBMFSE TO STVOLA
           MOVE DFHBMFSE TO FSITA
           MOVE DFHBMFSE TO FHELDA
           MOVE DFHBMFSE TO FTYPEA.

      *-------------------------------------------------------*
      * 3000-START-BROWSE - ENTER - check the filters, then   *
      *                     build the first page from the     *
      *                     keyed VOLUME-ID (FILE-SEQ 0), or  *
      *                     from the start of the file when   *
      *                     none is keyed. A bad filter       *
      *                     leaves the page as it was.        *
      *-------------------------------------------------------*
       3000-START-BROWSE.
           INSPECT FSIT  CONVERTING 'pacx' TO 'PACX'
           INSPECT FHELD CONVERTING 'yn'   TO 'YN'
           INSPECT FTYPE CONVERTING 'mo'   TO 'MO'
           IF FSIT = LOW-VALUES
               MOVE SPACE TO FSIT
           END-IF
           IF FHELD = LOW-VALUES
               MOVE SPACE TO FHELD
           END-IF
           IF FTYPE = LOW-VALUES
               MOVE SPACE TO FTYPE
           END-IF
           IF FSIT NOT = SPACE AND FSIT NOT = 'P'
               AND FSIT NOT = 'A' AND FSIT NOT = 'C'
               AND FSIT NOT = 'X'
               MOVE 'SITUACAO FILTER MUST BE P, A, C, X OR BLANK'
                   TO MSGO
               GO TO 3000-EXIT
           END-IF
           IF FHELD NOT = SPACE AND FHELD NOT = 'Y'
               AND FHELD NOT = 'N'
               MOVE 'HELD ONLY MUST BE Y, N OR BLANK' TO MSGO
               GO TO 3000-EXIT
           END-IF
           IF FTYPE NOT = SPACE AND FTYPE NOT = 'M'
               AND FTYPE NOT = 'O'
               MOVE 'HOLD SET BY MUST BE M, O OR BLANK' TO MSGO
               GO TO 3000-EXIT
           END-IF
           MOVE FSIT  TO BS-FILTER-SITUACAO
           MOVE FHELD TO BS-FILTER-HELD
           MOVE FTYPE TO BS-FILTER-TYPE
           SET BS-BROWSE-STARTED TO TRUE
           IF STVOLL = 0 OR STVOL = SPACES OR STVOL = LOW-VALUES
               MOVE LOW-VALUES TO WS-VSEQ-RIDFLD
           ELSE
               MOVE STVOL TO WS-RIDFLD-VOLUME-ID
               MOVE 0     TO WS-RIDFLD-FILE-SEQ
           END-IF
           MOVE WS-VSEQ-RIDFLD TO WS-FIRST-SCANNED-KEY
                                  WS-LAST-SCANNED-KEY
           SET WS-SKIP-NONE TO TRUE
           PERFORM 7000-SCAN-FORWARD THRU 7000-EXIT
           PERFORM 7500-SHOW-PAGE
           MOVE WS-LAST-SCANNED-KEY TO BS-BOTTOM-KEY
           PERFORM 7700-PAGE-MESSAGE.
       3000-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 4000-PAGE-FORWARD - PF8 - the next page, carrying on  *
      *                     past the last row the previous    *
      *                     scan looked at. At the bottom of  *
      *                     the file the page stays as it is. *
      *-------------------------------------------------------*
       4000-PAGE-FORWARD.
           IF NOT BS-BROWSE-STARTED
               MOVE 'PRESS ENTER TO START THE BROWSE FIRST' TO MSGO
               GO TO 4000-EXIT
           END-IF
           MOVE BS-BOTTOM-KEY TO WS-VSEQ-RIDFLD
                                 WS-SKIP-KEY
                                 WS-FIRST-SCANNED-KEY
                                 WS-LAST-SCANNED-KEY
           SET WS-SKIP-THROUGH-KEY TO TRUE
           PERFORM 7000-SCAN-FORWARD THRU 7000-EXIT
           IF WS-PAGE-COUNT = 0 AND WS-SCAN-EOF
               MOVE 'BOTTOM OF FILE - NO MORE ROWS' TO MSGO
               GO TO 4000-EXIT
           END-IF
           PERFORM 7500-SHOW-PAGE
           MOVE WS-LAST-SCANNED-KEY TO BS-BOTTOM-KEY
           PERFORM 7700-PAGE-MESSAGE.
       4000-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 5000-PAGE-BACK - PF7 - the page before, read          *
      *                  backwards from the row ahead of the  *
      *                  top of this one. Running into the    *
      *                  top of the file before the page is   *
      *                  full shows the first page instead.   *
      *-------------------------------------------------------*
       5000-PAGE-BACK.
           IF NOT BS-BROWSE-STARTED
               MOVE 'PRESS ENTER TO START THE BROWSE FIRST' TO MSGO
               GO TO 5000-EXIT
           END-IF
           MOVE BS-TOP-KEY TO WS-VSEQ-RIDFLD
                              WS-SKIP-KEY
                              WS-LAST-SCANNED-KEY
           PERFORM 7200-SCAN-BACKWARD THRU 7200-EXIT
           IF WS-SCAN-EOF
               MOVE LOW-VALUES TO WS-VSEQ-RIDFLD
               MOVE WS-VSEQ-RIDFLD TO WS-FIRST-SCANNED-KEY
                                      WS-LAST-SCANNED-KEY
               SET WS-SKIP-NONE TO TRUE
               PERFORM 7000-SCAN-FORWARD THRU 7000-EXIT
               PERFORM 7500-SHOW-PAGE
               MOVE WS-LAST-SCANNED-KEY TO BS-BOTTOM-KEY
               MOVE 'TOP OF FILE' TO MSGO
               GO TO 5000-EXIT
           END-IF
           MOVE WS-LAST-SCANNED-KEY TO WS-FIRST-SCANNED-KEY
           MOVE 0 TO WS-PAGE-COUNT
           PERFORM 5100-TURN-PAGE-ROUND
               VARYING WS-BACK-SUB FROM WS-BACK-COUNT BY -1
               UNTIL WS-BACK-SUB < 1
           PERFORM 7500-SHOW-PAGE
           IF WS-PAGE-COUNT > 0
               MOVE PG-KEY (WS-PAGE-COUNT) TO BS-BOTTOM-KEY
           ELSE
               MOVE WS-SKIP-KEY TO BS-BOTTOM-KEY
           END-IF
           PERFORM 7700-PAGE-MESSAGE.
       5000-EXIT.
           EXIT.

       5100-TURN-PAGE-ROUND.
           ADD 1 TO WS-PAGE-COUNT
           MOVE BK-ENTRY (WS-BACK-SUB) TO PG-ENTRY (WS-PAGE-COUNT).

      *-------------------------------------------------------*
      * 6000-SELECT-LINE - PF4/PF5 - the line under the       *
      *                    cursor goes across to AF70 or AF71 *
      *                    with its key filled in. The row is *
      *                    read again first so a row gone     *
      *                    since the page was built is caught *
      *                    here, not on the other screen.     *
      *-------------------------------------------------------*
       6000-SELECT-LINE.
           IF BS-LINE-COUNT = 0
               MOVE 'NO LINES ON THE SCREEN TO SELECT' TO MSGO
               GO TO 6000-EXIT
           END-IF
           COMPUTE WS-CURSOR-ROW = EIBCPOSN / 80 + 1
           COMPUTE WS-SELECT-LINE = WS-CURSOR-ROW - 6
           IF WS-SELECT-LINE < 1 OR WS-SELECT-LINE > BS-LINE-COUNT
               MOVE 'PUT THE CURSOR ON A LINE, THEN PF4 OR PF5'
                   TO MSGO
               GO TO 6000-EXIT
           END-IF
           MOVE BS-LINE-KEY (WS-SELECT-LINE) TO WS-VSEQ-RIDFLD
           EXEC CICS READ DATASET('AFMVSEQ')
               INTO(AFMVSEQ-RECORD)
               RIDFLD(WS-VSEQ-RIDFLD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ROW NO LONGER ON AFMVSEQ - PRESS ENTER TO REFRESH'
                   TO MSGO
               GO TO 6000-EXIT
           END-IF
           MOVE 'AF73'          TO XF-FROM-TRANSID
           MOVE VS-VOLUME-ID    TO XF-VOLUME-ID
           MOVE VS-FILE-SEQ     TO XF-FILE-SEQ
           MOVE VS-DATASET-ID   TO XF-DATASET-ID
           EXEC CICS XCTL
               PROGRAM(WS-XCTL-PROGRAM)
               COMMAREA(AFMXFER-AREA)
               LENGTH(LENGTH OF AFMXFER-AREA)
               RESP(WS-RESP)
           END-EXEC
           MOVE 'TRANSFER FAILED - PROGRAM NOT AVAILABLE' TO MSGO.
       6000-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 7000-SCAN-FORWARD - READNEXT from WS-VSEQ-RIDFLD      *
      *                     until the page is full, the file  *
      *                     ends or the scan limit is         *
      *                     reached. With WS-SKIP-THROUGH-KEY *
      *                     set, rows up to and including     *
      *                     WS-SKIP-KEY are passed over.      *
      *-------------------------------------------------------*
       7000-SCAN-FORWARD.
           MOVE 0 TO WS-PAGE-COUNT
           MOVE 0 TO WS-SCANNED
           SET WS-SCAN-GOING TO TRUE
           EXEC CICS STARTBR DATASET('AFMVSEQ')
               RIDFLD(WS-VSEQ-RIDFLD)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-SCAN-EOF TO TRUE
               GO TO 7000-EXIT
           END-IF
           PERFORM 7100-READ-NEXT THRU 7100-EXIT
               UNTIL NOT WS-SCAN-GOING
           EXEC CICS ENDBR DATASET('AFMVSEQ')
           END-EXEC.
       7000-EXIT.
           EXIT.

       7100-READ-NEXT.
           EXEC CICS READNEXT DATASET('AFMVSEQ')
               INTO(AFMVSEQ-RECORD)
               RIDFLD(WS-VSEQ-RIDFLD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-SCAN-EOF TO TRUE
               GO TO 7100-EXIT
           END-IF
           IF WS-SKIP-THROUGH-KEY AND VS-REC-KEY NOT > WS-SKIP-KEY
               GO TO 7100-EXIT
           END-IF
           IF WS-SCANNED = 0
               MOVE VS-REC-KEY TO WS-FIRST-SCANNED-KEY
           END-IF
           ADD 1 TO WS-SCANNED
           MOVE VS-REC-KEY TO WS-LAST-SCANNED-KEY
           PERFORM 7800-CHECK-FILTERS THRU 7800-EXIT
           IF WS-ROW-MATCHES
               ADD 1 TO WS-PAGE-COUNT
               PERFORM 7900-FORMAT-LINE
               MOVE VS-REC-KEY     TO PG-KEY (WS-PAGE-COUNT)
               MOVE WS-BROWSE-LINE TO PG-LINE (WS-PAGE-COUNT)
               IF WS-PAGE-COUNT = WS-PAGE-MAX
                   SET WS-SCAN-FULL TO TRUE
                   GO TO 7100-EXIT
               END-IF
           END-IF
           IF WS-SCANNED NOT < WS-SCAN-LIMIT
               SET WS-SCAN-LIMITED TO TRUE
           END-IF.
       7100-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 7200-SCAN-BACKWARD - READPREV from the row ahead of   *
      *                      WS-SKIP-KEY until a page is      *
      *                      collected, the top of the file   *
      *                      or the scan limit. A start key   *
      *                      past the last row on file        *
      *                      browses back from the end.       *
      *-------------------------------------------------------*
       7200-SCAN-BACKWARD.
           MOVE 0 TO WS-BACK-COUNT
           MOVE 0 TO WS-SCANNED
           SET WS-SCAN-GOING TO TRUE
           EXEC CICS STARTBR DATASET('AFMVSEQ')
               RIDFLD(WS-VSEQ-RIDFLD)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NOTFND)
               MOVE HIGH-VALUES TO WS-VSEQ-RIDFLD
               EXEC CICS STARTBR DATASET('AFMVSEQ')
                   RIDFLD(WS-VSEQ-RIDFLD)
                   GTEQ
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-SCAN-EOF TO TRUE
               GO TO 7200-EXIT
           END-IF
           PERFORM 7300-READ-PREV THRU 7300-EXIT
               UNTIL NOT WS-SCAN-GOING
           EXEC CICS ENDBR DATASET('AFMVSEQ')
           END-EXEC.
       7200-EXIT.
           EXIT.

       7300-READ-PREV.
           EXEC CICS READPREV DATASET('AFMVSEQ')
               INTO(AFMVSEQ-RECORD)
               RIDFLD(WS-VSEQ-RIDFLD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-SCAN-EOF TO TRUE
               GO TO 7300-EXIT
           END-IF
           IF VS-REC-KEY NOT < WS-SKIP-KEY
               GO TO 7300-EXIT
           END-IF
           ADD 1 TO WS-SCANNED
           MOVE VS-REC-KEY TO WS-LAST-SCANNED-KEY
           PERFORM 7800-CHECK-FILTERS THRU 7800-EXIT
           IF WS-ROW-MATCHES
               ADD 1 TO WS-BACK-COUNT
               PERFORM 7900-FORMAT-LINE
               MOVE VS-REC-KEY     TO BK-KEY (WS-BACK-COUNT)
               MOVE WS-BROWSE-LINE TO BK-LINE (WS-BACK-COUNT)
               IF WS-BACK-COUNT = WS-PAGE-MAX
                   SET WS-SCAN-FULL TO TRUE
                   GO TO 7300-EXIT
               END-IF
           END-IF
           IF WS-SCANNED NOT < WS-SCAN-LIMIT
               SET WS-SCAN-LIMITED TO TRUE
           END-IF.
       7300-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 7500-SHOW-PAGE - put the page just built on the       *
      *                  screen and remember its keys. Lines  *
      *                  past the end of a short page are     *
      *                  blanked. The top key is the first    *
      *                  row shown, or where the scan began   *
      *                  when nothing matched.                *
      *-------------------------------------------------------*
       7500-SHOW-PAGE.
           MOVE WS-PAGE-COUNT TO BS-LINE-COUNT
           IF WS-PAGE-COUNT > 0
               MOVE PG-KEY (1) TO BS-TOP-KEY
           ELSE
               MOVE WS-FIRST-SCANNED-KEY TO BS-TOP-KEY
           END-IF
           PERFORM 7550-SHOW-LINE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PAGE-MAX.

       7550-SHOW-LINE.
           IF WS-SUB > WS-PAGE-COUNT
               MOVE SPACES TO BLINEO (WS-SUB)
               MOVE LOW-VALUES TO BS-LINE-KEY (WS-SUB)
           ELSE
               MOVE PG-LINE (WS-SUB) TO BLINEO (WS-SUB)
               MOVE PG-KEY (WS-SUB)  TO BS-LINE-KEY (WS-SUB)
           END-IF.

       7700-PAGE-MESSAGE.
           EVALUATE TRUE
               WHEN WS-SCAN-LIMITED
                   MOVE 'SCAN LIMIT HIT - PF8 TO CONTINUE THE SCAN'
                       TO MSGO
               WHEN WS-SCAN-EOF AND WS-PAGE-COUNT = 0
                   MOVE 'NO MATCHING ROWS - BOTTOM OF FILE' TO MSGO
               WHEN WS-SCAN-EOF
                   MOVE 'BOTTOM OF FILE' TO MSGO
               WHEN OTHER
                   MOVE 'PF8 FOR THE NEXT PAGE, PF7 FOR THE ONE BEFORE'
                       TO MSGO
           END-EVALUATE.

      *-------------------------------------------------------*
      * 7800-CHECK-FILTERS - does the row just read pass the  *
      *                      page's filters. Asking for a     *
      *                      hold type implies held rows      *
      *                      only.                            *
      *-------------------------------------------------------*
       7800-CHECK-FILTERS.
           SET WS-ROW-FILTERED TO TRUE
           IF (BS-FILTER-SITUACAO = 'P' AND NOT VS-SITUACAO-PENDENTE)
              OR (BS-FILTER-SITUACAO = 'A'
                  AND NOT VS-SITUACAO-EM-ANDAMENTO)
              OR (BS-FILTER-SITUACAO = 'C'
                  AND NOT VS-SITUACAO-CONCLUIDA)
              OR (BS-FILTER-SITUACAO = 'X'
                  AND NOT VS-SITUACAO-EXPIRADA)
               GO TO 7800-EXIT
           END-IF
           IF (BS-FILTER-HELD = 'Y' OR BS-FILTER-TYPE NOT = SPACE)
               AND NOT VS-EXCEPTION-HOLD
               GO TO 7800-EXIT
           END-IF
           MOVE VS-EXCEPTION-SET-BY TO WS-SET-BY
           IF BS-FILTER-TYPE = 'M' AND NOT WS-MACHINE-HOLD
               GO TO 7800-EXIT
           END-IF
           IF BS-FILTER-TYPE = 'O' AND WS-MACHINE-HOLD
               GO TO 7800-EXIT
           END-IF
           SET WS-ROW-MATCHES TO TRUE.
       7800-EXIT.
           EXIT.

       7900-FORMAT-LINE.
           MOVE VS-VOLUME-ID   TO BL-VOLUME-ID
           MOVE VS-FILE-SEQ    TO BL-FILE-SEQ
           MOVE VS-DATASET-ID  TO BL-DATASET-ID
           EVALUATE TRUE
               WHEN VS-SITUACAO-PENDENTE
                   MOVE 'PENDENTE'  TO BL-SITUACAO
               WHEN VS-SITUACAO-EM-ANDAMENTO
                   MOVE 'ANDAMENTO' TO BL-SITUACAO
               WHEN VS-SITUACAO-CONCLUIDA
                   MOVE 'CONCLUIDA' TO BL-SITUACAO
               WHEN VS-SITUACAO-EXPIRADA
                   MOVE 'EXPIRADA'  TO BL-SITUACAO
               WHEN OTHER
                   MOVE 'DESCONHEC' TO BL-SITUACAO
           END-EVALUATE
           MOVE VS-RETRY-COUNT    TO BL-RETRY-COUNT
           MOVE VS-EXCEPTION-FLAG TO BL-HOLD-FLAG
           IF VS-EXCEPTION-HOLD
               MOVE VS-EXCEPTION-SET-BY TO BL-SET-BY
           ELSE
               MOVE SPACES TO BL-SET-BY
           END-IF.

       9999-EXIT.
           EXIT.
