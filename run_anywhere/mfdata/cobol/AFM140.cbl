      *                  No REWRITE anywhere, so the help   *
      *                  desk can run it without AF70's     *
      *                  update authority.                  *
      * 2026-10-15 GHF   Shows EXPIRADA for a row AFM280    *
      *                  retired past its retention date,   *
      *                  instead of DESCONHECIDA.           *
      * 2026-10-15 GHF   Accepts a transfer from the AF73   *
      *                  browse (AFM370): an AFMXFER        *
      *                  commarea shows the selected row    *
      *                  straight away, read by its         *
      *                  VOLUME-ID/FILE-SEQ, with the       *
      *                  DATASET-ID filled in.              *
      *****************************************************

       ENVIRONMENT DIVISION.
           COPY AFM140M.
           COPY AFMDSIDX.
           COPY AFMVSEQ.
           COPY AFMXFER.
           COPY DFHBMSCA.

       01  WS-RESP                    PIC S9(008) COMP.

           88 WS-END-INQUIRY              VALUE 'N'.

       LINKAGE SECTION.
       01  DFHCOMMAREA                PIC X(056).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           IF EIBCALEN = 0 OR EIBCALEN = LENGTH OF AFMXFER-AREA
               PERFORM 1000-SEND-INITIAL-MAP
               EXEC CICS RETURN
                   TRANSID('AF71')
                   LENGTH(1)
               END-EXEC
           ELSE
               MOVE DFHCOMMAREA (1:1) TO WS-CONTINUE-SW
               PERFORM 2000-INQUIRE-ROW
               IF WS-END-INQUIRY
                   EXEC CICS RETURN END-EXEC

      *-------------------------------------------------------*
      * 1000-SEND-INITIAL-MAP - first entry into the          *
      *                         transaction, blank screen -   *
      *                         or, coming from the AF73      *
      *                         browse, the selected row      *
      *                         already displayed.            *
      *-------------------------------------------------------*
       1000-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO AFM140MO
           MOVE SPACES TO MSGO
           IF EIBCALEN = LENGTH OF AFMXFER-AREA
               MOVE DFHCOMMAREA TO AFMXFER-AREA
               MOVE XF-DATASET-ID TO DSIDO
               MOVE DFHBMFSE      TO DSIDA
               MOVE XF-VOLUME-ID  TO DX-VOLUME-ID
               MOVE XF-FILE-SEQ   TO DX-FILE-SEQ
               PERFORM 2100-READ-VSEQ-ROW
           END-IF
           EXEC CICS SEND MAP('AFM140M')
               MAPSET('AFM140S')
               ERASE
                   MOVE 'EM-ANDAMENTO' TO SITUACO
               WHEN VS-SITUACAO-CONCLUIDA
                   MOVE 'CONCLUIDA   ' TO SITUACO
               WHEN VS-SITUACAO-EXPIRADA
                   MOVE 'EXPIRADA    ' TO SITUACO
               WHEN OTHER
                   MOVE 'DESCONHECIDA' TO SITUACO
           END-EVALUATE
