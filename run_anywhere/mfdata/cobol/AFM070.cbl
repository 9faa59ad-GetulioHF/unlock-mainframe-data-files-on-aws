      *                  AFMVSEQ from EIBUSER/ASKTIME so the  *
      *                  audit trail carries who placed a     *
      *                  hold and when, not just why.         *
      * 2026-10-15 GHF   Every hold or release is journaled   *
      *                  (before and after image) through TD  *
      *                  queue AFMJ to GFS.PROD.AFMJRNL.CICS, *
      *                  so AFM310 can back a change out.     *
      * 2026-10-15 GHF   Accepts a transfer from the AF73     *
      *                  browse (AFM370): an AFMXFER commarea *
      *                  puts the selected row's key, hold    *
      *                  flag and reason on the first screen, *
      *                  already filled in and sent back with *
      *                  the next ENTER. A hold or release    *
      *                  that would leave the row exactly as  *
      *                  it was is no longer rewritten (or    *
      *                  journaled), so pressing ENTER on a   *
      *                  prefilled screen does not restamp    *
      *                  SET-BY.                              *
      * 2026-10-15 GHF   The journal record's JRN-RUN-SEQ now *
      *                  carries the CICS task number instead *
      *                  of a constant 1, so two changes made *
      *                  by one userid in the same second     *
      *                  keep their order.                    *
      *****************************************************

       ENVIRONMENT DIVISION.
       WORKING-STORAGE SECTION.
           COPY AFM070M.
           COPY AFMVSEQ.
           COPY AFMJRNL.
           COPY AFMXFER.
           COPY DFHBMSCA.

       01  WS-RESP                    PIC S9(008) COMP.


       01  WS-ABS-TIME                PIC S9(015) COMP-3.

      * the row as read for update, kept for the AFMJRNL before
      * image
       01  WS-JRNL-BEFORE-IMAGE       PIC X(375).

       01  WS-NEW-HOLD-FLAG           PIC X(001).

       01  WS-CONTINUE-SW             PIC X(001).
           88 WS-CONTINUE-MAINT           VALUE 'Y'.
           88 WS-END-MAINT                VALUE 'N'.

       LINKAGE SECTION.
       01  DFHCOMMAREA                PIC X(056).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           IF EIBCALEN = 0 OR EIBCALEN = LENGTH OF AFMXFER-AREA
               PERFORM 1000-SEND-INITIAL-MAP
               EXEC CICS RETURN
                   TRANSID('AF70')
                   LENGTH(1)
               END-EXEC
           ELSE
               MOVE DFHCOMMAREA (1:1) TO WS-CONTINUE-SW
               PERFORM 2000-MAINTAIN-ROW
               IF WS-END-MAINT
                   EXEC CICS RETURN END-EXEC

      *-------------------------------------------------------*
      * 1000-SEND-INITIAL-MAP - first entry into the          *
      *                         transaction, blank screen -   *
      *                         or, coming from the AF73      *
      *                         browse, the selected row.     *
      *-------------------------------------------------------*
       1000-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO AFM070MO
           MOVE SPACES TO MSGO
           IF EIBCALEN = LENGTH OF AFMXFER-AREA
               MOVE DFHCOMMAREA TO AFMXFER-AREA
               PERFORM 1100-SHOW-SELECTED-ROW
           END-IF
           EXEC CICS SEND MAP('AFM070M')
               MAPSET('AFM070S')
               ERASE
           END-EXEC.

      *-------------------------------------------------------*
      * 1100-SHOW-SELECTED-ROW - key, hold flag and reason of *
      *                          the row picked on AF73, sent *
      *                          with the modified-data tag   *
      *                          on so the next ENTER returns *
      *                          them whether the operator    *
      *                          retypes them or not. Read    *
      *                          only - the update is the     *
      *                          next ENTER, under AF70.      *
      *-------------------------------------------------------*
       1100-SHOW-SELECTED-ROW.
           MOVE XF-VOLUME-ID TO VOLIDO
           MOVE XF-FILE-SEQ  TO FSEQO
           MOVE DFHBMFSE     TO VOLIDA
           MOVE DFHUNNUM     TO FSEQA
           MOVE XF-VOLUME-ID TO WS-RIDFLD-VOLUME-ID
           MOVE XF-FILE-SEQ  TO WS-RIDFLD-FILE-SEQ
           EXEC CICS READ DATASET('AFMVSEQ')
               INTO(AFMVSEQ-RECORD)
               RIDFLD(WS-VSEQ-RIDFLD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ROW NOT FOUND FOR THAT VOLUME-ID/FILE-SEQ'
                   TO MSGO
           ELSE
               MOVE VS-EXCEPTION-FLAG     TO HOLDO
               MOVE VS-EXCEPTION-REASON   TO REASONO
               MOVE DFHBMFSE              TO HOLDA
               MOVE DFHBMFSE              TO REASONA
               MOVE VS-EXCEPTION-SET-BY   TO SETBYO
               MOVE VS-EXCEPTION-SET-DATE TO SETDATEO
               MOVE 'FROM AF73 - CHANGE HOLD/REASON, THEN ENTER'
                   TO MSGO
           END-IF.

      *-------------------------------------------------------*
      * 2000-MAINTAIN-ROW - receive the operator's input,     *
      *                     read the row, apply the hold/     *
               MOVE 'ROW NOT FOUND FOR THAT VOLUME-ID/FILE-SEQ'
                   TO MSGO
           ELSE
               MOVE AFMVSEQ-RECORD TO WS-JRNL-BEFORE-IMAGE
               PERFORM 2100-APPLY-HOLD THRU 2100-EXIT
           END-IF
           PERFORM 2900-ASK-ANOTHER
           EXEC CICS SEND MAP('AFM070M')
               DATAONLY
           END-EXEC.

      *-------------------------------------------------------*
      * 2100-APPLY-HOLD - a hold or release that would leave  *
      *                   the row as it is (same flag, and    *
      *                   same reason for a hold) is not      *
      *                   rewritten, so SET-BY/SET-DATE keep  *
      *                   whoever really placed the hold.     *
      *-------------------------------------------------------*
       2100-APPLY-HOLD.
           IF HOLD = 'Y' OR HOLD = 'y'
               MOVE 'Y' TO WS-NEW-HOLD-FLAG
           ELSE
               MOVE 'N' TO WS-NEW-HOLD-FLAG
           END-IF
           IF WS-NEW-HOLD-FLAG = VS-EXCEPTION-FLAG
               AND (VS-EXCEPTION-NONE
                    OR REASON = VS-EXCEPTION-REASON)
               EXEC CICS UNLOCK DATASET('AFMVSEQ')
               END-EXEC
               MOVE 'NO CHANGE - ROW LEFT AS IT WAS' TO MSGO
               MOVE VS-EXCEPTION-SET-BY   TO SETBYO
               MOVE VS-EXCEPTION-SET-DATE TO SETDATEO
               GO TO 2100-EXIT
           END-IF
           IF HOLD = 'Y' OR HOLD = 'y'
               SET VS-EXCEPTION-HOLD TO TRUE
               MOVE REASON TO VS-EXCEPTION-REASON
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'ROW UPDATED' TO MSGO
               PERFORM 2200-WRITE-JOURNAL
               MOVE VS-EXCEPTION-SET-BY   TO SETBYO
               MOVE VS-EXCEPTION-SET-DATE TO SETDATEO
           ELSE
               MOVE 'REWRITE FAILED - SEE SYSTEM CONSOLE' TO MSGO
           END-IF.
       2100-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 2200-WRITE-JOURNAL - before and after image of the    *
      *                      row just rewritten, written      *
      *                      through the extrapartition TD    *
      *                      queue AFMJ to                    *
      *                      GFS.PROD.AFMJRNL.CICS for AFM310 *
      *                      backout. A change is named by    *
      *                      the time it was made; the CICS   *
      *                      task number goes in JRN-RUN-SEQ  *
      *                      so that changes one userid makes *
      *                      in the same second are still     *
      *                      numbered in the order they were  *
      *                      made.                            *
      *-------------------------------------------------------*
       2200-WRITE-JOURNAL.
           MOVE SPACES               TO AFMJRNL-RECORD
           MOVE 'AFM070'             TO JRN-PROGRAM
           MOVE EIBUSER              TO JRN-USERID
           EXEC CICS ASKTIME
               ABSTIME(WS-ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABS-TIME)
               YYYYMMDD(JRN-RUN-DATE)
               TIME(JRN-RUN-TIME)
           END-EXEC
           MOVE EIBTASKN             TO JRN-RUN-SEQ
           MOVE VS-VOLUME-ID         TO JRN-VOLUME-ID
           MOVE VS-FILE-SEQ          TO JRN-FILE-SEQ
           MOVE WS-JRNL-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE AFMVSEQ-RECORD       TO JRN-AFTER-IMAGE
           EXEC CICS WRITEQ TD
               QUEUE('AFMJ')
               FROM(AFMJRNL-RECORD)
               LENGTH(810)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ROW UPDATED - JOURNAL WRITE FAILED, TELL SUPPORT'
                   TO MSGO
           END-IF.

       2900-ASK-ANOTHER.
           IF ANOTHER = 'Y' OR ANOTHER = 'y'
