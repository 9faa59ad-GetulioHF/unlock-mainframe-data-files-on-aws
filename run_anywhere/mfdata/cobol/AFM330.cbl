       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AFM330.
       AUTHOR.        G HALLORAN FILHO.
       INSTALLATION.  GFS DATA MIGRATION.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *****************************************************
      * MODIFICATION HISTORY                               *
      *-----------------------------------------------------*
      * DATE       INIT  DESCRIPTION                        *
      * 2026-10-15 GHF   Initial version - recall-from-S3   *
      *                  request (transaction AF74). Once   *
      *                  AFM210 has authorized the scratch  *
      *                  the S3 copy is the only copy; this *
      *                  is how a user asks for a dataset   *
      *                  back. The requester keys a         *
      *                  DATASET-ID, the DSN it is to be    *
      *                  restored to (the DATASET-ID itself *
      *                  if left blank) and the date it is  *
      *                  needed by. The program reads the   *
      *                  AFMDSIDX index, chains to the      *
      *                  AFMVSEQ row and accepts the        *
      *                  request only for a CONCLUIDA row   *
      *                  with no other recall open or sent  *
      *                  for the same dataset, then writes  *
      *                  it to AFMRCL as open for the       *
      *                  nightly AFM340 recall manifest.    *
      *                  Only a user with update authority  *
      *                  to the AFMRCL file may request -   *
      *                  checked up front with QUERY        *
      *                  SECURITY so the user gets a        *
      *                  message rather than a NOTAUTH      *
      *                  abend. AFMVSEQ is only read.       *
      *****************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY AFM330M.
           COPY AFMDSIDX.
           COPY AFMVSEQ.
           COPY AFMRCL.

       01  WS-RESP                    PIC S9(008) COMP.
       01  WS-UPDATE-CVDA             PIC S9(008) COMP.
       01  WS-RECALL-FILE             PIC X(008) VALUE 'AFMRCL'.

       01  WS-DSID-RIDFLD             PIC X(044).

       01  WS-VSEQ-RIDFLD.
           05 WS-RIDFLD-VOLUME-ID     PIC X(006).
           05 WS-RIDFLD-FILE-SEQ      PIC 9(002)  USAGE BINARY.

       01  WS-RCL-RIDFLD.
           05 WS-RCL-DATASET-ID       PIC X(044).
           05 WS-RCL-REQUEST-DATE     PIC X(008).
           05 WS-RCL-REQUEST-TIME     PIC X(006).

       01  WS-ABS-TIME                PIC S9(015) COMP-3.
       01  WS-TODAY-DATE              PIC X(008).
       01  WS-NOW-TIME                PIC X(006).

       01  WS-FSEQ-DISPLAY            PIC 9(002).
       01  WS-VOLCNT-DISPLAY          PIC 9(003).

       01  WS-EDIT-DATE.
           05 WS-EDIT-YYYY            PIC 9(004).
           05 WS-EDIT-MM              PIC 9(002).
           05 WS-EDIT-DD              PIC 9(002).
       01  WS-DAYS-IN-MONTH           PIC 9(002) USAGE BINARY.
       01  WS-LEAP-QUOTIENT           PIC 9(004) USAGE BINARY.
       01  WS-LEAP-REMAINDER          PIC 9(004) USAGE BINARY.
       01  WS-DATE-VALID-SW           PIC X(001).
           88 WS-DATE-VALID               VALUE 'Y'.
           88 WS-DATE-INVALID             VALUE 'N'.

       01  WS-BROWSE-SW               PIC X(001).
           88 WS-BROWSE-DONE              VALUE 'Y'.
           88 WS-BROWSE-MORE              VALUE 'N'.
       01  WS-ACTIVE-SW               PIC X(001).
           88 WS-ACTIVE-FOUND             VALUE 'Y'.
           88 WS-ACTIVE-NONE              VALUE 'N'.
       01  WS-ACTIVE-MESSAGE.
           05 FILLER                  PIC X(037) VALUE
               'RECALL ALREADY OPEN - REQUESTED ON '.
           05 AM-REQUEST-DATE         PIC X(008).
           05 FILLER                  PIC X(004) VALUE ' BY '.
           05 AM-REQUESTER            PIC X(008).

       01  WS-CONTINUE-SW             PIC X(001).
           88 WS-CONTINUE-REQUEST         VALUE 'Y'.
           88 WS-END-REQUEST              VALUE 'N'.

       LINKAGE SECTION.
       01  DFHCOMMAREA                PIC X(001).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           IF EIBCALEN = 0
               PERFORM 1000-SEND-INITIAL-MAP
               EXEC CICS RETURN
                   TRANSID('AF74')
                   COMMAREA(WS-CONTINUE-SW)
                   LENGTH(1)
               END-EXEC
           ELSE
               MOVE DFHCOMMAREA TO WS-CONTINUE-SW
               PERFORM 2000-REQUEST-RECALL
               IF WS-END-REQUEST
                   EXEC CICS RETURN END-EXEC
               ELSE
                   EXEC CICS RETURN
                       TRANSID('AF74')
                       COMMAREA(WS-CONTINUE-SW)
                       LENGTH(1)
                   END-EXEC
               END-IF
           END-IF
           GOBACK.

      *-------------------------------------------------------*
      * 1000-SEND-INITIAL-MAP - first entry into the          *
      *                         transaction, blank screen.    *
      *-------------------------------------------------------*
       1000-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO AFM330MO
           MOVE SPACES TO MSGO
           EXEC CICS SEND MAP('AFM330M')
               MAPSET('AFM330S')
               ERASE
           END-EXEC.

      *-------------------------------------------------------*
      * 2000-REQUEST-RECALL - receive the request, check it   *
      *                       and record it on AFMRCL.        *
      *-------------------------------------------------------*
       2000-REQUEST-RECALL.
           EXEC CICS RECEIVE MAP('AFM330M')
               MAPSET('AFM330S')
               RESP(WS-RESP)
           END-EXEC
           PERFORM 2050-CLEAR-ANSWER-FIELDS
           PERFORM 2100-CHECK-REQUEST THRU 2100-EXIT
           PERFORM 2900-ASK-ANOTHER
           EXEC CICS SEND MAP('AFM330M')
               MAPSET('AFM330S')
               DATAONLY
           END-EXEC.

       2050-CLEAR-ANSWER-FIELDS.
           MOVE SPACES TO MSGO
           MOVE SPACES TO VOLIDO
           MOVE SPACES TO FSEQO
           MOVE SPACES TO SITUACO
           MOVE SPACES TO VOLCNTO
           MOVE SPACES TO BUCKETO
           MOVE SPACES TO SCLASSO
           MOVE SPACES TO REQDTO
           MOVE SPACES TO REQTMO
           MOVE SPACES TO REQBYO.

      *-------------------------------------------------------*
      * 2100-CHECK-REQUEST - authority first, then the index, *
      *                      the AFMVSEQ row (must be         *
      *                      CONCLUIDA), the date needed and  *
      *                      any recall already open. Only a  *
      *                      request that passes all of them  *
      *                      is written.                      *
      *-------------------------------------------------------*
       2100-CHECK-REQUEST.
           EXEC CICS QUERY SECURITY
               RESTYPE('FILE')
               RESID(WS-RECALL-FILE)
               UPDATE(WS-UPDATE-CVDA)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR WS-UPDATE-CVDA NOT = DFHVALUE(UPDATABLE)
               MOVE 'NOT AUTHORIZED TO REQUEST RECALLS' TO MSGO
               GO TO 2100-EXIT
           END-IF
           IF DSIDL = 0 OR DSID = SPACES
               MOVE 'KEY THE DATASET-ID TO BE RECALLED' TO MSGO
               GO TO 2100-EXIT
           END-IF
           MOVE DSID TO WS-DSID-RIDFLD
           EXEC CICS READ DATASET('AFMDSIDX')
               INTO(AFMDSIDX-RECORD)
               RIDFLD(WS-DSID-RIDFLD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'DATASET-ID NOT IN THE MIGRATION INDEX' TO MSGO
               GO TO 2100-EXIT
           END-IF
           MOVE DX-VOLUME-ID TO WS-RIDFLD-VOLUME-ID
           MOVE DX-FILE-SEQ  TO WS-RIDFLD-FILE-SEQ
           EXEC CICS READ DATASET('AFMVSEQ')
               INTO(AFMVSEQ-RECORD)
               RIDFLD(WS-VSEQ-RIDFLD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'IN INDEX BUT NO AFMVSEQ ROW - RERUN AFM040 LOAD'
                   TO MSGO
               GO TO 2100-EXIT
           END-IF
           PERFORM 2200-FILL-SCREEN
           IF NOT VS-SITUACAO-CONCLUIDA
               MOVE 'NOT CONCLUIDA - NO CONFIRMED S3 COPY TO RECALL'
                   TO MSGO
               GO TO 2100-EXIT
           END-IF
           IF TGTDSNL = 0 OR TGTDSN = SPACES
               MOVE DSID TO TGTDSN
           END-IF
           EXEC CICS ASKTIME
               ABSTIME(WS-ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABS-TIME)
               YYYYMMDD(WS-TODAY-DATE)
               TIME(WS-NOW-TIME)
           END-EXEC
           IF NEEDDTL = 0
               MOVE 'KEY THE DATE NEEDED AS YYYYMMDD' TO MSGO
               GO TO 2100-EXIT
           END-IF
           MOVE NEEDDT TO WS-EDIT-DATE
           PERFORM 2400-VALIDATE-DATE THRU 2400-EXIT
           IF WS-DATE-INVALID
               MOVE 'DATE NEEDED IS NOT A VALID YYYYMMDD' TO MSGO
               GO TO 2100-EXIT
           END-IF
           IF NEEDDT < WS-TODAY-DATE
               MOVE 'DATE NEEDED IS ALREADY PAST' TO MSGO
               GO TO 2100-EXIT
           END-IF
           PERFORM 2500-CHECK-ACTIVE-REQUEST THRU 2500-EXIT
           IF WS-ACTIVE-FOUND
               MOVE RC-REQUEST-DATE TO AM-REQUEST-DATE
               MOVE RC-REQUESTER    TO AM-REQUESTER
               MOVE WS-ACTIVE-MESSAGE TO MSGO
               GO TO 2100-EXIT
           END-IF
           PERFORM 2600-WRITE-REQUEST.
       2100-EXIT.
           EXIT.

       2200-FILL-SCREEN.
           MOVE VS-VOLUME-ID TO VOLIDO
           MOVE VS-FILE-SEQ  TO WS-FSEQ-DISPLAY
           MOVE WS-FSEQ-DISPLAY TO FSEQO
           EVALUATE TRUE
               WHEN VS-SITUACAO-PENDENTE
                   MOVE 'PENDENTE    ' TO SITUACO
               WHEN VS-SITUACAO-EM-ANDAMENTO
                   MOVE 'EM-ANDAMENTO' TO SITUACO
               WHEN VS-SITUACAO-CONCLUIDA
                   MOVE 'CONCLUIDA   ' TO SITUACO
               WHEN VS-SITUACAO-EXPIRADA
                   MOVE 'EXPIRADA    ' TO SITUACO
               WHEN OTHER
                   MOVE 'DESCONHECIDA' TO SITUACO
           END-EVALUATE
           IF VS-VOLSET-SINGLE
               MOVE 1 TO WS-VOLCNT-DISPLAY
           ELSE
               MOVE VS-VOLSET-COUNT TO WS-VOLCNT-DISPLAY
           END-IF
           MOVE WS-VOLCNT-DISPLAY   TO VOLCNTO
           MOVE VS-TARGET-S3-BUCKET TO BUCKETO
           MOVE VS-STORAGE-CLASS    TO SCLASSO.

      *-------------------------------------------------------*
      * 2400-VALIDATE-DATE - is WS-EDIT-DATE a real calendar  *
      *                      date in YYYYMMDD form?           *
      *-------------------------------------------------------*
       2400-VALIDATE-DATE.
           SET WS-DATE-INVALID TO TRUE
           IF WS-EDIT-DATE NOT NUMERIC
               GO TO 2400-EXIT
           END-IF
           IF WS-EDIT-MM < 01 OR WS-EDIT-MM > 12
               GO TO 2400-EXIT
           END-IF
           EVALUATE WS-EDIT-MM
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 02
                   MOVE 28 TO WS-DAYS-IN-MONTH
                   PERFORM 2450-CHECK-LEAP-YEAR THRU 2450-EXIT
           END-EVALUATE
           IF WS-EDIT-DD < 01 OR WS-EDIT-DD > WS-DAYS-IN-MONTH
               GO TO 2400-EXIT
           END-IF
           SET WS-DATE-VALID TO TRUE.
       2400-EXIT.
           EXIT.

       2450-CHECK-LEAP-YEAR.
           DIVIDE WS-EDIT-YYYY BY 4
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER NOT = 0
               GO TO 2450-EXIT
           END-IF
           DIVIDE WS-EDIT-YYYY BY 100
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER NOT = 0
               MOVE 29 TO WS-DAYS-IN-MONTH
               GO TO 2450-EXIT
           END-IF
           DIVIDE WS-EDIT-YYYY BY 400
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = 0
               MOVE 29 TO WS-DAYS-IN-MONTH
           END-IF.
       2450-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 2500-CHECK-ACTIVE-REQUEST - browse this dataset's     *
      *                             requests on AFMRCL        *
      *                             (generic on the           *
      *                             DATASET-ID) for one still *
      *                             open or sent. Leaves the  *
      *                             one found in              *
      *                             AFMRCL-RECORD.            *
      *-------------------------------------------------------*
       2500-CHECK-ACTIVE-REQUEST.
           SET WS-ACTIVE-NONE TO TRUE
           MOVE LOW-VALUES TO WS-RCL-RIDFLD
           MOVE DSID       TO WS-RCL-DATASET-ID
           EXEC CICS STARTBR DATASET('AFMRCL')
               RIDFLD(WS-RCL-RIDFLD)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 2500-EXIT
           END-IF
           SET WS-BROWSE-MORE TO TRUE
           PERFORM 2550-NEXT-REQUEST THRU 2550-EXIT
               UNTIL WS-BROWSE-DONE
           EXEC CICS ENDBR DATASET('AFMRCL')
           END-EXEC.
       2500-EXIT.
           EXIT.

       2550-NEXT-REQUEST.
           EXEC CICS READNEXT DATASET('AFMRCL')
               INTO(AFMRCL-RECORD)
               RIDFLD(WS-RCL-RIDFLD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
               GO TO 2550-EXIT
           END-IF
           IF RC-DATASET-ID NOT = DSID
               SET WS-BROWSE-DONE TO TRUE
               GO TO 2550-EXIT
           END-IF
           IF RC-STATUS-ACTIVE
               SET WS-ACTIVE-FOUND TO TRUE
               SET WS-BROWSE-DONE TO TRUE
           END-IF.
       2550-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 2600-WRITE-REQUEST - record the request as open,      *
      *                      keyed by DATASET-ID and the time *
      *                      it was keyed.                    *
      *-------------------------------------------------------*
       2600-WRITE-REQUEST.
           MOVE SPACES               TO AFMRCL-RECORD
           MOVE DSID                 TO RC-DATASET-ID
           MOVE WS-TODAY-DATE        TO RC-REQUEST-DATE
           MOVE WS-NOW-TIME          TO RC-REQUEST-TIME
           SET RC-STATUS-OPEN TO TRUE
           MOVE EIBUSER              TO RC-REQUESTER
           MOVE TGTDSN               TO RC-TARGET-DSN
           MOVE NEEDDT               TO RC-DATE-NEEDED
           MOVE VS-VOLUME-ID         TO RC-VOLUME-ID
           MOVE VS-FILE-SEQ          TO RC-FILE-SEQ
           MOVE VS-VOLSET-FIRST-VOL  TO RC-VOLSET-FIRST-VOL
           MOVE VS-VOLSET-COUNT      TO RC-VOLSET-COUNT
           MOVE VS-STORAGE-CLASS     TO RC-STORAGE-CLASS
           MOVE 0                    TO RC-RECALL-CYCLE
           EXEC CICS WRITE DATASET('AFMRCL')
               FROM(AFMRCL-RECORD)
               RIDFLD(RC-KEY)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE RC-REQUEST-DATE TO REQDTO
                   MOVE RC-REQUEST-TIME TO REQTMO
                   MOVE RC-REQUESTER    TO REQBYO
                   MOVE 'RECALL REQUESTED FOR THE NEXT MANIFEST'
                       TO MSGO
               WHEN WS-RESP = DFHRESP(DUPREC)
                   MOVE 'KEYED TWICE IN ONE SECOND - PRESS ENTER'
                       TO MSGO
               WHEN OTHER
                   MOVE 'WRITE FAILED - SEE SYSTEM CONSOLE' TO MSGO
           END-EVALUATE.

       2900-ASK-ANOTHER.
           IF ANOTHER = 'Y' OR ANOTHER = 'y'
               SET WS-CONTINUE-REQUEST TO TRUE
           ELSE
               SET WS-END-REQUEST TO TRUE
           END-IF.

       9999-EXIT.
           EXIT.
