      *                  status - an empty file left status *
      *                  '10' after the AT END read and the *
      *                  close was being skipped.           *
      * 2026-10-15 GHF   Shows phase F (PROC finished) and, *
      *                  for a partitioned PROC leg, how    *
      *                  many partitions AFM300 opened it   *
      *                  with.                              *
      *****************************************************

       ENVIRONMENT DIVISION.
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 SL-TIME                PIC X(006).

       01  WS-PART-COUNT-LINE.
           05 FILLER                 PIC X(016) VALUE
               'PROC PARTITIONS '.
           05 CY-PART-COUNT          PIC Z9.
           05 FILLER                 PIC X(040) VALUE
               ' - SEE AF72 / AFM300 FOR EACH PARTITION'.

       01  WS-NO-CYCLE-LINE          PIC X(050) VALUE
           'NO CYCLE CONTROL RECORD - NO LOAD HAS RUN YET'.

                       TO CY-PHASE-TEXT
               WHEN CYC-PHASE-PROC
                   MOVE 'PROC STARTED' TO CY-PHASE-TEXT
               WHEN CYC-PHASE-FINISHED
                   MOVE 'PROC FINISHED - CYCLE COMPLETE'
                       TO CY-PHASE-TEXT
               WHEN OTHER
                   MOVE 'UNKNOWN PHASE' TO CY-PHASE-TEXT
           END-EVALUATE
           MOVE WS-PHASE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF CYC-PART-COUNT NUMERIC AND CYC-PART-COUNT > 0
               MOVE CYC-PART-COUNT TO CY-PART-COUNT
               MOVE WS-PART-COUNT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'LOAD RUN        ' TO SL-LABEL
