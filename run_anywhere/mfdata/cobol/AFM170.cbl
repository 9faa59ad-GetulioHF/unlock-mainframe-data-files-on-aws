      *                  the stuck threshold, default 30.   *
      *                  This is the one page the daily     *
      *                  status call reads.                 *
      * 2026-10-15 GHF   New EXPIRADA column for rows       *
      *                  AFM280 retired past their          *
      *                  retention date. An expired row is  *
      *                  a final disposition, so it counts  *
      *                  toward percent complete alongside  *
      *                  CONCLUIDA and is never aged.       *
      *****************************************************

       ENVIRONMENT DIVISION.
           05 WS-VOL-PENDENTE        PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-VOL-ANDAMENTO       PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-VOL-CONCLUIDA       PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-VOL-EXPIRADA        PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-VOL-ON-HOLD         PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-VOL-STUCK           PIC 9(007) USAGE BINARY VALUE 0.

           05 WS-TOT-PENDENTE        PIC 9(009) USAGE BINARY VALUE 0.
           05 WS-TOT-ANDAMENTO       PIC 9(009) USAGE BINARY VALUE 0.
           05 WS-TOT-CONCLUIDA       PIC 9(009) USAGE BINARY VALUE 0.
           05 WS-TOT-EXPIRADA        PIC 9(009) USAGE BINARY VALUE 0.
           05 WS-TOT-ON-HOLD         PIC 9(009) USAGE BINARY VALUE 0.
           05 WS-TOT-STUCK           PIC 9(009) USAGE BINARY VALUE 0.

           05 FILLER                 PIC X(009) VALUE 'PENDENTE'.
           05 FILLER                 PIC X(009) VALUE 'ANDAMENT'.
           05 FILLER                 PIC X(009) VALUE 'CONCLUID'.
           05 FILLER                 PIC X(009) VALUE 'EXPIRADA'.
           05 FILLER                 PIC X(009) VALUE ' ON-HOLD'.
           05 FILLER                 PIC X(009) VALUE '   % CMP'.
           05 FILLER                 PIC X(009) VALUE '   STUCK'.
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 DL-CONCLUIDA           PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 DL-EXPIRADA            PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 DL-ON-HOLD             PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(003) VALUE SPACES.
           05 DL-PCT                 PIC ZZ9.9.
                   ADD 1 TO WS-VOL-ANDAMENTO
               WHEN VS-SITUACAO-CONCLUIDA
                   ADD 1 TO WS-VOL-CONCLUIDA
               WHEN VS-SITUACAO-EXPIRADA
                   ADD 1 TO WS-VOL-EXPIRADA
           END-EVALUATE
           IF VS-EXCEPTION-HOLD
               ADD 1 TO WS-VOL-ON-HOLD
      *                days since its manifest date.          *
      *-------------------------------------------------------*
       2500-AGE-ROW.
           IF VS-SITUACAO-CONCLUIDA OR VS-SITUACAO-EXPIRADA
               GO TO 2500-EXIT
           END-IF
           IF VS-MIGRATION-DATE NOT NUMERIC
               ADD WS-VOL-PENDENTE  TO WS-TOT-PENDENTE
               ADD WS-VOL-ANDAMENTO TO WS-TOT-ANDAMENTO
               ADD WS-VOL-CONCLUIDA TO WS-TOT-CONCLUIDA
               ADD WS-VOL-EXPIRADA  TO WS-TOT-EXPIRADA
               ADD WS-VOL-ON-HOLD   TO WS-TOT-ON-HOLD
               ADD WS-VOL-STUCK     TO WS-TOT-STUCK
           END-IF
           MOVE 0 TO WS-VOL-PENDENTE
           MOVE 0 TO WS-VOL-ANDAMENTO
           MOVE 0 TO WS-VOL-CONCLUIDA
           MOVE 0 TO WS-VOL-EXPIRADA
           MOVE 0 TO WS-VOL-ON-HOLD
           MOVE 0 TO WS-VOL-STUCK.

           MOVE WS-VOL-PENDENTE  TO DL-PENDENTE
           MOVE WS-VOL-ANDAMENTO TO DL-ANDAMENTO
           MOVE WS-VOL-CONCLUIDA TO DL-CONCLUIDA
           MOVE WS-VOL-EXPIRADA  TO DL-EXPIRADA
           MOVE WS-VOL-ON-HOLD   TO DL-ON-HOLD
           COMPUTE WS-PCT-COMPLETE ROUNDED =
               (WS-VOL-CONCLUIDA + WS-VOL-EXPIRADA) * 100
                   / WS-VOL-TOTAL
           MOVE WS-PCT-COMPLETE  TO DL-PCT
           MOVE WS-VOL-STUCK     TO DL-STUCK
           MOVE WS-DETAIL-LINE TO REPORT-LINE
               MOVE WS-TOT-PENDENTE  TO DL-PENDENTE
               MOVE WS-TOT-ANDAMENTO TO DL-ANDAMENTO
               MOVE WS-TOT-CONCLUIDA TO DL-CONCLUIDA
               MOVE WS-TOT-EXPIRADA  TO DL-EXPIRADA
               MOVE WS-TOT-ON-HOLD   TO DL-ON-HOLD
               COMPUTE WS-PCT-COMPLETE ROUNDED =
                   (WS-TOT-CONCLUIDA + WS-TOT-EXPIRADA) * 100
                       / WS-TOT-TOTAL
               MOVE WS-PCT-COMPLETE  TO DL-PCT
               MOVE WS-TOT-STUCK     TO DL-STUCK
               MOVE WS-DETAIL-LINE TO REPORT-LINE
