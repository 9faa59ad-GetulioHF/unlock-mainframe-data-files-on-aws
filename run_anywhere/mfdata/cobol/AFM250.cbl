      *                  AFM160's feed rejections (they     *
      *                  stop a feed before any row is      *
      *                  touched, see RPT160).              *
      * 2026-10-15 GHF   AFM260 routing holds (no S3        *
      *                  routing rule, or encrypted data    *
      *                  bound for an unapproved bucket)    *
      *                  are told apart as NO-ROUTE, ranked *
      *                  with the AWS copy failures -       *
      *                  neither row can leave until        *
      *                  someone fixes it.                  *
      * 2026-10-15 GHF   EXPIRADA rows (past retention,     *
      *                  AFM280) are resolved - a final     *
      *                  disposition - so they raise no     *
      *                  exception whatever else they       *
      *                  carry; counted on a new totals     *
      *                  line.                              *
      * 2026-10-15 GHF   AFM320 S3 Inventory holds (object  *
      *                  missing, or its checksum or size   *
      *                  changed since confirmation) are    *
      *                  told apart as S3-LOST, ranked with *
      *                  the checksum mismatches - both     *
      *                  mean the S3 copy cannot be         *
      *                  trusted.                           *
      *****************************************************

       ENVIRONMENT DIVISION.
           05 WS-ROWS-READ        PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ROWS-FLAGGED     PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-TICKETS-WRITTEN  PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ROWS-EXPIRED     PIC 9(007) USAGE BINARY VALUE 0.

       01  WS-HEADING-1           PIC X(050) VALUE
           'AFM250 - CONSOLIDATED EXCEPTION DIGEST'.
           05 FILLER              PIC X(024) VALUE
               'TICKET RECORDS WRITTEN '.
           05 TL-TICKETS-WRITTEN  PIC ZZZ,ZZ9.
           05 FILLER              PIC X(004) VALUE SPACES.
           05 FILLER              PIC X(024) VALUE
               'EXPIRADA - RESOLVED    '.
           05 TL-ROWS-EXPIRED     PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

                   GO TO 2200-EXIT
           END-READ
           ADD 1 TO WS-ROWS-READ
      * past retention is a final disposition - nothing to chase
           IF VS-SITUACAO-EXPIRADA
               ADD 1 TO WS-ROWS-EXPIRED
               GO TO 2200-EXIT
           END-IF
           PERFORM 2500-CLASSIFY-ROW
           IF WS-ROW-FLAGGED
               ADD 1 TO WS-ROWS-FLAGGED
      *                     told apart by the userid that set *
      *                     them; anything else on hold is an *
      *                     operator hold. Severity order:    *
      *                     1 checksum mismatch (AFM100) or   *
      *                       S3 object lost or changed       *
      *                       since confirmed (AFM320)        *
      *                     2 TMS break (AFM150)              *
      *                     3 AWS copy failure (AFM080) or    *
      *                       no S3 routing (AFM260)          *
      *                     4 retry limit (AFM110)            *
      *                     5 operator hold (AF70/AFM190/...) *
      *                     6 duplicate suppressed (AFM200)   *
                   WHEN 'AFM100'
                       MOVE 1 TO WS-ROW-SEVERITY
                       MOVE 'CHECKSUM' TO WS-COND-CODE
                   WHEN 'AFM320'
                       MOVE 1 TO WS-ROW-SEVERITY
                       MOVE 'S3-LOST' TO WS-COND-CODE
                   WHEN 'AFM150'
                       MOVE 2 TO WS-ROW-SEVERITY
                       MOVE 'TMS-BREAK' TO WS-COND-CODE
                   WHEN 'AFM080'
                       MOVE 3 TO WS-ROW-SEVERITY
                       MOVE 'AWS-FAIL' TO WS-COND-CODE
                   WHEN 'AFM260'
                       MOVE 3 TO WS-ROW-SEVERITY
                       MOVE 'NO-ROUTE' TO WS-COND-CODE
                   WHEN 'AFM110'
                       MOVE 4 TO WS-ROW-SEVERITY
                       MOVE 'RETRY-LIM' TO WS-COND-CODE
           MOVE WS-TOTAL-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TICKETS-WRITTEN TO TL-TICKETS-WRITTEN
           MOVE WS-ROWS-EXPIRED    TO TL-ROWS-EXPIRED
           MOVE WS-TOTAL-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE DIGSORT-FILE
