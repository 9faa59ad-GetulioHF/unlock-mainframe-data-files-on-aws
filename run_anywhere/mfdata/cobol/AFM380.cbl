       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AFM380.
       AUTHOR.        G HALLORAN FILHO.
       INSTALLATION.  GFS DATA MIGRATION.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *****************************************************
      * MODIFICATION HISTORY                               *
      *-----------------------------------------------------*
      * DATE       INIT  DESCRIPTION                        *
      * 2026-10-15 GHF   Initial version - end-of-cycle     *
      *                  application-owner statements.      *
      *                  Loads and edits the AFMOWNER owner *
      *                  catalog (see AFMOWNR.cpy) the way  *
      *                  AFM260 edits AFMROUTE - an entry   *
      *                  with no mask, application, team,   *
      *                  mailbox or cost center, a          *
      *                  malformed or duplicate mask, or an *
      *                  application catalogued twice with  *
      *                  a different team, mailbox or cost  *
      *                  center stops the step RC=16 before *
      *                  anything is written. Then walks    *
      *                  AFMVSEQ, gives each row to the     *
      *                  application of its longest         *
      *                  matching mask and match-merges the *
      *                  current AFMSCR generation          *
      *                  (AFM210's scratch authorizations)  *
      *                  by VOLUME-ID. One statement per    *
      *                  application on RPT380: its row     *
      *                  counts by SITUACAO (PENDENTE,      *
      *                  EM-ANDAMENTO, CONCLUIDA,           *
      *                  EXPIRADA), every row on hold with  *
      *                  its reason (FAILED when AFM080     *
      *                  held it for a permanent AWS copy   *
      *                  failure, HELD otherwise, with who  *
      *                  set it), and its datasets on       *
      *                  volumes cleared to scratch. The    *
      *                  same statement goes to the AFMNOTE *
      *                  notification extract the mail      *
      *                  system sends from, one group per   *
      *                  owning application. Rows no mask   *
      *                  matches are listed as unowned-data *
      *                  exceptions, flagged when their     *
      *                  volume is already cleared to       *
      *                  scratch, and end the step RC=4.    *
      *                  Read only.                         *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AFMOWNER-FILE ASSIGN TO AFMOWNER
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AFMOWNER-STATUS.

           SELECT AFMVSEQ-FILE  ASSIGN TO AFMVSEQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VS-REC-KEY
               FILE STATUS IS WS-AFMVSEQ-STATUS.

           SELECT AFMSCR-FILE   ASSIGN TO AFMSCR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AFMSCR-STATUS.

           SELECT OWNER-SORT-FILE ASSIGN TO SORTWK1.

           SELECT NOTE-FILE     ASSIGN TO AFMNOTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTE-STATUS.

           SELECT REPORT-FILE   ASSIGN TO RPT380
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AFMOWNER-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY AFMOWNR.

       FD  AFMVSEQ-FILE.
           COPY AFMVSEQ.

       FD  AFMSCR-FILE
           RECORD CONTAINS 032 CHARACTERS.
       01  AFMSCR-RECORD.
           05 SCR-VOLUME-ID     PIC X(006).
           05 SCR-AUTH-DATE     PIC X(008).
           05 SCR-FILE-COUNT    PIC 9(003).
           05 FILLER            PIC X(015).

      * one statement line: 'A' the application's counts, 'H' a
      * held or failed row, 'S' a row on a volume cleared to
      * scratch, all under the application name; 'U' an unowned
      * row, under HIGH-VALUES so the exceptions come out last
       SD  OWNER-SORT-FILE.
       01  OWNER-SORT-RECORD.
           05 SO-APPLICATION-NAME    PIC X(030).
           05 SO-REC-TYPE            PIC X(001).
               88 SO-SUMMARY             VALUE 'A'.
               88 SO-HELD-ROW            VALUE 'H'.
               88 SO-SCRATCH-ROW         VALUE 'S'.
               88 SO-UNOWNED-ROW         VALUE 'U'.
           05 SO-VOLUME-ID           PIC X(006).
           05 SO-FILE-SEQ            PIC 9(002) USAGE BINARY.
           05 SO-APPL-SUB            PIC 9(003) USAGE BINARY.
           05 SO-DATASET-ID          PIC X(044).
           05 SO-STATE               PIC X(006).
           05 SO-SITUACAO            PIC X(012).
           05 SO-SET-BY              PIC X(008).
           05 SO-SET-DATE            PIC X(008).
           05 SO-REASON              PIC X(050).
           05 SO-AUTH-DATE           PIC X(008).
           05 SO-SCRATCH-SW          PIC X(001).
               88 SO-ON-SCRATCH-VOLUME   VALUE 'Y'.

       FD  NOTE-FILE
           RECORD CONTAINS 250 CHARACTERS.
       01  NOTE-RECORD               PIC X(250).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AFMOWNER-STATUS        PIC X(002).
           88 AFMOWNER-OK            VALUE '00'.
           88 AFMOWNER-EOF           VALUE '10'.
       01  WS-AFMVSEQ-STATUS         PIC X(002).
           88 AFMVSEQ-OK             VALUE '00'.
       01  WS-AFMSCR-STATUS          PIC X(002).
           88 AFMSCR-OK              VALUE '00'.
       01  WS-NOTE-STATUS            PIC X(002).
       01  WS-REPORT-STATUS          PIC X(002).

       01  WS-AFMOWNER-EOF-SW        PIC X(001) VALUE 'N'.
           88 AFMOWNER-AT-EOF           VALUE 'Y'.
       01  WS-AFMVSEQ-EOF-SW         PIC X(001) VALUE 'N'.
           88 AFMVSEQ-AT-EOF            VALUE 'Y'.
       01  WS-AFMSCR-EOF-SW          PIC X(001) VALUE 'N'.
           88 AFMSCR-AT-EOF             VALUE 'Y'.
       01  WS-OWNER-SORT-EOF-SW      PIC X(001) VALUE 'N'.
           88 OWNER-SORT-AT-EOF         VALUE 'Y'.
       01  WS-TABLE-ERROR-SW         PIC X(001) VALUE 'N'.
           88 WS-TABLE-ERROR            VALUE 'Y'.
       01  WS-DUP-MASK-SW            PIC X(001) VALUE 'N'.
           88 WS-DUP-MASK               VALUE 'Y'.
       01  WS-SCRATCH-VOLUME-SW      PIC X(001) VALUE 'N'.
           88 WS-SCRATCH-VOLUME         VALUE 'Y'.
       01  WS-STATEMENT-OPEN-SW      PIC X(001) VALUE 'N'.
           88 WS-STATEMENT-OPEN         VALUE 'Y'.
       01  WS-SCRATCH-HEADING-SW     PIC X(001) VALUE 'N'.
           88 WS-SCRATCH-HEADING-DONE   VALUE 'Y'.
       01  WS-UNOWNED-HEADING-SW     PIC X(001) VALUE 'N'.
           88 WS-UNOWNED-HEADING-DONE   VALUE 'Y'.

       01  WS-FAILURE-USERID         PIC X(008) VALUE 'AFM080'.
       01  WS-TODAY-DATE             PIC X(008).

      * the owner catalog, edited and measured once at load time.
      * Each mask points at its application; each application is
      * held once, with the counts its statement is built from.
      * AP-LAST-SCR-VOL is the last cleared volume counted for the
      * application - AFMVSEQ comes in VOLUME-ID order, so a volume
      * is counted once however many of its rows the owner has.
       01  WS-MASK-COUNT             PIC 9(003) USAGE BINARY VALUE 0.
       01  WS-MASK-TABLE.
           05 WS-MASK-ENTRY OCCURS 500 TIMES.
               10 MK-MASK            PIC X(044).
               10 MK-MASK-LEN        PIC 9(002) USAGE BINARY.
               10 MK-MASK-TYPE       PIC X(001).
                   88 MK-MASK-QUALIFIER  VALUE 'Q'.
                   88 MK-MASK-PREFIX     VALUE 'P'.
               10 MK-APPL-SUB        PIC 9(003) USAGE BINARY.

       01  WS-APPL-COUNT             PIC 9(003) USAGE BINARY VALUE 0.
       01  WS-APPL-TABLE.
           05 WS-APPL-ENTRY OCCURS 200 TIMES.
               10 AP-APPLICATION-NAME PIC X(030).
               10 AP-OWNING-TEAM     PIC X(030).
               10 AP-CONTACT-MAILBOX PIC X(060).
               10 AP-COST-CENTER     PIC X(010).
               10 AP-LAST-SCR-VOL    PIC X(006).
               10 AP-ROWS            PIC 9(007) USAGE BINARY.
               10 AP-PENDENTE        PIC 9(007) USAGE BINARY.
               10 AP-ANDAMENTO       PIC 9(007) USAGE BINARY.
               10 AP-CONCLUIDA       PIC 9(007) USAGE BINARY.
               10 AP-EXPIRADA        PIC 9(007) USAGE BINARY.
               10 AP-HELD            PIC 9(007) USAGE BINARY.
               10 AP-FAILED          PIC 9(007) USAGE BINARY.
               10 AP-SCR-VOLS        PIC 9(007) USAGE BINARY.

       01  WS-MASK-SUB               PIC 9(003) USAGE BINARY VALUE 0.
       01  WS-APPL-SUB               PIC 9(003) USAGE BINARY VALUE 0.
       01  WS-FOUND-SUB              PIC 9(003) USAGE BINARY VALUE 0.
       01  WS-BEST-SUB               PIC 9(003) USAGE BINARY VALUE 0.
       01  WS-BEST-LEN               PIC 9(002) USAGE BINARY VALUE 0.
       01  WS-STAR-COUNT             PIC 9(002) USAGE BINARY VALUE 0.
       01  WS-MASK-LEN               PIC 9(002) USAGE BINARY VALUE 0.
       01  WS-AT-COUNT               PIC 9(002) USAGE BINARY VALUE 0.
       01  WS-MAILBOX-LEN            PIC 9(002) USAGE BINARY VALUE 0.
       01  WS-TABLE-RECORDS          PIC 9(005) USAGE BINARY VALUE 0.
       01  WS-OWNER-NOTES            PIC 9(007) USAGE BINARY VALUE 0.
       01  WS-SITUACAO-TEXT          PIC X(012).

       01  WS-COUNTERS.
           05 WS-ROWS-READ           PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ROWS-OWNED          PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ROWS-UNOWNED        PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-UNOWNED-SCRATCH     PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-STATEMENTS          PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-NOTES-WRITTEN       PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-APPLS-NO-DATA       PIC 9(007) USAGE BINARY VALUE 0.

       01  WS-HEADING-1.
           05 FILLER                 PIC X(050) VALUE
               'AFM380 - APPLICATION-OWNER MIGRATION STATEMENTS'.
           05 FILLER                 PIC X(006) VALUE 'AS OF '.
           05 HD-TODAY-DATE          PIC X(008).

       01  WS-CATALOG-HEADING        PIC X(060) VALUE
           'OWNER CATALOG IN EFFECT (MASK/APPLICATION/TEAM):'.

       01  WS-CATALOG-LINE.
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 CN-MASK                PIC X(044).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 CN-APPLICATION         PIC X(030).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 CN-TEAM                PIC X(030).

       01  WS-STATEMENT-LINE-1.
           05 FILLER                 PIC X(031) VALUE
               '==== STATEMENT FOR APPLICATION '.
           05 SH-APPLICATION         PIC X(030).

       01  WS-STATEMENT-LINE-2.
           05 FILLER                 PIC X(016) VALUE 'OWNING TEAM'.
           05 SH-TEAM                PIC X(030).
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(013) VALUE 'COST CENTER'.
           05 SH-COST-CENTER         PIC X(010).

       01  WS-STATEMENT-LINE-3.
           05 FILLER                 PIC X(016) VALUE
               'CONTACT MAILBOX'.
           05 SH-MAILBOX             PIC X(060).

       01  WS-COUNT-LINE-1.
           05 FILLER                 PIC X(024) VALUE
               'PENDENTE               '.
           05 CL-PENDENTE            PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'EM-ANDAMENTO           '.
           05 CL-ANDAMENTO           PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'CONCLUIDA              '.
           05 CL-CONCLUIDA           PIC ZZZ,ZZ9.

       01  WS-COUNT-LINE-2.
           05 FILLER                 PIC X(024) VALUE
               'EXPIRADA - RESOLVED    '.
           05 CL-EXPIRADA            PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'HELD                   '.
           05 CL-HELD                PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'FAILED - PERMANENT     '.
           05 CL-FAILED              PIC ZZZ,ZZ9.

       01  WS-COUNT-LINE-3.
           05 FILLER                 PIC X(024) VALUE
               'DATASET ROWS           '.
           05 CL-ROWS                PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'VOLS READY TO SCRATCH  '.
           05 CL-SCR-VOLS            PIC ZZZ,ZZ9.

       01  WS-HELD-HEADING           PIC X(060) VALUE
           'HELD OR FAILED - NOT MIGRATING UNTIL CLEARED:'.
       01  WS-HELD-NONE              PIC X(060) VALUE
           'HELD OR FAILED:  NONE'.

       01  WS-HELD-COLUMNS.
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 FILLER                 PIC X(008) VALUE 'STATE'.
           05 FILLER                 PIC X(008) VALUE 'VOLUME'.
           05 FILLER                 PIC X(004) VALUE 'SEQ'.
           05 FILLER                 PIC X(046) VALUE 'DATASET-ID'.
           05 FILLER                 PIC X(010) VALUE 'SET BY'.
           05 FILLER                 PIC X(006) VALUE 'REASON'.

       01  WS-HELD-LINE.
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 HL-STATE               PIC X(006).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 HL-VOLUME-ID           PIC X(006).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 HL-FILE-SEQ            PIC Z(001)9.
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 HL-DATASET-ID          PIC X(044).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 HL-SET-BY              PIC X(008).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 HL-REASON              PIC X(050).

       01  WS-SCRATCH-HEADING        PIC X(060) VALUE
           'READY TO SCRATCH - S3 COPY CONFIRMED, TAPE CLEARED:'.
       01  WS-SCRATCH-NONE           PIC X(060) VALUE
           'READY TO SCRATCH:  NONE'.

       01  WS-SCRATCH-COLUMNS.
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 FILLER                 PIC X(008) VALUE 'VOLUME'.
           05 FILLER                 PIC X(004) VALUE 'SEQ'.
           05 FILLER                 PIC X(046) VALUE 'DATASET-ID'.
           05 FILLER                 PIC X(010) VALUE 'CLEARED'.

       01  WS-SCRATCH-LINE.
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 SL-VOLUME-ID           PIC X(006).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 SL-FILE-SEQ            PIC Z(001)9.
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 SL-DATASET-ID          PIC X(044).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 SL-AUTH-DATE           PIC X(008).

       01  WS-UNOWNED-HEADING        PIC X(060) VALUE
           'UNOWNED-DATA EXCEPTIONS - NO AFMOWNER MASK MATCHES:'.
       01  WS-UNOWNED-NONE           PIC X(060) VALUE
           'UNOWNED-DATA EXCEPTIONS:  NONE'.

       01  WS-UNOWNED-COLUMNS.
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 FILLER                 PIC X(008) VALUE 'VOLUME'.
           05 FILLER                 PIC X(004) VALUE 'SEQ'.
           05 FILLER                 PIC X(046) VALUE 'DATASET-ID'.
           05 FILLER                 PIC X(014) VALUE 'SITUACAO'.

       01  WS-UNOWNED-LINE.
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 UL-VOLUME-ID           PIC X(006).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 UL-FILE-SEQ            PIC Z(001)9.
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 UL-DATASET-ID          PIC X(044).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 UL-SITUACAO            PIC X(012).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 UL-SCRATCH             PIC X(030).

      * AFMNOTE - the notification extract the mail system sends
      * from. Per application, in application-name order: one 'H'
      * record (mailbox, team, cost center, run date, counts), a
      * 'D' record per held or failed row, an 'S' record per row
      * on a volume cleared to scratch, and a 'T' record carrying
      * the number of D and S records in between. Every record
      * starts with its type and the contact mailbox, and is
      * comma-separated in fixed columns so the mail system needs
      * no parser.
       01  WS-NOTE-HEADER.
           05 FILLER                 PIC X(001) VALUE 'H'.
           05 FILLER                 PIC X(001) VALUE ','.
           05 NH-MAILBOX             PIC X(060).
           05 FILLER                 PIC X(001) VALUE ','.
           05 NH-APPLICATION         PIC X(030).
           05 FILLER                 PIC X(001) VALUE ','.
           05 NH-TEAM                PIC X(030).
           05 FILLER                 PIC X(001) VALUE ','.
           05 NH-COST-CENTER         PIC X(010).
           05 FILLER                 PIC X(001) VALUE ','.
           05 NH-RUN-DATE            PIC X(008).
           05 FILLER                 PIC X(001) VALUE ','.
           05 NH-PENDENTE            PIC 9(007).
           05 FILLER                 PIC X(001) VALUE ','.
           05 NH-ANDAMENTO           PIC 9(007).
           05 FILLER                 PIC X(001) VALUE ','.
           05 NH-CONCLUIDA           PIC 9(007).
           05 FILLER                 PIC X(001) VALUE ','.
           05 NH-EXPIRADA            PIC 9(007).
           05 FILLER                 PIC X(001) VALUE ','.
           05 NH-HELD                PIC 9(007).
           05 FILLER                 PIC X(001) VALUE ','.
           05 NH-FAILED              PIC 9(007).
           05 FILLER                 PIC X(001) VALUE ','.
           05 NH-SCR-VOLS            PIC 9(007).

       01  WS-NOTE-DETAIL.
           05 FILLER                 PIC X(001) VALUE 'D'.
           05 FILLER                 PIC X(001) VALUE ','.
           05 ND-MAILBOX             PIC X(060).
           05 FILLER                 PIC X(001) VALUE ','.
           05 ND-APPLICATION         PIC X(030).
           05 FILLER                 PIC X(001) VALUE ','.
           05 ND-STATE               PIC X(006).
           05 FILLER                 PIC X(001) VALUE ','.
           05 ND-VOLUME-ID           PIC X(006).
           05 FILLER                 PIC X(001) VALUE ','.
           05 ND-FILE-SEQ            PIC 9(003).
           05 FILLER                 PIC X(001) VALUE ','.
           05 ND-DATASET-ID          PIC X(044).
           05 FILLER                 PIC X(001) VALUE ','.
           05 ND-SET-BY              PIC X(008).
           05 FILLER                 PIC X(001) VALUE ','.
           05 ND-SET-DATE            PIC X(008).
           05 FILLER                 PIC X(001) VALUE ','.
           05 ND-REASON              PIC X(050).

       01  WS-NOTE-SCRATCH.
           05 FILLER                 PIC X(001) VALUE 'S'.
           05 FILLER                 PIC X(001) VALUE ','.
           05 NS-MAILBOX             PIC X(060).
           05 FILLER                 PIC X(001) VALUE ','.
           05 NS-APPLICATION         PIC X(030).
           05 FILLER                 PIC X(001) VALUE ','.
           05 NS-VOLUME-ID           PIC X(006).
           05 FILLER                 PIC X(001) VALUE ','.
           05 NS-FILE-SEQ            PIC 9(003).
           05 FILLER                 PIC X(001) VALUE ','.
           05 NS-DATASET-ID          PIC X(044).
           05 FILLER                 PIC X(001) VALUE ','.
           05 NS-AUTH-DATE           PIC X(008).

       01  WS-NOTE-TRAILER.
           05 FILLER                 PIC X(001) VALUE 'T'.
           05 FILLER                 PIC X(001) VALUE ','.
           05 NT-MAILBOX             PIC X(060).
           05 FILLER                 PIC X(001) VALUE ','.
           05 NT-APPLICATION         PIC X(030).
           05 FILLER                 PIC X(001) VALUE ','.
           05 NT-DETAIL-COUNT        PIC 9(007).

       01  WS-ERROR-LINE.
           05 FILLER                 PIC X(021) VALUE
               'AFMOWNER RECORD     '.
           05 EL-RECORD-NO           PIC ZZZZ9.
           05 FILLER                 PIC X(002) VALUE ': '.
           05 EL-MESSAGE             PIC X(060).

       01  WS-TOTAL-LINE-1.
           05 FILLER                 PIC X(024) VALUE
               'AFMVSEQ ROWS READ      '.
           05 TL-ROWS-READ           PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'ROWS WITH AN OWNER     '.
           05 TL-ROWS-OWNED          PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05 FILLER                 PIC X(024) VALUE
               'UNOWNED ROWS           '.
           05 TL-ROWS-UNOWNED        PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'UNOWNED - READY TO SCR '.
           05 TL-UNOWNED-SCRATCH     PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05 FILLER                 PIC X(024) VALUE
               'OWNER STATEMENTS       '.
           05 TL-STATEMENTS          PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'NOTIFICATION RECORDS   '.
           05 TL-NOTES-WRITTEN       PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-4.
           05 FILLER                 PIC X(024) VALUE
               'APPLICATIONS - NO DATA '.
           05 TL-APPLS-NO-DATA       PIC ZZZ,ZZ9.

       01  WS-ABEND-MESSAGE          PIC X(060) VALUE SPACES.
       01  WS-MESSAGE-LINE           PIC X(060).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-OWNER-TABLE THRU 1100-EXIT
               UNTIL AFMOWNER-AT-EOF
           PERFORM 1500-CHECK-OWNER-TABLE
           IF WS-TABLE-ERROR
               MOVE 'AFM380 STATEMENTS REFUSED - AFMOWNER IN ERROR'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-ABEND
           END-IF
           PERFORM 1600-OPEN-FILES
           SORT OWNER-SORT-FILE
               ON ASCENDING KEY SO-APPLICATION-NAME SO-REC-TYPE
                                SO-VOLUME-ID SO-FILE-SEQ
               INPUT PROCEDURE IS 2000-SELECT-ROWS
               OUTPUT PROCEDURE IS 3000-WRITE-STATEMENTS
           PERFORM 8000-FINISH
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT REPORT-FILE
           MOVE WS-TODAY-DATE TO HD-TODAY-DATE
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT AFMOWNER-FILE
           IF NOT AFMOWNER-OK
               SET AFMOWNER-AT-EOF TO TRUE
           END-IF.

      *-------------------------------------------------------*
      * 1100-LOAD-OWNER-TABLE - one AFMOWNER entry. Every bad *
      *                         record is listed, not just    *
      *                         the first.                    *
      *-------------------------------------------------------*
       1100-LOAD-OWNER-TABLE.
           READ AFMOWNER-FILE
               AT END
                   SET AFMOWNER-AT-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ
           ADD 1 TO WS-TABLE-RECORDS
           PERFORM 1200-TAKE-ENTRY THRU 1200-EXIT.
       1100-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 1200-TAKE-ENTRY - edit one catalog entry and add it   *
      *                   to the tables. The mask rules are   *
      *                   AFM260's: whole qualifiers (no '*') *
      *                   or a prefix with exactly one '*' at *
      *                   its end. The mailbox must be one    *
      *                   address - the mail system sends to  *
      *                   it as it stands.                    *
      *-------------------------------------------------------*
       1200-TAKE-ENTRY.
           IF OW-DATASET-MASK = SPACES
               MOVE 'ENTRY HAS NO DATASET-ID MASK' TO EL-MESSAGE
               PERFORM 1900-WRITE-TABLE-ERROR
               GO TO 1200-EXIT
           END-IF
           IF OW-APPLICATION-NAME = SPACES
               MOVE 'ENTRY HAS NO APPLICATION NAME' TO EL-MESSAGE
               PERFORM 1900-WRITE-TABLE-ERROR
               GO TO 1200-EXIT
           END-IF
           IF OW-OWNING-TEAM = SPACES
               MOVE 'ENTRY HAS NO OWNING TEAM' TO EL-MESSAGE
               PERFORM 1900-WRITE-TABLE-ERROR
               GO TO 1200-EXIT
           END-IF
           IF OW-COST-CENTER = SPACES
               MOVE 'ENTRY HAS NO COST CENTER' TO EL-MESSAGE
               PERFORM 1900-WRITE-TABLE-ERROR
               GO TO 1200-EXIT
           END-IF
           IF OW-CONTACT-MAILBOX = SPACES
               MOVE 'ENTRY HAS NO CONTACT MAILBOX' TO EL-MESSAGE
               PERFORM 1900-WRITE-TABLE-ERROR
               GO TO 1200-EXIT
           END-IF
           MOVE 0 TO WS-AT-COUNT
           MOVE 0 TO WS-MAILBOX-LEN
           INSPECT OW-CONTACT-MAILBOX
               TALLYING WS-AT-COUNT FOR ALL '@'
           INSPECT OW-CONTACT-MAILBOX
               TALLYING WS-MAILBOX-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-AT-COUNT NOT = 1 OR WS-MAILBOX-LEN = 0
               MOVE 'CONTACT MAILBOX IS NOT ONE MAIL ADDRESS'
                   TO EL-MESSAGE
               PERFORM 1900-WRITE-TABLE-ERROR
               GO TO 1200-EXIT
           END-IF
           IF WS-MAILBOX-LEN < 60
               IF OW-CONTACT-MAILBOX(WS-MAILBOX-LEN + 1:) NOT = SPACES
                   MOVE 'CONTACT MAILBOX IS NOT ONE MAIL ADDRESS'
                       TO EL-MESSAGE
                   PERFORM 1900-WRITE-TABLE-ERROR
                   GO TO 1200-EXIT
               END-IF
           END-IF
           IF WS-MASK-COUNT NOT < 500
               MOVE 'MORE THAN 500 OWNER MASKS' TO EL-MESSAGE
               PERFORM 1900-WRITE-TABLE-ERROR
               GO TO 1200-EXIT
           END-IF
           MOVE 0 TO WS-STAR-COUNT
           MOVE 0 TO WS-MASK-LEN
           INSPECT OW-DATASET-MASK
               TALLYING WS-STAR-COUNT FOR ALL '*'
           IF WS-STAR-COUNT = 0
               INSPECT OW-DATASET-MASK
                   TALLYING WS-MASK-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
           ELSE
               INSPECT OW-DATASET-MASK
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
               IF OW-DATASET-MASK(WS-MASK-LEN + 2:) NOT = SPACES
                   MOVE 'MASK MUST BE QUALIFIERS OR ONE PREFIX ENDING *'
                       TO EL-MESSAGE
                   PERFORM 1900-WRITE-TABLE-ERROR
                   GO TO 1200-EXIT
               END-IF
           END-IF
           IF WS-STAR-COUNT = 0 AND WS-MASK-LEN < 44
               IF OW-DATASET-MASK(WS-MASK-LEN + 1:) NOT = SPACES
                   MOVE 'MASK CONTAINS A BLANK' TO EL-MESSAGE
                   PERFORM 1900-WRITE-TABLE-ERROR
                   GO TO 1200-EXIT
               END-IF
           END-IF
           MOVE 'N' TO WS-DUP-MASK-SW
           PERFORM 1250-CHECK-DUPLICATE-MASK
               VARYING WS-MASK-SUB FROM 1 BY 1
               UNTIL WS-MASK-SUB > WS-MASK-COUNT
           IF WS-DUP-MASK
               MOVE 'DUPLICATE DATASET-ID MASK' TO EL-MESSAGE
               PERFORM 1900-WRITE-TABLE-ERROR
               GO TO 1200-EXIT
           END-IF
           MOVE 0 TO WS-FOUND-SUB
           PERFORM 1260-FIND-APPLICATION
               VARYING WS-APPL-SUB FROM 1 BY 1
               UNTIL WS-APPL-SUB > WS-APPL-COUNT
           IF WS-FOUND-SUB > 0
               IF OW-OWNING-TEAM NOT = AP-OWNING-TEAM(WS-FOUND-SUB)
                   OR OW-CONTACT-MAILBOX NOT =
                       AP-CONTACT-MAILBOX(WS-FOUND-SUB)
                   OR OW-COST-CENTER NOT = AP-COST-CENTER(WS-FOUND-SUB)
                   MOVE 'APPLICATION ON FILE WITH OTHER TEAM/MAILBOX/CC'
                       TO EL-MESSAGE
                   PERFORM 1900-WRITE-TABLE-ERROR
                   GO TO 1200-EXIT
               END-IF
           ELSE
               IF WS-APPL-COUNT NOT < 200
                   MOVE 'MORE THAN 200 APPLICATIONS' TO EL-MESSAGE
                   PERFORM 1900-WRITE-TABLE-ERROR
                   GO TO 1200-EXIT
               END-IF
               PERFORM 1270-ADD-APPLICATION
           END-IF
           ADD 1 TO WS-MASK-COUNT
           MOVE OW-DATASET-MASK  TO MK-MASK(WS-MASK-COUNT)
           MOVE WS-MASK-LEN      TO MK-MASK-LEN(WS-MASK-COUNT)
           IF WS-STAR-COUNT = 0
               SET MK-MASK-QUALIFIER(WS-MASK-COUNT) TO TRUE
           ELSE
               SET MK-MASK-PREFIX(WS-MASK-COUNT) TO TRUE
           END-IF
           MOVE WS-FOUND-SUB     TO MK-APPL-SUB(WS-MASK-COUNT).
       1200-EXIT.
           EXIT.

       1250-CHECK-DUPLICATE-MASK.
           IF MK-MASK(WS-MASK-SUB) = OW-DATASET-MASK
               SET WS-DUP-MASK TO TRUE
           END-IF.

       1260-FIND-APPLICATION.
           IF AP-APPLICATION-NAME(WS-APPL-SUB) = OW-APPLICATION-NAME
               MOVE WS-APPL-SUB TO WS-FOUND-SUB
           END-IF.

       1270-ADD-APPLICATION.
           ADD 1 TO WS-APPL-COUNT
           MOVE WS-APPL-COUNT TO WS-FOUND-SUB
           MOVE OW-APPLICATION-NAME
                                TO AP-APPLICATION-NAME(WS-FOUND-SUB)
           MOVE OW-OWNING-TEAM     TO AP-OWNING-TEAM(WS-FOUND-SUB)
           MOVE OW-CONTACT-MAILBOX TO AP-CONTACT-MAILBOX(WS-FOUND-SUB)
           MOVE OW-COST-CENTER     TO AP-COST-CENTER(WS-FOUND-SUB)
           MOVE SPACES             TO AP-LAST-SCR-VOL(WS-FOUND-SUB)
           MOVE 0                  TO AP-ROWS(WS-FOUND-SUB)
           MOVE 0                  TO AP-PENDENTE(WS-FOUND-SUB)
           MOVE 0                  TO AP-ANDAMENTO(WS-FOUND-SUB)
           MOVE 0                  TO AP-CONCLUIDA(WS-FOUND-SUB)
           MOVE 0                  TO AP-EXPIRADA(WS-FOUND-SUB)
           MOVE 0                  TO AP-HELD(WS-FOUND-SUB)
           MOVE 0                  TO AP-FAILED(WS-FOUND-SUB)
           MOVE 0                  TO AP-SCR-VOLS(WS-FOUND-SUB).

      *-------------------------------------------------------*
      * 1500-CHECK-OWNER-TABLE - an empty or missing catalog  *
      *                          would make every dataset on  *
      *                          file unowned; refuse it.     *
      *                          Otherwise list the catalog   *
      *                          in effect.                   *
      *-------------------------------------------------------*
       1500-CHECK-OWNER-TABLE.
           IF AFMOWNER-OK OR AFMOWNER-EOF
               CLOSE AFMOWNER-FILE
           END-IF
           IF WS-MASK-COUNT = 0
               MOVE 0 TO EL-RECORD-NO
               MOVE 'NO OWNER ENTRIES LOADED - CATALOG MISSING OR EMPTY'
                   TO EL-MESSAGE
               SET WS-TABLE-ERROR TO TRUE
               MOVE WS-ERROR-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF NOT WS-TABLE-ERROR
               MOVE WS-CATALOG-HEADING TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM 1550-LIST-MASK
                   VARYING WS-MASK-SUB FROM 1 BY 1
                   UNTIL WS-MASK-SUB > WS-MASK-COUNT
           END-IF.

       1550-LIST-MASK.
           MOVE MK-APPL-SUB(WS-MASK-SUB) TO WS-APPL-SUB
           MOVE MK-MASK(WS-MASK-SUB)     TO CN-MASK
           MOVE AP-APPLICATION-NAME(WS-APPL-SUB) TO CN-APPLICATION
           MOVE AP-OWNING-TEAM(WS-APPL-SUB)      TO CN-TEAM
           MOVE WS-CATALOG-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       1900-WRITE-TABLE-ERROR.
           SET WS-TABLE-ERROR TO TRUE
           MOVE WS-TABLE-RECORDS TO EL-RECORD-NO
           MOVE WS-ERROR-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *-------------------------------------------------------*
      * 1600-OPEN-FILES - AFMVSEQ and the AFMSCR generation   *
      *                   AFM210 wrote this cycle. Without    *
      *                   AFMSCR every owner would be told    *
      *                   nothing is ready to scratch, so a   *
      *                   missing one stops the step. The     *
      *                   first AFMSCR record is read ahead   *
      *                   for the merge.                      *
      *-------------------------------------------------------*
       1600-OPEN-FILES.
           OPEN INPUT AFMVSEQ-FILE
           IF NOT AFMVSEQ-OK
               MOVE 'AFM380 CANNOT OPEN AFMVSEQ' TO WS-ABEND-MESSAGE
               PERFORM 9000-ABEND
           END-IF
           OPEN INPUT AFMSCR-FILE
           IF NOT AFMSCR-OK
               MOVE 'AFM380 CANNOT OPEN AFMSCR' TO WS-ABEND-MESSAGE
               PERFORM 9000-ABEND
           END-IF
           OPEN OUTPUT NOTE-FILE
           PERFORM 2150-READ-AFMSCR.

      *-------------------------------------------------------*
      * 2000-SELECT-ROWS - sort input: every AFMVSEQ row,     *
      *                    given to its owner or released as  *
      *                    unowned, then one summary record   *
      *                    per application that owns anything *
      *                    on file.                           *
      *-------------------------------------------------------*
       2000-SELECT-ROWS.
           PERFORM 2100-SELECT-ROW THRU 2100-EXIT
               UNTIL AFMVSEQ-AT-EOF
           PERFORM 2700-RELEASE-SUMMARY
               VARYING WS-APPL-SUB FROM 1 BY 1
               UNTIL WS-APPL-SUB > WS-APPL-COUNT.

       2100-SELECT-ROW.
           READ AFMVSEQ-FILE
               AT END
                   SET AFMVSEQ-AT-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-ROWS-READ
           PERFORM 2150-READ-AFMSCR
               UNTIL AFMSCR-AT-EOF
                  OR SCR-VOLUME-ID NOT < VS-VOLUME-ID
           MOVE 'N' TO WS-SCRATCH-VOLUME-SW
           IF NOT AFMSCR-AT-EOF
               IF SCR-VOLUME-ID = VS-VOLUME-ID
                   SET WS-SCRATCH-VOLUME TO TRUE
               END-IF
           END-IF
           PERFORM 2200-SITUACAO-TEXT
           PERFORM 2300-FIND-OWNER
           IF WS-BEST-SUB = 0
               ADD 1 TO WS-ROWS-UNOWNED
               PERFORM 2600-RELEASE-UNOWNED
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-ROWS-OWNED
           MOVE MK-APPL-SUB(WS-BEST-SUB) TO WS-APPL-SUB
           ADD 1 TO AP-ROWS(WS-APPL-SUB)
           EVALUATE TRUE
               WHEN VS-SITUACAO-PENDENTE
                   ADD 1 TO AP-PENDENTE(WS-APPL-SUB)
               WHEN VS-SITUACAO-EM-ANDAMENTO
                   ADD 1 TO AP-ANDAMENTO(WS-APPL-SUB)
               WHEN VS-SITUACAO-CONCLUIDA
                   ADD 1 TO AP-CONCLUIDA(WS-APPL-SUB)
               WHEN VS-SITUACAO-EXPIRADA
                   ADD 1 TO AP-EXPIRADA(WS-APPL-SUB)
           END-EVALUATE
      * past retention is a final disposition - a hold left on an
      * EXPIRADA row is nothing for the owner to chase
           IF VS-EXCEPTION-HOLD AND NOT VS-SITUACAO-EXPIRADA
               PERFORM 2400-RELEASE-HELD
           END-IF
           IF WS-SCRATCH-VOLUME
               PERFORM 2500-RELEASE-SCRATCH
           END-IF.
       2100-EXIT.
           EXIT.

       2150-READ-AFMSCR.
           READ AFMSCR-FILE
               AT END
                   SET AFMSCR-AT-EOF TO TRUE
           END-READ.

       2200-SITUACAO-TEXT.
           EVALUATE TRUE
               WHEN VS-SITUACAO-PENDENTE
                   MOVE 'PENDENTE'     TO WS-SITUACAO-TEXT
               WHEN VS-SITUACAO-EM-ANDAMENTO
                   MOVE 'EM-ANDAMENTO' TO WS-SITUACAO-TEXT
               WHEN VS-SITUACAO-CONCLUIDA
                   MOVE 'CONCLUIDA'    TO WS-SITUACAO-TEXT
               WHEN VS-SITUACAO-EXPIRADA
                   MOVE 'EXPIRADA'     TO WS-SITUACAO-TEXT
               WHEN OTHER
                   MOVE 'UNKNOWN'      TO WS-SITUACAO-TEXT
           END-EVALUATE.

      *-------------------------------------------------------*
      * 2300-FIND-OWNER - the longest mask that matches wins; *
      *                   on a tie the earlier entry stands.  *
      *                   A qualifier mask must end on a      *
      *                   whole qualifier of the DATASET-ID - *
      *                   the same rule AFM260 routes by.     *
      *-------------------------------------------------------*
       2300-FIND-OWNER.
           MOVE 0 TO WS-BEST-SUB
           MOVE 0 TO WS-BEST-LEN
           PERFORM 2320-TRY-MASK THRU 2320-EXIT
               VARYING WS-MASK-SUB FROM 1 BY 1
               UNTIL WS-MASK-SUB > WS-MASK-COUNT.

       2320-TRY-MASK.
           IF MK-MASK-LEN(WS-MASK-SUB) NOT > WS-BEST-LEN
               GO TO 2320-EXIT
           END-IF
           IF VS-DATASET-ID(1:MK-MASK-LEN(WS-MASK-SUB)) NOT =
               MK-MASK(WS-MASK-SUB)(1:MK-MASK-LEN(WS-MASK-SUB))
               GO TO 2320-EXIT
           END-IF
           IF MK-MASK-QUALIFIER(WS-MASK-SUB)
               AND MK-MASK-LEN(WS-MASK-SUB) < 44
               IF VS-DATASET-ID(MK-MASK-LEN(WS-MASK-SUB) + 1:1)
                   NOT = '.' AND NOT = SPACE
                   GO TO 2320-EXIT
               END-IF
           END-IF
           MOVE WS-MASK-SUB              TO WS-BEST-SUB
           MOVE MK-MASK-LEN(WS-MASK-SUB) TO WS-BEST-LEN.
       2320-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 2400-RELEASE-HELD - a held row for its owner's        *
      *                     statement. AFM080 only holds a    *
      *                     row when MIGCONF reports a        *
      *                     failure that will not clear by    *
      *                     itself (a timeout goes round      *
      *                     again until the retry limit) -    *
      *                     that is FAILED; every other hold  *
      *                     is HELD, with the step or         *
      *                     operator that set it.             *
      *-------------------------------------------------------*
       2400-RELEASE-HELD.
           PERFORM 2800-FILL-SORT-RECORD
           MOVE AP-APPLICATION-NAME(WS-APPL-SUB)
                                        TO SO-APPLICATION-NAME
           SET SO-HELD-ROW TO TRUE
           IF VS-EXCEPTION-SET-BY = WS-FAILURE-USERID
               ADD 1 TO AP-FAILED(WS-APPL-SUB)
               MOVE 'FAILED' TO SO-STATE
           ELSE
               ADD 1 TO AP-HELD(WS-APPL-SUB)
               MOVE 'HELD'   TO SO-STATE
           END-IF
           MOVE VS-EXCEPTION-SET-BY   TO SO-SET-BY
           MOVE VS-EXCEPTION-SET-DATE TO SO-SET-DATE
           MOVE VS-EXCEPTION-REASON   TO SO-REASON
           RELEASE OWNER-SORT-RECORD.

      *-------------------------------------------------------*
      * 2500-RELEASE-SCRATCH - a row on a volume AFM210       *
      *                        cleared to scratch. The volume *
      *                        is counted once per owner.     *
      *-------------------------------------------------------*
       2500-RELEASE-SCRATCH.
           IF AP-LAST-SCR-VOL(WS-APPL-SUB) NOT = VS-VOLUME-ID
               ADD 1 TO AP-SCR-VOLS(WS-APPL-SUB)
               MOVE VS-VOLUME-ID TO AP-LAST-SCR-VOL(WS-APPL-SUB)
           END-IF
           PERFORM 2800-FILL-SORT-RECORD
           MOVE AP-APPLICATION-NAME(WS-APPL-SUB)
                                        TO SO-APPLICATION-NAME
           SET SO-SCRATCH-ROW TO TRUE
           MOVE SCR-AUTH-DATE TO SO-AUTH-DATE
           RELEASE OWNER-SORT-RECORD.

       2600-RELEASE-UNOWNED.
           PERFORM 2800-FILL-SORT-RECORD
           MOVE HIGH-VALUES TO SO-APPLICATION-NAME
           SET SO-UNOWNED-ROW TO TRUE
           IF WS-SCRATCH-VOLUME
               ADD 1 TO WS-UNOWNED-SCRATCH
               SET SO-ON-SCRATCH-VOLUME TO TRUE
           END-IF
           RELEASE OWNER-SORT-RECORD.

       2700-RELEASE-SUMMARY.
           IF AP-ROWS(WS-APPL-SUB) = 0
               ADD 1 TO WS-APPLS-NO-DATA
           ELSE
               MOVE SPACES TO OWNER-SORT-RECORD
               MOVE AP-APPLICATION-NAME(WS-APPL-SUB)
                                        TO SO-APPLICATION-NAME
               SET SO-SUMMARY TO TRUE
               MOVE LOW-VALUES  TO SO-VOLUME-ID
               MOVE 0           TO SO-FILE-SEQ
               MOVE WS-APPL-SUB TO SO-APPL-SUB
               RELEASE OWNER-SORT-RECORD
           END-IF.

       2800-FILL-SORT-RECORD.
           MOVE SPACES           TO OWNER-SORT-RECORD
           MOVE VS-VOLUME-ID     TO SO-VOLUME-ID
           MOVE VS-FILE-SEQ      TO SO-FILE-SEQ
           MOVE WS-APPL-SUB      TO SO-APPL-SUB
           MOVE VS-DATASET-ID    TO SO-DATASET-ID
           MOVE WS-SITUACAO-TEXT TO SO-SITUACAO
           MOVE 'N'              TO SO-SCRATCH-SW.

      *-------------------------------------------------------*
      * 3000-WRITE-STATEMENTS - sort output: one statement    *
      *                         and one notification group    *
      *                         per application, in           *
      *                         application-name order, then  *
      *                         the unowned-data exceptions.  *
      *-------------------------------------------------------*
       3000-WRITE-STATEMENTS.
           PERFORM 3100-RETURN-LINE THRU 3100-EXIT
               UNTIL OWNER-SORT-AT-EOF
           IF WS-STATEMENT-OPEN
               PERFORM 3800-CLOSE-STATEMENT
           END-IF
           IF WS-ROWS-UNOWNED = 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-UNOWNED-NONE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       3100-RETURN-LINE.
           RETURN OWNER-SORT-FILE
               AT END
                   SET OWNER-SORT-AT-EOF TO TRUE
                   GO TO 3100-EXIT
           END-RETURN
           EVALUATE TRUE
               WHEN SO-SUMMARY
                   PERFORM 3200-OPEN-STATEMENT
               WHEN SO-HELD-ROW
                   PERFORM 3300-HELD-LINE
               WHEN SO-SCRATCH-ROW
                   PERFORM 3400-SCRATCH-LINE
               WHEN SO-UNOWNED-ROW
                   PERFORM 3500-UNOWNED-LINE
           END-EVALUATE.
       3100-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 3200-OPEN-STATEMENT - the summary record sorts ahead  *
      *                       of the application's rows:      *
      *                       close the last statement, print *
      *                       the owner and the counts, write *
      *                       the notification header.        *
      *-------------------------------------------------------*
       3200-OPEN-STATEMENT.
           IF WS-STATEMENT-OPEN
               PERFORM 3800-CLOSE-STATEMENT
           END-IF
           MOVE SO-APPL-SUB TO WS-APPL-SUB
           SET WS-STATEMENT-OPEN TO TRUE
           MOVE 'N' TO WS-SCRATCH-HEADING-SW
           MOVE 0 TO WS-OWNER-NOTES
           ADD 1 TO WS-STATEMENTS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE AP-APPLICATION-NAME(WS-APPL-SUB) TO SH-APPLICATION
           MOVE WS-STATEMENT-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE AP-OWNING-TEAM(WS-APPL-SUB)      TO SH-TEAM
           MOVE AP-COST-CENTER(WS-APPL-SUB)      TO SH-COST-CENTER
           MOVE WS-STATEMENT-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE AP-CONTACT-MAILBOX(WS-APPL-SUB)  TO SH-MAILBOX
           MOVE WS-STATEMENT-LINE-3 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE AP-PENDENTE(WS-APPL-SUB)  TO CL-PENDENTE
           MOVE AP-ANDAMENTO(WS-APPL-SUB) TO CL-ANDAMENTO
           MOVE AP-CONCLUIDA(WS-APPL-SUB) TO CL-CONCLUIDA
           MOVE WS-COUNT-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE AP-EXPIRADA(WS-APPL-SUB)  TO CL-EXPIRADA
           MOVE AP-HELD(WS-APPL-SUB)      TO CL-HELD
           MOVE AP-FAILED(WS-APPL-SUB)    TO CL-FAILED
           MOVE WS-COUNT-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE AP-ROWS(WS-APPL-SUB)      TO CL-ROWS
           MOVE AP-SCR-VOLS(WS-APPL-SUB)  TO CL-SCR-VOLS
           MOVE WS-COUNT-LINE-3 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF AP-HELD(WS-APPL-SUB) + AP-FAILED(WS-APPL-SUB) = 0
               MOVE WS-HELD-NONE TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE WS-HELD-HEADING TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-HELD-COLUMNS TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE AP-CONTACT-MAILBOX(WS-APPL-SUB)  TO NH-MAILBOX
           MOVE AP-APPLICATION-NAME(WS-APPL-SUB) TO NH-APPLICATION
           MOVE AP-OWNING-TEAM(WS-APPL-SUB)      TO NH-TEAM
           MOVE AP-COST-CENTER(WS-APPL-SUB)      TO NH-COST-CENTER
           MOVE WS-TODAY-DATE                    TO NH-RUN-DATE
           MOVE AP-PENDENTE(WS-APPL-SUB)         TO NH-PENDENTE
           MOVE AP-ANDAMENTO(WS-APPL-SUB)        TO NH-ANDAMENTO
           MOVE AP-CONCLUIDA(WS-APPL-SUB)        TO NH-CONCLUIDA
           MOVE AP-EXPIRADA(WS-APPL-SUB)         TO NH-EXPIRADA
           MOVE AP-HELD(WS-APPL-SUB)             TO NH-HELD
           MOVE AP-FAILED(WS-APPL-SUB)           TO NH-FAILED
           MOVE AP-SCR-VOLS(WS-APPL-SUB)         TO NH-SCR-VOLS
           MOVE WS-NOTE-HEADER TO NOTE-RECORD
           PERFORM 3900-WRITE-NOTE.

       3300-HELD-LINE.
           MOVE SO-STATE      TO HL-STATE
           MOVE SO-VOLUME-ID  TO HL-VOLUME-ID
           MOVE SO-FILE-SEQ   TO HL-FILE-SEQ
           MOVE SO-DATASET-ID TO HL-DATASET-ID
           MOVE SO-SET-BY     TO HL-SET-BY
           MOVE SO-REASON     TO HL-REASON
           MOVE WS-HELD-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE AP-CONTACT-MAILBOX(WS-APPL-SUB)  TO ND-MAILBOX
           MOVE AP-APPLICATION-NAME(WS-APPL-SUB) TO ND-APPLICATION
           MOVE SO-STATE      TO ND-STATE
           MOVE SO-VOLUME-ID  TO ND-VOLUME-ID
           MOVE SO-FILE-SEQ   TO ND-FILE-SEQ
           MOVE SO-DATASET-ID TO ND-DATASET-ID
           MOVE SO-SET-BY     TO ND-SET-BY
           MOVE SO-SET-DATE   TO ND-SET-DATE
           MOVE SO-REASON     TO ND-REASON
           MOVE WS-NOTE-DETAIL TO NOTE-RECORD
           ADD 1 TO WS-OWNER-NOTES
           PERFORM 3900-WRITE-NOTE.

       3400-SCRATCH-LINE.
           IF NOT WS-SCRATCH-HEADING-DONE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-SCRATCH-HEADING TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-SCRATCH-COLUMNS TO REPORT-LINE
               WRITE REPORT-LINE
               SET WS-SCRATCH-HEADING-DONE TO TRUE
           END-IF
           MOVE SO-VOLUME-ID  TO SL-VOLUME-ID
           MOVE SO-FILE-SEQ   TO SL-FILE-SEQ
           MOVE SO-DATASET-ID TO SL-DATASET-ID
           MOVE SO-AUTH-DATE  TO SL-AUTH-DATE
           MOVE WS-SCRATCH-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE AP-CONTACT-MAILBOX(WS-APPL-SUB)  TO NS-MAILBOX
           MOVE AP-APPLICATION-NAME(WS-APPL-SUB) TO NS-APPLICATION
           MOVE SO-VOLUME-ID  TO NS-VOLUME-ID
           MOVE SO-FILE-SEQ   TO NS-FILE-SEQ
           MOVE SO-DATASET-ID TO NS-DATASET-ID
           MOVE SO-AUTH-DATE  TO NS-AUTH-DATE
           MOVE WS-NOTE-SCRATCH TO NOTE-RECORD
           ADD 1 TO WS-OWNER-NOTES
           PERFORM 3900-WRITE-NOTE.

      *-------------------------------------------------------*
      * 3500-UNOWNED-LINE - a row no catalog mask matches.    *
      *                     Flagged when its volume is        *
      *                     already cleared to scratch -      *
      *                     those are the ones to catalog     *
      *                     first.                            *
      *-------------------------------------------------------*
       3500-UNOWNED-LINE.
           IF WS-STATEMENT-OPEN
               PERFORM 3800-CLOSE-STATEMENT
           END-IF
           IF NOT WS-UNOWNED-HEADING-DONE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-UNOWNED-HEADING TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-UNOWNED-COLUMNS TO REPORT-LINE
               WRITE REPORT-LINE
               SET WS-UNOWNED-HEADING-DONE TO TRUE
           END-IF
           MOVE SO-VOLUME-ID  TO UL-VOLUME-ID
           MOVE SO-FILE-SEQ   TO UL-FILE-SEQ
           MOVE SO-DATASET-ID TO UL-DATASET-ID
           MOVE SO-SITUACAO   TO UL-SITUACAO
           IF SO-ON-SCRATCH-VOLUME
               MOVE '** VOLUME CLEARED TO SCRATCH' TO UL-SCRATCH
           ELSE
               MOVE SPACES TO UL-SCRATCH
           END-IF
           MOVE WS-UNOWNED-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *-------------------------------------------------------*
      * 3800-CLOSE-STATEMENT - end of one application: say so *
      *                        when nothing of theirs is      *
      *                        ready to scratch, and close    *
      *                        the notification group with    *
      *                        its count.                     *
      *-------------------------------------------------------*
       3800-CLOSE-STATEMENT.
           IF AP-SCR-VOLS(WS-APPL-SUB) = 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-SCRATCH-NONE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE AP-CONTACT-MAILBOX(WS-APPL-SUB)  TO NT-MAILBOX
           MOVE AP-APPLICATION-NAME(WS-APPL-SUB) TO NT-APPLICATION
           MOVE WS-OWNER-NOTES TO NT-DETAIL-COUNT
           MOVE WS-NOTE-TRAILER TO NOTE-RECORD
           PERFORM 3900-WRITE-NOTE
           MOVE 'N' TO WS-STATEMENT-OPEN-SW.

       3900-WRITE-NOTE.
           WRITE NOTE-RECORD
           ADD 1 TO WS-NOTES-WRITTEN.

      *-------------------------------------------------------*
      * 8000-FINISH - totals. RC=4 when any dataset on file   *
      *               has no owner.                           *
      *-------------------------------------------------------*
       8000-FINISH.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ROWS-READ       TO TL-ROWS-READ
           MOVE WS-ROWS-OWNED      TO TL-ROWS-OWNED
           MOVE WS-TOTAL-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ROWS-UNOWNED    TO TL-ROWS-UNOWNED
           MOVE WS-UNOWNED-SCRATCH TO TL-UNOWNED-SCRATCH
           MOVE WS-TOTAL-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-STATEMENTS      TO TL-STATEMENTS
           MOVE WS-NOTES-WRITTEN   TO TL-NOTES-WRITTEN
           MOVE WS-TOTAL-LINE-3 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-APPLS-NO-DATA   TO TL-APPLS-NO-DATA
           MOVE WS-TOTAL-LINE-4 TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-ROWS-UNOWNED > 0
               MOVE 'AFM380 DATASETS WITH NO OWNER - SEE RPT380'
                   TO WS-MESSAGE-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-MESSAGE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE AFMVSEQ-FILE
           CLOSE AFMSCR-FILE
           CLOSE NOTE-FILE
           CLOSE REPORT-FILE.

      *-------------------------------------------------------*
      * 9000-ABEND - the catalog is in error or an input will *
      *              not open: nothing has been written to    *
      *              AFMNOTE. Message to the report and       *
      *              console, RC=16.                          *
      *-------------------------------------------------------*
       9000-ABEND.
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
