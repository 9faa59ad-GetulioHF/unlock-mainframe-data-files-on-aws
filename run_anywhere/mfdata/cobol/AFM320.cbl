       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AFM320.
       AUTHOR.        G HALLORAN FILHO.
       INSTALLATION.  GFS DATA MIGRATION.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *****************************************************
      * MODIFICATION HISTORY                               *
      *-----------------------------------------------------*
      * DATE       INIT  DESCRIPTION                        *
      * 2026-10-15 GHF   Initial version - reconcile the    *
      *                  AWS S3 Inventory report for the    *
      *                  migration buckets against AFMVSEQ  *
      *                  by bucket/key. Reports every       *
      *                  CONCLUIDA row whose object is      *
      *                  missing from the inventory, or     *
      *                  whose checksum or size has changed *
      *                  since it was confirmed, every      *
      *                  inventory object no AFMVSEQ row    *
      *                  accounts for, and every object in  *
      *                  a different storage class than its *
      *                  row expects. A missing or changed  *
      *                  object on a volume the TMS still   *
      *                  lists (AFMTMS) goes on machine     *
      *                  hold under AFM320 so AFM210 will   *
      *                  not authorize the scratch; on a    *
      *                  volume already scratched it is     *
      *                  reported instead, as the S3 copy   *
      *                  was the only copy. An AFM320 hold  *
      *                  releases itself once the object    *
      *                  matches again. A row confirmed no  *
      *                  earlier than the newest object in  *
      *                  the inventory is not called        *
      *                  missing - the inventory may        *
      *                  predate its upload. Object sizes   *
      *                  are kept from run to run in the    *
      *                  AFMINVR register, the size         *
      *                  baseline AFMVSEQ does not carry.   *
      *                  Every rewrite goes to AFMJRNL.     *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVCSV-FILE   ASSIGN TO INVCSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVCSV-STATUS.

           SELECT INV-SORT-FILE ASSIGN TO SORTWK1.

           SELECT INVSORT-FILE  ASSIGN TO INVSORT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-INVSORT-STATUS.

           SELECT ROW-SORT-FILE ASSIGN TO SORTWK1.

           SELECT ROWSORT-FILE  ASSIGN TO ROWSORT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ROWSORT-STATUS.

           SELECT ACT-SORT-FILE ASSIGN TO SORTWK1.

           SELECT ACTSORT-FILE  ASSIGN TO ACTSORT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACTSORT-STATUS.

           SELECT INVREG-FILE   ASSIGN TO INVREG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-INVREG-STATUS.

           SELECT INVREGN-FILE  ASSIGN TO INVREGN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-INVREGN-STATUS.

           SELECT AFMVSEQ-FILE  ASSIGN TO AFMVSEQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VS-REC-KEY
               FILE STATUS IS WS-AFMVSEQ-STATUS.

           SELECT AFMTMS-FILE   ASSIGN TO AFMTMS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AFMTMS-STATUS.

           SELECT AFMJRNL-FILE  ASSIGN TO AFMJRNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AFMJRNL-STATUS.

           SELECT REPORT-FILE   ASSIGN TO RPT320
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * the S3 Inventory CSV, every column quoted: bucket, key
      * (URL-encoded), size, last-modified, storage class and the
      * object's SHA-256 checksum
       FD  INVCSV-FILE
           RECORD CONTAINS 1024 CHARACTERS.
       01  INVCSV-LINE              PIC X(1024).

       SD  INV-SORT-FILE.
       01  INV-SORT-RECORD.
           05 SI-BUCKET         PIC X(063).
           05 SI-KEY            PIC X(085).
           05 SI-SIZE           PIC 9(015).
           05 SI-STORAGE-CLASS  PIC X(012).
           05 SI-CHECKSUM       PIC X(064).
           05 FILLER            PIC X(001).

       FD  INVSORT-FILE
           RECORD CONTAINS 240 CHARACTERS.
       01  INVSORT-RECORD.
           05 IV-OBJECT.
               10 IV-BUCKET     PIC X(063).
               10 IV-KEY        PIC X(085).
           05 IV-SIZE           PIC 9(015).
           05 IV-STORAGE-CLASS  PIC X(012).
           05 IV-CHECKSUM       PIC X(064).
           05 FILLER            PIC X(001).

      * the AFMVSEQ rows that point at an S3 object, in object
      * order
       SD  ROW-SORT-FILE.
       01  ROW-SORT-RECORD.
           05 SR-BUCKET         PIC X(063).
           05 SR-KEY            PIC X(085).
           05 SR-VOLUME-ID      PIC X(006).
           05 SR-FILE-SEQ       PIC 9(002) USAGE BINARY.
           05 SR-DATASET-ID     PIC X(044).
           05 SR-SITUACAO       PIC 9(001) USAGE BINARY.
           05 SR-MIGRATION-DATE PIC X(008).
           05 SR-STORAGE-CLASS  PIC X(012).
           05 SR-CHECKSUM       PIC X(064).
           05 SR-VOLSET-SEQ     PIC 9(003) USAGE BINARY.
           05 SR-VOLSET-COUNT   PIC 9(003) USAGE BINARY.
           05 SR-EXCEPTION-FLAG PIC X(001).
           05 SR-EXCEPTION-SET-BY PIC X(008).

       FD  ROWSORT-FILE
           RECORD CONTAINS 299 CHARACTERS.
       01  ROWSORT-RECORD.
           05 RW-OBJECT.
               10 RW-BUCKET     PIC X(063).
               10 RW-KEY        PIC X(085).
           05 RW-VOLUME-ID      PIC X(006).
           05 RW-FILE-SEQ       PIC 9(002) USAGE BINARY.
           05 RW-DATASET-ID     PIC X(044).
           05 RW-SITUACAO       PIC 9(001) USAGE BINARY.
               88 RW-SITUACAO-CONCLUIDA  VALUE 2.
           05 RW-MIGRATION-DATE PIC X(008).
           05 RW-STORAGE-CLASS  PIC X(012).
           05 RW-CHECKSUM       PIC X(064).
           05 RW-VOLSET-SEQ     PIC 9(003) USAGE BINARY.
           05 RW-VOLSET-COUNT   PIC 9(003) USAGE BINARY.
               88 RW-VOLSET-SINGLE       VALUE 0 1.
           05 RW-EXCEPTION-FLAG PIC X(001).
               88 RW-EXCEPTION-HOLD      VALUE 'Y'.
           05 RW-EXCEPTION-SET-BY PIC X(008).

      * one hold to place or release, in AFMVSEQ key order
       SD  ACT-SORT-FILE.
       01  ACT-SORT-RECORD.
           05 SA-VOLUME-ID      PIC X(006).
           05 SA-FILE-SEQ       PIC 9(002) USAGE BINARY.
           05 SA-ACTION         PIC X(001).
           05 SA-REASON         PIC X(050).
           05 FILLER            PIC X(001).

       FD  ACTSORT-FILE
           RECORD CONTAINS 060 CHARACTERS.
       01  ACTSORT-RECORD.
           05 AC-VOLUME-ID      PIC X(006).
           05 AC-FILE-SEQ       PIC 9(002) USAGE BINARY.
           05 AC-ACTION         PIC X(001).
               88 AC-PLACE-HOLD          VALUE 'H'.
               88 AC-RELEASE-HOLD        VALUE 'R'.
           05 AC-REASON         PIC X(050).
           05 FILLER            PIC X(001).

       FD  INVREG-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY AFMINVR.

      * the AFMINVR layout again for the new generation
       FD  INVREGN-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  INVREGN-RECORD.
           05 NR-OBJECT.
               10 NR-BUCKET     PIC X(063).
               10 NR-KEY        PIC X(085).
           05 NR-SIZE           PIC 9(015).
           05 NR-FIRST-SEEN     PIC X(008).
           05 NR-LAST-SEEN      PIC X(008).
           05 FILLER            PIC X(021).

       FD  AFMVSEQ-FILE.
           COPY AFMVSEQ.

       FD  AFMTMS-FILE
           RECORD CONTAINS 064 CHARACTERS.
           COPY AFMTMS.

       FD  AFMJRNL-FILE
           RECORD CONTAINS 810 CHARACTERS.
           COPY AFMJRNL.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-INVCSV-STATUS          PIC X(002).
           88 INVCSV-OK              VALUE '00'.
       01  WS-INVSORT-STATUS         PIC X(002).
       01  WS-ROWSORT-STATUS         PIC X(002).
       01  WS-ACTSORT-STATUS         PIC X(002).
       01  WS-INVREG-STATUS          PIC X(002).
           88 INVREG-OK              VALUE '00'.
           88 INVREG-NOT-FOUND       VALUE '35'.
       01  WS-INVREGN-STATUS         PIC X(002).
       01  WS-AFMVSEQ-STATUS         PIC X(002).
           88 AFMVSEQ-OK             VALUE '00'.
           88 AFMVSEQ-NOTFND         VALUE '23'.
       01  WS-AFMTMS-STATUS          PIC X(002).
       01  WS-AFMJRNL-STATUS         PIC X(002).
       01  WS-REPORT-STATUS          PIC X(002).

       01  WS-INVCSV-EOF-SW          PIC X(001) VALUE 'N'.
           88 INVCSV-AT-EOF             VALUE 'Y'.
       01  WS-AFMVSEQ-EOF-SW         PIC X(001) VALUE 'N'.
           88 AFMVSEQ-AT-EOF            VALUE 'Y'.
       01  WS-ACTSORT-EOF-SW         PIC X(001) VALUE 'N'.
           88 ACTSORT-AT-EOF            VALUE 'Y'.
       01  WS-AFMTMS-EOF-SW          PIC X(001) VALUE 'N'.
           88 AFMTMS-AT-EOF             VALUE 'Y'.
       01  WS-INVREG-OPEN-SW         PIC X(001) VALUE 'N'.
           88 INVREG-OPENED             VALUE 'Y'.

       01  WS-HOLD-USERID            PIC X(008) VALUE 'AFM320'.
       01  WS-TODAY-DATE             PIC X(008).
       01  WS-RUN-TIME               PIC X(006).

      * the row as read, kept for the AFMJRNL before image, and
      * the number of journal records this run has written
       01  WS-JRNL-BEFORE-IMAGE      PIC X(375).
       01  WS-JRNL-COUNT             PIC 9(007) USAGE BINARY VALUE 0.

      * one inventory line taken apart. The key arrives URL-encoded
      * and is decoded into WS-DECODED-KEY a character at a time.
       01  WS-CSV-FIELDS.
           05 WS-CSV-BUCKET          PIC X(100).
           05 WS-CSV-KEY             PIC X(1024).
           05 WS-CSV-SIZE            PIC X(020).
           05 WS-CSV-LAST-MODIFIED   PIC X(030).
           05 WS-CSV-STORAGE-CLASS   PIC X(020).
           05 WS-CSV-CHECKSUM        PIC X(100).
       01  WS-CSV-FIELD-COUNT        PIC 9(003) USAGE BINARY.
       01  WS-CSV-BUCKET-LEN         PIC 9(004) USAGE BINARY.
       01  WS-CSV-KEY-LEN            PIC 9(004) USAGE BINARY.
       01  WS-CSV-SIZE-LEN           PIC 9(004) USAGE BINARY.
       01  WS-SIZE-TEXT              PIC X(015).
       01  WS-SIZE-NUM REDEFINES WS-SIZE-TEXT
                                     PIC 9(015).
       01  WS-MODIFIED-DATE          PIC X(008).
       01  WS-DECODED-KEY            PIC X(1024).
       01  WS-DECODED-LEN            PIC 9(004) USAGE BINARY.
       01  WS-KEY-POS                PIC 9(004) USAGE BINARY.
       01  WS-HEX-PAIR               PIC X(002).

      * the buckets the inventory covers. Only rows bound for one
      * of them are reconciled - a bucket missing from the
      * inventory tells nothing about its objects.
       01  WS-BUCKET-COUNT           PIC 9(003) USAGE BINARY VALUE 0.
       01  WS-BUCKET-TABLE.
           05 BT-BUCKET              PIC X(063) OCCURS 100 TIMES.
       01  WS-BUCKET-SUB             PIC 9(003) USAGE BINARY.
       01  WS-BUCKET-FOUND-SUB       PIC 9(003) USAGE BINARY.
       01  WS-SEARCH-BUCKET          PIC X(063).
       01  WS-BUCKET-OVERFLOW-SW     PIC X(001) VALUE 'N'.
           88 WS-BUCKET-OVERFLOW        VALUE 'Y'.

      * the newest last-modified date in the inventory: a row
      * confirmed on or after it may simply not be listed yet
       01  WS-INVENTORY-DATE         PIC X(008) VALUE LOW-VALUES.

      * the three inputs of the match, by bucket/key. HIGH-VALUES
      * once a file is exhausted; the lowest of the three is the
      * object being reconciled.
       01  WS-INV-OBJECT             PIC X(148).
       01  WS-ROW-OBJECT             PIC X(148).
       01  WS-REG-OBJECT             PIC X(148) VALUE SPACES.
       01  WS-CUR-OBJECT.
           05 WS-CUR-BUCKET          PIC X(063).
           05 WS-CUR-KEY             PIC X(085).

      * what the inventory and the register say about the object
       01  WS-CUR-INVENTORY.
           05 WS-CUR-LISTED-SW       PIC X(001).
               88 WS-CUR-LISTED         VALUE 'Y'.
           05 WS-CUR-SIZE            PIC 9(015).
           05 WS-CUR-STORAGE-CLASS   PIC X(012).
           05 WS-CUR-CHECKSUM        PIC X(064).
       01  WS-CUR-REGISTER.
           05 WS-CUR-REGISTERED-SW   PIC X(001).
               88 WS-CUR-REGISTERED     VALUE 'Y'.
           05 WS-CUR-REG-SIZE        PIC 9(015).
           05 WS-CUR-REG-FIRST-SEEN  PIC X(008).
           05 WS-CUR-REG-LAST-SEEN   PIC X(008).
       01  WS-CUR-ROWS               PIC 9(005) USAGE BINARY.
       01  WS-CUR-CONCLUIDA-SW       PIC X(001).
           88 WS-CUR-CONCLUIDA          VALUE 'Y'.

       01  WS-ROW-FINDING            PIC X(012).
       01  WS-ROW-REASON             PIC X(050).
       01  WS-TMS-LIVE-SW            PIC X(001).
           88 WS-TMS-LIVE               VALUE 'Y'.

       01  WS-COUNTERS.
           05 WS-LINES-READ          PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-LINES-REJECTED      PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-OBJECTS-LISTED      PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-DUPLICATE-LINES     PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ROWS-WITH-KEY       PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ROWS-NOT-COVERED    PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ROWS-CHECKED        PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ROWS-TOO-RECENT     PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ROWS-MISSING        PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ROWS-CHECKSUM       PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ROWS-SIZE           PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ROWS-WRONG-CLASS    PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ORPHANS             PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-REGISTER-WRITTEN    PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-HOLDS-PLACED        PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-HOLDS-KEPT          PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ALREADY-ON-HOLD     PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-VOLUMES-SCRATCHED   PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-HOLDS-RELEASED      PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ROWS-NOT-ON-FILE    PIC 9(007) USAGE BINARY VALUE 0.

       01  WS-HEADING-1              PIC X(050) VALUE
           'AFM320 - S3 INVENTORY RECONCILIATION REPORT'.

       01  WS-FINDING-HEADING.
           05 FILLER                 PIC X(016) VALUE
               '  FINDING'.
           05 FILLER                 PIC X(012) VALUE 'VOLUME SEQ'.
           05 FILLER                 PIC X(072) VALUE
               'BUCKET/KEY'.
           05 FILLER                 PIC X(006) VALUE 'DETAIL'.

       01  WS-FINDING-LINE.
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 FL-FINDING             PIC X(012).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 FL-VOLUME-ID           PIC X(006).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 FL-FILE-SEQ            PIC X(002).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 FL-OBJECT              PIC X(070).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 FL-DETAIL              PIC X(030).
       01  WS-FILE-SEQ-EDIT          PIC Z9.

       01  WS-ACTION-HEADING.
           05 FILLER                 PIC X(012) VALUE '  VOLUME SEQ'.
           05 FILLER                 PIC X(046) VALUE
               '  DATASET-ID'.
           05 FILLER                 PIC X(052) VALUE 'FINDING'.
           05 FILLER                 PIC X(007) VALUE 'OUTCOME'.

       01  WS-ACTION-LINE.
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 AL-VOLUME-ID           PIC X(006).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 AL-FILE-SEQ            PIC Z(001)9.
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 AL-DATASET-ID          PIC X(044).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 AL-REASON              PIC X(050).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 AL-OUTCOME             PIC X(020).

       01  WS-TOTAL-LINE-1.
           05 FILLER                 PIC X(024) VALUE
               'INVENTORY LINES READ   '.
           05 TL-LINES-READ          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'LINES REJECTED         '.
           05 TL-LINES-REJECTED      PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'DUPLICATE LINES        '.
           05 TL-DUPLICATE-LINES     PIC ZZZ,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05 FILLER                 PIC X(024) VALUE
               'OBJECTS LISTED         '.
           05 TL-OBJECTS-LISTED      PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'ORPHAN OBJECTS         '.
           05 TL-ORPHANS             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'REGISTER ENTRIES KEPT  '.
           05 TL-REGISTER-WRITTEN    PIC ZZZ,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05 FILLER                 PIC X(024) VALUE
               'ROWS WITH AN S3 KEY    '.
           05 TL-ROWS-WITH-KEY       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'CONCLUIDA ROWS CHECKED '.
           05 TL-ROWS-CHECKED        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'TOO RECENT TO CALL     '.
           05 TL-ROWS-TOO-RECENT     PIC ZZZ,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-4.
           05 FILLER                 PIC X(024) VALUE
               'OBJECT MISSING         '.
           05 TL-ROWS-MISSING        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'CHECKSUM CHANGED       '.
           05 TL-ROWS-CHECKSUM       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'SIZE CHANGED           '.
           05 TL-ROWS-SIZE           PIC ZZZ,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-5.
           05 FILLER                 PIC X(024) VALUE
               'WRONG STORAGE CLASS    '.
           05 TL-ROWS-WRONG-CLASS    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'HOLDS PLACED           '.
           05 TL-HOLDS-PLACED        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'HOLDS KEPT             '.
           05 TL-HOLDS-KEPT          PIC ZZZ,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-6.
           05 FILLER                 PIC X(024) VALUE
               'ALREADY HELD BY OTHERS '.
           05 TL-ALREADY-ON-HOLD     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'VOLUME ALREADY SCRATCHD'.
           05 TL-VOLUMES-SCRATCHED   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'HOLDS RELEASED         '.
           05 TL-HOLDS-RELEASED      PIC ZZZ,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-7.
           05 FILLER                 PIC X(024) VALUE
               'ROWS NOT ON FILE       '.
           05 TL-ROWS-NOT-ON-FILE    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'ROWS IN OTHER BUCKETS  '.
           05 TL-ROWS-NOT-COVERED    PIC ZZZ,ZZZ,ZZ9.

       01  WS-ABEND-MESSAGE          PIC X(080) VALUE SPACES.
       01  WS-MESSAGE-LINE           PIC X(080).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SORT-INVENTORY
           IF WS-ABEND-MESSAGE = SPACES
               AND WS-BUCKET-OVERFLOW
               MOVE 'AFM320 MORE THAN 100 BUCKETS IN THE INVENTORY'
                   TO WS-ABEND-MESSAGE
           END-IF
           IF WS-ABEND-MESSAGE = SPACES
               AND WS-OBJECTS-LISTED = 0
               MOVE 'AFM320 NO USABLE INVENTORY LINES - NOTHING APPLIED'
                   TO WS-ABEND-MESSAGE
           END-IF
           IF WS-ABEND-MESSAGE NOT = SPACES
               PERFORM 9000-INVENTORY-ABEND
           END-IF
           PERFORM 2500-SORT-ROWS
           PERFORM 3000-RECONCILE
           PERFORM 4000-APPLY-ACTIONS
           PERFORM 8000-FINISH
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME   FROM TIME
           OPEN OUTPUT REPORT-FILE
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-FINDING-HEADING TO REPORT-LINE
           WRITE REPORT-LINE.

      *-------------------------------------------------------*
      * 2000-SORT-INVENTORY - the inventory in bucket/key     *
      *                       order, one record per object. A *
      *                       line that cannot be taken apart *
      *                       is listed as BAD LINE and       *
      *                       dropped.                        *
      *-------------------------------------------------------*
       2000-SORT-INVENTORY.
           SORT INV-SORT-FILE
               ON ASCENDING KEY SI-BUCKET SI-KEY
               INPUT PROCEDURE IS 2100-RELEASE-INVENTORY
               GIVING INVSORT-FILE.

       2100-RELEASE-INVENTORY.
           OPEN INPUT INVCSV-FILE
           IF NOT INVCSV-OK
               MOVE SPACES TO WS-ABEND-MESSAGE
               STRING 'AFM320 INVCSV OPEN FAILED, FILE STATUS '
                                         DELIMITED BY SIZE
                      WS-INVCSV-STATUS   DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               END-STRING
           ELSE
               PERFORM 2150-RELEASE-ONE-LINE THRU 2150-EXIT
                   UNTIL INVCSV-AT-EOF
               CLOSE INVCSV-FILE
           END-IF.

      *-------------------------------------------------------*
      * 2150-RELEASE-ONE-LINE - quoted columns bucket, key,   *
      *                         size, last-modified, storage  *
      *                         class, checksum. The checksum *
      *                         column may be empty. A key    *
      *                         longer than any AFMVSEQ key   *
      *                         can hold is an orphan         *
      *                         outright - no row can point   *
      *                         at it.                        *
      *-------------------------------------------------------*
       2150-RELEASE-ONE-LINE.
           READ INVCSV-FILE
               AT END
                   SET INVCSV-AT-EOF TO TRUE
                   GO TO 2150-EXIT
           END-READ
           IF INVCSV-LINE = SPACES
               GO TO 2150-EXIT
           END-IF
           ADD 1 TO WS-LINES-READ
           IF INVCSV-LINE(1:1) NOT = '"'
               PERFORM 2190-REJECT-LINE
               GO TO 2150-EXIT
           END-IF
           MOVE SPACES TO WS-CSV-FIELDS
           MOVE 0 TO WS-CSV-FIELD-COUNT
                     WS-CSV-BUCKET-LEN WS-CSV-KEY-LEN WS-CSV-SIZE-LEN
           UNSTRING INVCSV-LINE(2:) DELIMITED BY '","' OR '"'
               INTO WS-CSV-BUCKET        COUNT IN WS-CSV-BUCKET-LEN
                    WS-CSV-KEY           COUNT IN WS-CSV-KEY-LEN
                    WS-CSV-SIZE          COUNT IN WS-CSV-SIZE-LEN
                    WS-CSV-LAST-MODIFIED
                    WS-CSV-STORAGE-CLASS
                    WS-CSV-CHECKSUM
               TALLYING IN WS-CSV-FIELD-COUNT
           END-UNSTRING
           IF WS-CSV-FIELD-COUNT < 5
               OR WS-CSV-BUCKET-LEN = 0 OR WS-CSV-BUCKET-LEN > 63
               OR WS-CSV-KEY-LEN = 0
               OR WS-CSV-SIZE-LEN = 0 OR WS-CSV-SIZE-LEN > 15
               PERFORM 2190-REJECT-LINE
               GO TO 2150-EXIT
           END-IF
           MOVE ZEROS TO WS-SIZE-TEXT
           MOVE WS-CSV-SIZE(1:WS-CSV-SIZE-LEN)
               TO WS-SIZE-TEXT(16 - WS-CSV-SIZE-LEN:WS-CSV-SIZE-LEN)
           IF WS-SIZE-TEXT NOT NUMERIC
               PERFORM 2190-REJECT-LINE
               GO TO 2150-EXIT
           END-IF
           PERFORM 2200-DECODE-KEY
           IF WS-DECODED-LEN > 85
               ADD 1 TO WS-ORPHANS
               MOVE 'ORPHAN'        TO FL-FINDING
               MOVE SPACES          TO FL-VOLUME-ID FL-FILE-SEQ
               MOVE SPACES          TO FL-OBJECT
               STRING WS-CSV-BUCKET(1:WS-CSV-BUCKET-LEN)
                                    DELIMITED BY SIZE
                      '/'           DELIMITED BY SIZE
                      WS-DECODED-KEY DELIMITED BY SIZE
                   INTO FL-OBJECT
               END-STRING
               MOVE 'KEY TOO LONG FOR ANY AFMVSEQ ROW' TO FL-DETAIL
               PERFORM 3900-WRITE-FINDING
               GO TO 2150-EXIT
           END-IF
           IF WS-CSV-LAST-MODIFIED(1:4) NUMERIC
               AND WS-CSV-LAST-MODIFIED(6:2) NUMERIC
               AND WS-CSV-LAST-MODIFIED(9:2) NUMERIC
               STRING WS-CSV-LAST-MODIFIED(1:4) DELIMITED BY SIZE
                      WS-CSV-LAST-MODIFIED(6:2) DELIMITED BY SIZE
                      WS-CSV-LAST-MODIFIED(9:2) DELIMITED BY SIZE
                   INTO WS-MODIFIED-DATE
               END-STRING
               IF WS-MODIFIED-DATE > WS-INVENTORY-DATE
                   MOVE WS-MODIFIED-DATE TO WS-INVENTORY-DATE
               END-IF
           END-IF
           MOVE WS-CSV-BUCKET TO WS-SEARCH-BUCKET
           PERFORM 2180-FIND-BUCKET
           IF WS-BUCKET-FOUND-SUB = 0
               IF WS-BUCKET-COUNT NOT < 100
                   SET WS-BUCKET-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-BUCKET-COUNT
                   MOVE WS-CSV-BUCKET TO BT-BUCKET(WS-BUCKET-COUNT)
               END-IF
           END-IF
           MOVE SPACES               TO INV-SORT-RECORD
           MOVE WS-CSV-BUCKET        TO SI-BUCKET
           MOVE WS-DECODED-KEY       TO SI-KEY
           MOVE WS-SIZE-NUM          TO SI-SIZE
           MOVE WS-CSV-STORAGE-CLASS TO SI-STORAGE-CLASS
           MOVE WS-CSV-CHECKSUM      TO SI-CHECKSUM
           ADD 1 TO WS-OBJECTS-LISTED
           RELEASE INV-SORT-RECORD.
       2150-EXIT.
           EXIT.

       2180-FIND-BUCKET.
           MOVE 0 TO WS-BUCKET-FOUND-SUB
           PERFORM 2185-MATCH-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > WS-BUCKET-COUNT
                  OR WS-BUCKET-FOUND-SUB > 0.

       2185-MATCH-BUCKET.
           IF BT-BUCKET(WS-BUCKET-SUB) = WS-SEARCH-BUCKET
               MOVE WS-BUCKET-SUB TO WS-BUCKET-FOUND-SUB
           END-IF.

       2190-REJECT-LINE.
           ADD 1 TO WS-LINES-REJECTED
           MOVE 'BAD LINE'        TO FL-FINDING
           MOVE SPACES            TO FL-VOLUME-ID FL-FILE-SEQ
           MOVE INVCSV-LINE       TO FL-OBJECT
           MOVE 'NOT A USABLE INVENTORY LINE' TO FL-DETAIL
           PERFORM 3900-WRITE-FINDING.

      *-------------------------------------------------------*
      * 2200-DECODE-KEY - S3 Inventory URL-encodes the key:   *
      *                   '+' is a space and %xx an escaped   *
      *                   character. The characters a         *
      *                   dataset-derived key can hold are    *
      *                   decoded; any other escape is kept   *
      *                   as it stands, so that key simply    *
      *                   matches no row.                     *
      *-------------------------------------------------------*
       2200-DECODE-KEY.
           MOVE SPACES TO WS-DECODED-KEY
           MOVE 0 TO WS-DECODED-LEN
           PERFORM 2250-DECODE-ONE-CHAR
               VARYING WS-KEY-POS FROM 1 BY 1
               UNTIL WS-KEY-POS > WS-CSV-KEY-LEN.

       2250-DECODE-ONE-CHAR.
           ADD 1 TO WS-DECODED-LEN
           MOVE WS-CSV-KEY(WS-KEY-POS:1)
               TO WS-DECODED-KEY(WS-DECODED-LEN:1)
           IF WS-CSV-KEY(WS-KEY-POS:1) = '+'
               MOVE SPACE TO WS-DECODED-KEY(WS-DECODED-LEN:1)
           END-IF
           IF WS-CSV-KEY(WS-KEY-POS:1) = '%'
               AND WS-KEY-POS + 2 NOT > WS-CSV-KEY-LEN
               MOVE WS-CSV-KEY(WS-KEY-POS + 1:2) TO WS-HEX-PAIR
               INSPECT WS-HEX-PAIR CONVERTING 'abcdef' TO 'ABCDEF'
               EVALUATE WS-HEX-PAIR
                   WHEN '2F'
                       MOVE '/' TO WS-DECODED-KEY(WS-DECODED-LEN:1)
                       ADD 2 TO WS-KEY-POS
                   WHEN '23'
                       MOVE '#' TO WS-DECODED-KEY(WS-DECODED-LEN:1)
                       ADD 2 TO WS-KEY-POS
                   WHEN '24'
                       MOVE '$' TO WS-DECODED-KEY(WS-DECODED-LEN:1)
                       ADD 2 TO WS-KEY-POS
                   WHEN '40'
                       MOVE '@' TO WS-DECODED-KEY(WS-DECODED-LEN:1)
                       ADD 2 TO WS-KEY-POS
                   WHEN '2C'
                       MOVE ',' TO WS-DECODED-KEY(WS-DECODED-LEN:1)
                       ADD 2 TO WS-KEY-POS
                   WHEN '20'
                       MOVE ' ' TO WS-DECODED-KEY(WS-DECODED-LEN:1)
                       ADD 2 TO WS-KEY-POS
                   WHEN '2B'
                       MOVE '+' TO WS-DECODED-KEY(WS-DECODED-LEN:1)
                       ADD 2 TO WS-KEY-POS
                   WHEN '3D'
                       MOVE '=' TO WS-DECODED-KEY(WS-DECODED-LEN:1)
                       ADD 2 TO WS-KEY-POS
                   WHEN '25'
                       MOVE '%' TO WS-DECODED-KEY(WS-DECODED-LEN:1)
                       ADD 2 TO WS-KEY-POS
               END-EVALUATE
           END-IF.

      *-------------------------------------------------------*
      * 2500-SORT-ROWS - every AFMVSEQ row that names a       *
      *                  bucket the inventory covers and a    *
      *                  key, in object order. The volumes of *
      *                  a multi-volume set all name the one  *
      *                  object.                              *
      *-------------------------------------------------------*
       2500-SORT-ROWS.
           SORT ROW-SORT-FILE
               ON ASCENDING KEY SR-BUCKET SR-KEY
                                SR-VOLUME-ID SR-FILE-SEQ
               INPUT PROCEDURE IS 2600-RELEASE-ROWS
               GIVING ROWSORT-FILE.

       2600-RELEASE-ROWS.
           OPEN INPUT AFMVSEQ-FILE
           PERFORM 2650-RELEASE-ONE-ROW THRU 2650-EXIT
               UNTIL AFMVSEQ-AT-EOF
           CLOSE AFMVSEQ-FILE.

       2650-RELEASE-ONE-ROW.
           READ AFMVSEQ-FILE NEXT RECORD
               AT END
                   SET AFMVSEQ-AT-EOF TO TRUE
                   GO TO 2650-EXIT
           END-READ
           IF VS-TARGET-S3-BUCKET = SPACES OR VS-S3-KEY = SPACES
               GO TO 2650-EXIT
           END-IF
           ADD 1 TO WS-ROWS-WITH-KEY
           MOVE VS-TARGET-S3-BUCKET TO WS-SEARCH-BUCKET
           PERFORM 2180-FIND-BUCKET
           IF WS-BUCKET-FOUND-SUB = 0
               ADD 1 TO WS-ROWS-NOT-COVERED
               GO TO 2650-EXIT
           END-IF
           MOVE VS-TARGET-S3-BUCKET TO SR-BUCKET
           MOVE VS-S3-KEY           TO SR-KEY
           MOVE VS-VOLUME-ID        TO SR-VOLUME-ID
           MOVE VS-FILE-SEQ         TO SR-FILE-SEQ
           MOVE VS-DATASET-ID       TO SR-DATASET-ID
           MOVE VS-SITUACAO         TO SR-SITUACAO
           MOVE VS-MIGRATION-DATE   TO SR-MIGRATION-DATE
           MOVE VS-STORAGE-CLASS    TO SR-STORAGE-CLASS
           MOVE VS-CHECKSUM         TO SR-CHECKSUM
           MOVE VS-VOLSET-SEQ       TO SR-VOLSET-SEQ
           MOVE VS-VOLSET-COUNT     TO SR-VOLSET-COUNT
           MOVE VS-EXCEPTION-FLAG   TO SR-EXCEPTION-FLAG
           MOVE VS-EXCEPTION-SET-BY TO SR-EXCEPTION-SET-BY
           RELEASE ROW-SORT-RECORD.
       2650-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 3000-RECONCILE - match the inventory, the rows and    *
      *                  last run's register by bucket/key.   *
      *                  Findings are listed as they are      *
      *                  found; the holds to place or release *
      *                  are sorted into AFMVSEQ key order    *
      *                  for 4000.                            *
      *-------------------------------------------------------*
       3000-RECONCILE.
           SORT ACT-SORT-FILE
               ON ASCENDING KEY SA-VOLUME-ID SA-FILE-SEQ
               INPUT PROCEDURE IS 3100-MATCH-FILES
               GIVING ACTSORT-FILE.

       3100-MATCH-FILES.
           OPEN INPUT  INVSORT-FILE
           OPEN INPUT  ROWSORT-FILE
           OPEN OUTPUT INVREGN-FILE
           OPEN INPUT  INVREG-FILE
           IF INVREG-OK
               SET INVREG-OPENED TO TRUE
               PERFORM 3130-READ-REGISTER
           ELSE
               MOVE HIGH-VALUES TO WS-REG-OBJECT
           END-IF
           PERFORM 3110-READ-INVENTORY
           PERFORM 3120-READ-ROW
           PERFORM 3200-RECONCILE-OBJECT THRU 3200-EXIT
               UNTIL WS-INV-OBJECT = HIGH-VALUES
                 AND WS-ROW-OBJECT = HIGH-VALUES
                 AND WS-REG-OBJECT = HIGH-VALUES
           CLOSE INVSORT-FILE
           CLOSE ROWSORT-FILE
           CLOSE INVREGN-FILE
           IF INVREG-OPENED
               CLOSE INVREG-FILE
           END-IF.

       3110-READ-INVENTORY.
           READ INVSORT-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-INV-OBJECT
               NOT AT END
                   MOVE IV-OBJECT TO WS-INV-OBJECT
           END-READ.

       3120-READ-ROW.
           READ ROWSORT-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-ROW-OBJECT
               NOT AT END
                   MOVE RW-OBJECT TO WS-ROW-OBJECT
           END-READ.

       3130-READ-REGISTER.
           READ INVREG-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-REG-OBJECT
               NOT AT END
                   MOVE IR-OBJECT TO WS-REG-OBJECT
           END-READ.

      *-------------------------------------------------------*
      * 3200-RECONCILE-OBJECT - one bucket/key: what the      *
      *                         inventory lists, what the     *
      *                         register remembers, and every *
      *                         row that points at it. An     *
      *                         object no row accounts for is *
      *                         an orphan.                    *
      *-------------------------------------------------------*
       3200-RECONCILE-OBJECT.
           MOVE WS-INV-OBJECT TO WS-CUR-OBJECT
           IF WS-ROW-OBJECT < WS-CUR-OBJECT
               MOVE WS-ROW-OBJECT TO WS-CUR-OBJECT
           END-IF
           IF WS-REG-OBJECT < WS-CUR-OBJECT
               MOVE WS-REG-OBJECT TO WS-CUR-OBJECT
           END-IF
           MOVE 'N' TO WS-CUR-LISTED-SW
           MOVE 'N' TO WS-CUR-REGISTERED-SW
           MOVE 'N' TO WS-CUR-CONCLUIDA-SW
           MOVE 0   TO WS-CUR-ROWS
           IF WS-INV-OBJECT = WS-CUR-OBJECT
               SET WS-CUR-LISTED TO TRUE
               MOVE IV-SIZE          TO WS-CUR-SIZE
               MOVE IV-STORAGE-CLASS TO WS-CUR-STORAGE-CLASS
               MOVE IV-CHECKSUM      TO WS-CUR-CHECKSUM
               PERFORM 3110-READ-INVENTORY
               PERFORM 3210-SKIP-DUPLICATE
                   UNTIL WS-INV-OBJECT NOT = WS-CUR-OBJECT
           END-IF
           IF WS-REG-OBJECT = WS-CUR-OBJECT
               SET WS-CUR-REGISTERED TO TRUE
               MOVE IR-SIZE       TO WS-CUR-REG-SIZE
               MOVE IR-FIRST-SEEN TO WS-CUR-REG-FIRST-SEEN
               MOVE IR-LAST-SEEN  TO WS-CUR-REG-LAST-SEEN
               PERFORM 3130-READ-REGISTER
           END-IF
           PERFORM 3300-CHECK-ROW THRU 3300-EXIT
               UNTIL WS-ROW-OBJECT NOT = WS-CUR-OBJECT
           IF WS-CUR-LISTED AND WS-CUR-ROWS = 0
               ADD 1 TO WS-ORPHANS
               MOVE 'ORPHAN' TO FL-FINDING
               MOVE SPACES   TO FL-VOLUME-ID FL-FILE-SEQ
               MOVE 'NO AFMVSEQ ROW POINTS AT IT' TO FL-DETAIL
               PERFORM 3800-WRITE-OBJECT-FINDING
           END-IF
           PERFORM 3600-KEEP-REGISTER THRU 3600-EXIT.
       3200-EXIT.
           EXIT.

       3210-SKIP-DUPLICATE.
           ADD 1 TO WS-DUPLICATE-LINES
           PERFORM 3110-READ-INVENTORY.

      *-------------------------------------------------------*
      * 3300-CHECK-ROW - a CONCLUIDA row must find its object *
      *                  listed, with the checksum it was     *
      *                  confirmed with and the size first    *
      *                  seen; a checksum is compared only on *
      *                  a single volume or the first volume  *
      *                  of a set. A clean row still on an    *
      *                  AFM320 hold is released. Storage     *
      *                  class is reported only.              *
      *-------------------------------------------------------*
       3300-CHECK-ROW.
           ADD 1 TO WS-CUR-ROWS
           IF NOT RW-SITUACAO-CONCLUIDA
               PERFORM 3120-READ-ROW
               GO TO 3300-EXIT
           END-IF
           SET WS-CUR-CONCLUIDA TO TRUE
           MOVE SPACES TO WS-ROW-FINDING WS-ROW-REASON
           MOVE SPACES TO FL-DETAIL
           EVALUATE TRUE
               WHEN NOT WS-CUR-LISTED
                   AND WS-INVENTORY-DATE NOT = LOW-VALUES
                   AND RW-MIGRATION-DATE NUMERIC
                   AND RW-MIGRATION-DATE NOT < WS-INVENTORY-DATE
                   ADD 1 TO WS-ROWS-TOO-RECENT
                   PERFORM 3120-READ-ROW
                   GO TO 3300-EXIT
               WHEN NOT WS-CUR-LISTED
                   ADD 1 TO WS-ROWS-MISSING
                   MOVE 'MISSING' TO WS-ROW-FINDING
                   MOVE 'S3 OBJECT MISSING FROM INVENTORY'
                       TO WS-ROW-REASON
                   MOVE 'NOT IN THE INVENTORY' TO FL-DETAIL
               WHEN RW-CHECKSUM NOT = SPACES
                   AND WS-CUR-CHECKSUM NOT = SPACES
                   AND RW-CHECKSUM NOT = WS-CUR-CHECKSUM
                   AND (RW-VOLSET-SINGLE OR RW-VOLSET-SEQ = 1)
                   ADD 1 TO WS-ROWS-CHECKSUM
                   MOVE 'CHECKSUM' TO WS-ROW-FINDING
                   MOVE 'S3 CHECKSUM CHANGED SINCE CONFIRMATION'
                       TO WS-ROW-REASON
                   MOVE 'NOT THE CHECKSUM CONFIRMED' TO FL-DETAIL
               WHEN WS-CUR-REGISTERED
                   AND WS-CUR-SIZE NOT = WS-CUR-REG-SIZE
                   ADD 1 TO WS-ROWS-SIZE
                   MOVE 'SIZE' TO WS-ROW-FINDING
                   MOVE 'S3 OBJECT SIZE CHANGED SINCE FIRST SEEN'
                       TO WS-ROW-REASON
                   MOVE 'NOT THE SIZE FIRST SEEN' TO FL-DETAIL
           END-EVALUATE
           ADD 1 TO WS-ROWS-CHECKED
           IF WS-ROW-FINDING NOT = SPACES
               MOVE WS-ROW-FINDING TO FL-FINDING
               PERFORM 3700-WRITE-ROW-FINDING
               MOVE 'H' TO SA-ACTION
               PERFORM 3500-RELEASE-ACTION
           ELSE
               IF RW-EXCEPTION-HOLD
                   AND RW-EXCEPTION-SET-BY = WS-HOLD-USERID
                   MOVE 'R' TO SA-ACTION
                   PERFORM 3500-RELEASE-ACTION
               END-IF
           END-IF
           IF WS-CUR-LISTED
               AND RW-STORAGE-CLASS NOT = SPACES
               AND RW-STORAGE-CLASS NOT = WS-CUR-STORAGE-CLASS
               ADD 1 TO WS-ROWS-WRONG-CLASS
               MOVE 'WRONG CLASS' TO FL-FINDING
               MOVE SPACES TO FL-DETAIL
               STRING WS-CUR-STORAGE-CLASS DELIMITED BY SPACE
                      ' NOT '              DELIMITED BY SIZE
                      RW-STORAGE-CLASS     DELIMITED BY SPACE
                   INTO FL-DETAIL
               END-STRING
               PERFORM 3700-WRITE-ROW-FINDING
           END-IF
           PERFORM 3120-READ-ROW.
       3300-EXIT.
           EXIT.

       3500-RELEASE-ACTION.
           MOVE RW-VOLUME-ID  TO SA-VOLUME-ID
           MOVE RW-FILE-SEQ   TO SA-FILE-SEQ
           MOVE WS-ROW-REASON TO SA-REASON
           RELEASE ACT-SORT-RECORD.

      *-------------------------------------------------------*
      * 3600-KEEP-REGISTER - carry the object into the new    *
      *                      register while any row points at *
      *                      it, or unchanged when its bucket *
      *                      was not in this inventory. The   *
      *                      listed size is taken until a row *
      *                      of the object is CONCLUIDA, then *
      *                      the baseline stays as it was. A  *
      *                      missing object keeps its old     *
      *                      entry.                           *
      *-------------------------------------------------------*
       3600-KEEP-REGISTER.
           MOVE WS-CUR-BUCKET TO WS-SEARCH-BUCKET
           PERFORM 2180-FIND-BUCKET
           IF WS-CUR-ROWS = 0
               AND WS-BUCKET-FOUND-SUB > 0
               GO TO 3600-EXIT
           END-IF
           IF NOT WS-CUR-LISTED AND NOT WS-CUR-REGISTERED
               GO TO 3600-EXIT
           END-IF
           MOVE SPACES        TO INVREGN-RECORD
           MOVE WS-CUR-OBJECT TO NR-OBJECT
           IF WS-CUR-REGISTERED
               MOVE WS-CUR-REG-SIZE       TO NR-SIZE
               MOVE WS-CUR-REG-FIRST-SEEN TO NR-FIRST-SEEN
               MOVE WS-CUR-REG-LAST-SEEN  TO NR-LAST-SEEN
           ELSE
               MOVE WS-CUR-SIZE           TO NR-SIZE
               MOVE WS-TODAY-DATE         TO NR-FIRST-SEEN
           END-IF
           IF WS-CUR-LISTED
               MOVE WS-TODAY-DATE         TO NR-LAST-SEEN
               IF NOT WS-CUR-CONCLUIDA
                   MOVE WS-CUR-SIZE       TO NR-SIZE
               END-IF
           END-IF
           ADD 1 TO WS-REGISTER-WRITTEN
           WRITE INVREGN-RECORD.
       3600-EXIT.
           EXIT.

       3700-WRITE-ROW-FINDING.
           MOVE RW-VOLUME-ID TO FL-VOLUME-ID
           MOVE RW-FILE-SEQ  TO WS-FILE-SEQ-EDIT
           MOVE WS-FILE-SEQ-EDIT TO FL-FILE-SEQ
           PERFORM 3800-WRITE-OBJECT-FINDING.

       3800-WRITE-OBJECT-FINDING.
           MOVE SPACES TO FL-OBJECT
           STRING WS-CUR-BUCKET DELIMITED BY SPACE
                  '/'           DELIMITED BY SIZE
                  WS-CUR-KEY    DELIMITED BY '  '
               INTO FL-OBJECT
           END-STRING
           PERFORM 3900-WRITE-FINDING.

       3900-WRITE-FINDING.
           MOVE WS-FINDING-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *-------------------------------------------------------*
      * 4000-APPLY-ACTIONS - place and release the AFM320     *
      *                      holds, merged by VOLUME-ID with  *
      *                      the TMS catalog extract. A       *
      *                      volume the TMS no longer lists   *
      *                      has been scratched: there is     *
      *                      nothing left to protect, so it   *
      *                      is reported, not held.           *
      *-------------------------------------------------------*
       4000-APPLY-ACTIONS.
           OPEN INPUT  ACTSORT-FILE
           OPEN INPUT  AFMTMS-FILE
           OPEN I-O    AFMVSEQ-FILE
           OPEN EXTEND AFMJRNL-FILE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ACTION-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 4150-READ-TMS
           PERFORM 4100-APPLY-ACTION THRU 4100-EXIT
               UNTIL ACTSORT-AT-EOF
           CLOSE ACTSORT-FILE
           CLOSE AFMTMS-FILE
           CLOSE AFMVSEQ-FILE
           CLOSE AFMJRNL-FILE.

       4100-APPLY-ACTION.
           READ ACTSORT-FILE
               AT END
                   SET ACTSORT-AT-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ
           PERFORM 4150-READ-TMS
               UNTIL AFMTMS-AT-EOF
                  OR TMS-VOLUME-ID NOT < AC-VOLUME-ID
           MOVE 'N' TO WS-TMS-LIVE-SW
           IF NOT AFMTMS-AT-EOF
               AND TMS-VOLUME-ID = AC-VOLUME-ID
               SET WS-TMS-LIVE TO TRUE
           END-IF
           MOVE AC-VOLUME-ID TO VS-VOLUME-ID AL-VOLUME-ID
           MOVE AC-FILE-SEQ  TO VS-FILE-SEQ  AL-FILE-SEQ
           MOVE AC-REASON    TO AL-REASON
           MOVE SPACES       TO AL-DATASET-ID
           READ AFMVSEQ-FILE
               INVALID KEY
                   ADD 1 TO WS-ROWS-NOT-ON-FILE
                   MOVE 'ROW NOT ON FILE' TO AL-OUTCOME
                   PERFORM 4900-WRITE-ACTION
                   GO TO 4100-EXIT
           END-READ
           MOVE VS-DATASET-ID  TO AL-DATASET-ID
           MOVE AFMVSEQ-RECORD TO WS-JRNL-BEFORE-IMAGE
           IF AC-RELEASE-HOLD
               PERFORM 4300-RELEASE-HOLD THRU 4300-EXIT
           ELSE
               PERFORM 4200-PLACE-HOLD THRU 4200-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

       4150-READ-TMS.
           READ AFMTMS-FILE
               AT END
                   SET AFMTMS-AT-EOF TO TRUE
           END-READ.

       4200-PLACE-HOLD.
           IF NOT WS-TMS-LIVE
               ADD 1 TO WS-VOLUMES-SCRATCHED
               MOVE 'VOLUME SCRATCHED' TO AL-OUTCOME
               PERFORM 4900-WRITE-ACTION
               GO TO 4200-EXIT
           END-IF
           IF VS-EXCEPTION-HOLD
               AND VS-EXCEPTION-SET-BY NOT = WS-HOLD-USERID
               ADD 1 TO WS-ALREADY-ON-HOLD
               MOVE SPACES TO AL-OUTCOME
               STRING 'HELD BY '          DELIMITED BY SIZE
                      VS-EXCEPTION-SET-BY DELIMITED BY SPACE
                   INTO AL-OUTCOME
               END-STRING
               PERFORM 4900-WRITE-ACTION
               GO TO 4200-EXIT
           END-IF
           IF VS-EXCEPTION-HOLD
               AND VS-EXCEPTION-REASON = AC-REASON
               ADD 1 TO WS-HOLDS-KEPT
               MOVE 'STILL ON HOLD' TO AL-OUTCOME
               PERFORM 4900-WRITE-ACTION
               GO TO 4200-EXIT
           END-IF
           SET VS-EXCEPTION-HOLD TO TRUE
           MOVE AC-REASON      TO VS-EXCEPTION-REASON
           MOVE WS-HOLD-USERID TO VS-EXCEPTION-SET-BY
           MOVE WS-TODAY-DATE  TO VS-EXCEPTION-SET-DATE
           REWRITE AFMVSEQ-RECORD
           IF AFMVSEQ-OK
               PERFORM 4800-WRITE-JOURNAL
               ADD 1 TO WS-HOLDS-PLACED
               MOVE 'HOLD PLACED' TO AL-OUTCOME
           ELSE
               MOVE SPACES TO AL-OUTCOME
               STRING 'REWRITE FAILED '  DELIMITED BY SIZE
                      WS-AFMVSEQ-STATUS  DELIMITED BY SIZE
                   INTO AL-OUTCOME
               END-STRING
           END-IF
           PERFORM 4900-WRITE-ACTION.
       4200-EXIT.
           EXIT.

       4300-RELEASE-HOLD.
           IF NOT VS-EXCEPTION-HOLD
               OR VS-EXCEPTION-SET-BY NOT = WS-HOLD-USERID
               GO TO 4300-EXIT
           END-IF
           MOVE VS-EXCEPTION-REASON TO AL-REASON
           SET VS-EXCEPTION-NONE TO TRUE
           MOVE SPACES TO VS-EXCEPTION-REASON
           MOVE SPACES TO VS-EXCEPTION-SET-BY
           MOVE SPACES TO VS-EXCEPTION-SET-DATE
           REWRITE AFMVSEQ-RECORD
           IF AFMVSEQ-OK
               PERFORM 4800-WRITE-JOURNAL
               ADD 1 TO WS-HOLDS-RELEASED
               MOVE 'HOLD RELEASED' TO AL-OUTCOME
           ELSE
               MOVE SPACES TO AL-OUTCOME
               STRING 'REWRITE FAILED '  DELIMITED BY SIZE
                      WS-AFMVSEQ-STATUS  DELIMITED BY SIZE
                   INTO AL-OUTCOME
               END-STRING
           END-IF
           PERFORM 4900-WRITE-ACTION.
       4300-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 4800-WRITE-JOURNAL - before and after image of the    *
      *                      row just rewritten, appended to  *
      *                      AFMJRNL for AFM310 backout. The  *
      *                      after image becomes the before   *
      *                      image of any further rewrite of  *
      *                      the same row in this run.        *
      *-------------------------------------------------------*
       4800-WRITE-JOURNAL.
           ADD 1 TO WS-JRNL-COUNT
           MOVE SPACES               TO AFMJRNL-RECORD
           MOVE 'AFM320'             TO JRN-PROGRAM
           MOVE WS-HOLD-USERID       TO JRN-USERID
           MOVE WS-TODAY-DATE        TO JRN-RUN-DATE
           MOVE WS-RUN-TIME          TO JRN-RUN-TIME
           MOVE WS-JRNL-COUNT        TO JRN-RUN-SEQ
           MOVE VS-VOLUME-ID         TO JRN-VOLUME-ID
           MOVE VS-FILE-SEQ          TO JRN-FILE-SEQ
           MOVE WS-JRNL-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE AFMVSEQ-RECORD       TO JRN-AFTER-IMAGE
           WRITE AFMJRNL-RECORD
           MOVE AFMVSEQ-RECORD       TO WS-JRNL-BEFORE-IMAGE.

       4900-WRITE-ACTION.
           MOVE WS-ACTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *-------------------------------------------------------*
      * 8000-FINISH - totals. RC=4 when any CONCLUIDA row's   *
      *               object is missing or has changed,       *
      *               whether or not its volume could still   *
      *               be held.                                *
      *-------------------------------------------------------*
       8000-FINISH.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LINES-READ        TO TL-LINES-READ
           MOVE WS-LINES-REJECTED    TO TL-LINES-REJECTED
           MOVE WS-DUPLICATE-LINES   TO TL-DUPLICATE-LINES
           MOVE WS-TOTAL-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OBJECTS-LISTED    TO TL-OBJECTS-LISTED
           MOVE WS-ORPHANS           TO TL-ORPHANS
           MOVE WS-REGISTER-WRITTEN  TO TL-REGISTER-WRITTEN
           MOVE WS-TOTAL-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ROWS-WITH-KEY     TO TL-ROWS-WITH-KEY
           MOVE WS-ROWS-CHECKED      TO TL-ROWS-CHECKED
           MOVE WS-ROWS-TOO-RECENT   TO TL-ROWS-TOO-RECENT
           MOVE WS-TOTAL-LINE-3 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ROWS-MISSING      TO TL-ROWS-MISSING
           MOVE WS-ROWS-CHECKSUM     TO TL-ROWS-CHECKSUM
           MOVE WS-ROWS-SIZE         TO TL-ROWS-SIZE
           MOVE WS-TOTAL-LINE-4 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ROWS-WRONG-CLASS  TO TL-ROWS-WRONG-CLASS
           MOVE WS-HOLDS-PLACED      TO TL-HOLDS-PLACED
           MOVE WS-HOLDS-KEPT        TO TL-HOLDS-KEPT
           MOVE WS-TOTAL-LINE-5 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ALREADY-ON-HOLD   TO TL-ALREADY-ON-HOLD
           MOVE WS-VOLUMES-SCRATCHED TO TL-VOLUMES-SCRATCHED
           MOVE WS-HOLDS-RELEASED    TO TL-HOLDS-RELEASED
           MOVE WS-TOTAL-LINE-6 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ROWS-NOT-ON-FILE  TO TL-ROWS-NOT-ON-FILE
           MOVE WS-ROWS-NOT-COVERED  TO TL-ROWS-NOT-COVERED
           MOVE WS-TOTAL-LINE-7 TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-ROWS-MISSING + WS-ROWS-CHECKSUM + WS-ROWS-SIZE > 0
               MOVE 'AFM320 S3 OBJECTS MISSING OR CHANGED - SEE RPT320'
                   TO WS-MESSAGE-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-MESSAGE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE REPORT-FILE.

      *-------------------------------------------------------*
      * 9000-INVENTORY-ABEND - an inventory that cannot be    *
      *                        read, or holds nothing usable, *
      *                        would make every CONCLUIDA row *
      *                        look missing. Stop before any  *
      *                        row is touched; the new        *
      *                        register generation is the old *
      *                        one carried forward unchanged, *
      *                        so no size baseline is lost.   *
      *-------------------------------------------------------*
       9000-INVENTORY-ABEND.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ABEND-MESSAGE TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY WS-ABEND-MESSAGE
           PERFORM 9100-CARRY-REGISTER
           CLOSE REPORT-FILE
           MOVE 16 TO RETURN-CODE
           GOBACK.

       9100-CARRY-REGISTER.
           OPEN OUTPUT INVREGN-FILE
           OPEN INPUT  INVREG-FILE
           IF INVREG-OK
               PERFORM 9150-CARRY-ONE-ENTRY THRU 9150-EXIT
                   UNTIL WS-REG-OBJECT = HIGH-VALUES
               CLOSE INVREG-FILE
           END-IF
           CLOSE INVREGN-FILE.

       9150-CARRY-ONE-ENTRY.
           PERFORM 3130-READ-REGISTER
           IF WS-REG-OBJECT = HIGH-VALUES
               GO TO 9150-EXIT
           END-IF
           WRITE INVREGN-RECORD FROM AFMINVR-RECORD.
       9150-EXIT.
           EXIT.

       9999-EXIT.
           EXIT.
