       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AFM270.
       AUTHOR.        G HALLORAN FILHO.
       INSTALLATION.  GFS DATA MIGRATION.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      *****************************************************
      * MODIFICATION HISTORY                               *
      *-----------------------------------------------------*
      * DATE       INIT  DESCRIPTION                        *
      * 2026-10-15 GHF   Initial version - conversion       *
      *                  metadata sidecar. Loads and edits  *
      *                  the AFMLAYR record-layout registry *
      *                  (see AFMLAYR.cpy) - a record with  *
      *                  no mask or copybook, an unknown    *
      *                  RECFM, a zero LRECL, no code page  *
      *                  or a duplicate mask stops the step *
      *                  RC=16 with no sidecar cut. Then    *
      *                  walks AFMVSEQ picking exactly the  *
      *                  rows AFM030 puts on the manifest   *
      *                  (not on hold, routed by AFM260)    *
      *                  and writes one AFMMETA entry per   *
      *                  row: VOLUME-ID, FILE-SEQ, bucket,  *
      *                  S3 key and the copybook, RECFM,    *
      *                  LRECL and code page of the longest *
      *                  matching registry mask, bracketed  *
      *                  by the same CYCLE header/TRAILER   *
      *                  controls as the manifest. A row no *
      *                  mask matches still gets its entry  *
      *                  (layout columns blank) and is      *
      *                  listed on RPT270 so the registry   *
      *                  can be completed before the cut.   *
      *                  Refuses, like AFM030, with no      *
      *                  cycle record or once PROC has      *
      *                  started. Run after AFM260 and      *
      *                  immediately before AFM030.         *
      * 2026-10-15 GHF   EXPIRADA rows are left out and     *
      *                  counted, as AFM030 now leaves them *
      *                  off the manifest.                  *
      * 2026-10-15 GHF   Follows AFM030 for multi-volume    *
      *                  datasets: single-volume rows are   *
      *                  described in key order, then each  *
      *                  volume set whole and in volume     *
      *                  order, or not at all when a volume *
      *                  is held, unrouted, missing or out  *
      *                  of sequence - so the sidecar still *
      *                  pairs row for row with the         *
      *                  manifest. Sets described and sets  *
      *                  left out are totalled. AFMVSEQ is  *
      *                  now read with dynamic access.      *
      * 2026-10-15 GHF   A cycle in phase F (PROC finished) *
      *                  is refused the same as one in      *
      *                  phase P - PROC has been and gone   *
      *                  either way.                        *
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AFMLAYR-FILE  ASSIGN TO AFMLAYR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AFMLAYR-STATUS.

           SELECT AFMVSEQ-FILE  ASSIGN TO AFMVSEQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VS-REC-KEY
               FILE STATUS IS WS-AFMVSEQ-STATUS.

           SELECT SET-SORT-FILE ASSIGN TO SORTWK1.

           SELECT AFMCYCLE-FILE ASSIGN TO AFMCYCLE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AFMCYCLE-STATUS.

           SELECT SIDECAR-FILE  ASSIGN TO AFMMETA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIDECAR-STATUS.

           SELECT REPORT-FILE   ASSIGN TO RPT270
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AFMLAYR-FILE
           RECORD CONTAINS 080 CHARACTERS.
           COPY AFMLAYR.

       FD  AFMVSEQ-FILE.
           COPY AFMVSEQ.

       FD  AFMCYCLE-FILE
           RECORD CONTAINS 090 CHARACTERS.
           COPY AFMCYCLE.

      * one volume of a multi-volume set - sorted exactly as AFM030
      * sorts them, so the sidecar follows the manifest's order
       SD  SET-SORT-FILE.
       01  SET-SORT-RECORD.
           05 SS-SET-KEY.
               10 SS-DATASET-ID      PIC X(044).
               10 SS-FIRST-VOL       PIC X(006).
           05 SS-VOLSET-SEQ          PIC 9(003) USAGE BINARY.
           05 SS-VOLSET-COUNT        PIC 9(003) USAGE BINARY.
           05 SS-VOLUME-ID           PIC X(006).
           05 SS-FILE-SEQ            PIC 9(002) USAGE BINARY.
           05 SS-BLOCK-FLAG          PIC X(001).
               88 SS-BLOCK-NONE          VALUE SPACE.
               88 SS-BLOCK-HELD          VALUE 'H'.
               88 SS-BLOCK-UNROUTED      VALUE 'R'.

       FD  SIDECAR-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  SIDECAR-LINE             PIC X(200).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AFMLAYR-STATUS         PIC X(002).
           88 AFMLAYR-OK             VALUE '00'.
           88 AFMLAYR-EOF            VALUE '10'.
           88 AFMLAYR-NOT-FOUND      VALUE '35'.
       01  WS-AFMVSEQ-STATUS         PIC X(002).
           88 AFMVSEQ-OK             VALUE '00'.
           88 AFMVSEQ-EOF            VALUE '10'.
       01  WS-AFMCYCLE-STATUS        PIC X(002).
           88 AFMCYCLE-OK            VALUE '00'.
           88 AFMCYCLE-NOT-FOUND     VALUE '35'.
       01  WS-SIDECAR-STATUS         PIC X(002).
       01  WS-REPORT-STATUS          PIC X(002).

       01  WS-AFMLAYR-EOF-SW         PIC X(001) VALUE 'N'.
           88 AFMLAYR-AT-EOF            VALUE 'Y'.
       01  WS-AFMVSEQ-EOF-SW         PIC X(001) VALUE 'N'.
           88 AFMVSEQ-AT-EOF            VALUE 'Y'.
       01  WS-SET-SORT-EOF-SW        PIC X(001) VALUE 'N'.
           88 SET-SORT-AT-EOF           VALUE 'Y'.
       01  WS-TABLE-ERROR-SW         PIC X(001) VALUE 'N'.
           88 WS-TABLE-ERROR            VALUE 'Y'.
       01  WS-DUP-MASK-SW            PIC X(001) VALUE 'N'.
           88 WS-DUP-MASK               VALUE 'Y'.
       01  WS-CYCLE-FOUND-SW         PIC X(001) VALUE 'N'.
           88 WS-CYCLE-FOUND            VALUE 'Y'.

       01  WS-CYC-PHASE              PIC X(001) VALUE SPACE.
           88 WS-CYC-PHASE-PROC         VALUE 'P' 'F'.
       01  WS-CYC-NUMBER             PIC 9(007) VALUE 0.
       01  WS-CUT-DATE               PIC X(008).
       01  WS-CUT-TIME               PIC X(006).

       01  WS-ABEND-MESSAGE          PIC X(060) VALUE SPACES.

      * the layout registry, masks measured once at load time
       01  WS-LAYOUT-COUNT           PIC 9(003) USAGE BINARY VALUE 0.
       01  WS-LAYOUT-TABLE.
           05 WS-LAYOUT-ENTRY OCCURS 500 TIMES.
               10 LT-MASK            PIC X(044).
               10 LT-MASK-LEN        PIC 9(002) USAGE BINARY.
               10 LT-MASK-TYPE       PIC X(001).
                   88 LT-MASK-QUALIFIER  VALUE 'Q'.
                   88 LT-MASK-PREFIX     VALUE 'P'.
               10 LT-COPYBOOK        PIC X(008).
               10 LT-RECFM           PIC X(004).
               10 LT-LRECL           PIC 9(005).
               10 LT-CODE-PAGE       PIC X(008).

       01  WS-LAYOUT-SUB             PIC 9(003) USAGE BINARY VALUE 0.
       01  WS-BEST-SUB               PIC 9(003) USAGE BINARY VALUE 0.
       01  WS-BEST-LEN               PIC 9(002) USAGE BINARY VALUE 0.
       01  WS-STAR-COUNT             PIC 9(002) USAGE BINARY VALUE 0.
       01  WS-MASK-LEN               PIC 9(002) USAGE BINARY VALUE 0.
       01  WS-TABLE-RECORDS          PIC 9(005) USAGE BINARY VALUE 0.

       01  WS-COUNTERS.
           05 WS-ROWS-READ           PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ENTRIES-WRITTEN     PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ROWS-MATCHED        PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ROWS-NO-LAYOUT      PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ROWS-HELD           PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ROWS-UNROUTED       PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-ROWS-EXPIRED        PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-SETS-DESCRIBED      PIC 9(007) USAGE BINARY VALUE 0.
           05 WS-SETS-WITHHELD       PIC 9(007) USAGE BINARY VALUE 0.

      * the multi-volume set being assembled from the sort
       01  WS-SET-KEY                PIC X(050).
       01  WS-SET-MEMBERS            PIC 9(004) USAGE BINARY VALUE 0.
       01  WS-SET-EXPECTED           PIC 9(003) USAGE BINARY VALUE 0.
       01  WS-SET-SUB                PIC 9(004) USAGE BINARY VALUE 0.
       01  WS-SET-SENDABLE-SW        PIC X(001) VALUE 'Y'.
           88 WS-SET-SENDABLE           VALUE 'Y'.
           88 WS-SET-WITHHELD           VALUE 'N'.
       01  WS-SET-TABLE.
           05 WS-SET-ENTRY OCCURS 999 TIMES.
               10 SET-VOLUME-ID      PIC X(006).
               10 SET-FILE-SEQ       PIC 9(002) USAGE BINARY.

      * one sidecar entry - keyed like the manifest row it
      * describes, then the layout the conversion side needs
       01  WS-SIDECAR-BUILD.
           05 SB-VOLUME-ID           PIC X(006).
           05 SB-COMMA-1             PIC X(001) VALUE ','.
           05 SB-FILE-SEQ            PIC 9(003).
           05 SB-COMMA-2             PIC X(001) VALUE ','.
           05 SB-S3-BUCKET           PIC X(063).
           05 SB-COMMA-3             PIC X(001) VALUE ','.
           05 SB-S3-KEY              PIC X(085).
           05 SB-COMMA-4             PIC X(001) VALUE ','.
           05 SB-COPYBOOK            PIC X(008).
           05 SB-COMMA-5             PIC X(001) VALUE ','.
           05 SB-RECFM               PIC X(004).
           05 SB-COMMA-6             PIC X(001) VALUE ','.
           05 SB-LRECL               PIC 9(005).
           05 SB-LRECL-X REDEFINES SB-LRECL
                                     PIC X(005).
           05 SB-COMMA-7             PIC X(001) VALUE ','.
           05 SB-CODE-PAGE           PIC X(008).

       01  WS-SIDECAR-HEADER.
           05 FILLER                 PIC X(036) VALUE
               'VOLUME-ID,FILE-SEQ,S3-BUCKET,S3-KEY,'.
           05 FILLER                 PIC X(030) VALUE
               'COPYBOOK,RECFM,LRECL,CODE-PAGE'.

      * same control records as the AFM030 manifest, so the AWS
      * side can pair the two files and check the counts agree
       01  WS-SIDECAR-HDR-BUILD.
           05 FILLER                 PIC X(006) VALUE 'CYCLE,'.
           05 SH-CYCLE-NUMBER        PIC 9(007).
           05 FILLER                 PIC X(001) VALUE ','.
           05 SH-CUT-DATE            PIC X(008).
           05 FILLER                 PIC X(001) VALUE ','.
           05 SH-CUT-TIME            PIC X(006).

       01  WS-SIDECAR-TRL-BUILD.
           05 FILLER                 PIC X(008) VALUE 'TRAILER,'.
           05 ST-ROW-COUNT           PIC 9(009).

       01  WS-HEADING-1              PIC X(050) VALUE
           'AFM270 - CONVERSION METADATA SIDECAR'.

       01  WS-EXCEPTION-HEADING      PIC X(050) VALUE
           'MANIFEST ROWS WITH NO LAYOUT REGISTRY ENTRY:'.

       01  WS-DETAIL-LINE.
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 DL-VOLUME-ID           PIC X(006).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 DL-FILE-SEQ            PIC Z(001)9.
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 DL-DATASET-ID          PIC X(044).
           05 FILLER                 PIC X(002) VALUE SPACES.
           05 DL-MESSAGE             PIC X(050).

       01  WS-ERROR-LINE.
           05 FILLER                 PIC X(021) VALUE
               'AFMLAYR RECORD      '.
           05 EL-RECORD-NO           PIC ZZZZ9.
           05 FILLER                 PIC X(002) VALUE ': '.
           05 EL-MESSAGE             PIC X(060).

       01  WS-TOTAL-LINE-1.
           05 FILLER                 PIC X(024) VALUE
               'AFMVSEQ ROWS READ      '.
           05 TL-ROWS-READ           PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'SIDECAR ENTRIES        '.
           05 TL-ENTRIES-WRITTEN     PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05 FILLER                 PIC X(024) VALUE
               'LAYOUT FOUND           '.
           05 TL-ROWS-MATCHED        PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'NO LAYOUT - REPORTED   '.
           05 TL-ROWS-NO-LAYOUT      PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05 FILLER                 PIC X(024) VALUE
               'ON HOLD - NOT SENT     '.
           05 TL-ROWS-HELD           PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'NOT ROUTED - NOT SENT  '.
           05 TL-ROWS-UNROUTED       PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-4.
           05 FILLER                 PIC X(024) VALUE
               'EXPIRADA - NOT SENT    '.
           05 TL-ROWS-EXPIRED        PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-5.
           05 FILLER                 PIC X(024) VALUE
               'VOLUME SETS DESCRIBED  '.
           05 TL-SETS-DESCRIBED      PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(004) VALUE SPACES.
           05 FILLER                 PIC X(024) VALUE
               'VOLUME SETS NOT SENT   '.
           05 TL-SETS-WITHHELD       PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-LAYOUT-TABLE THRU 1100-EXIT
               UNTIL AFMLAYR-AT-EOF
           PERFORM 1500-CHECK-LAYOUT-TABLE
           IF WS-TABLE-ERROR
               MOVE 'AFM270 SIDECAR REFUSED - AFMLAYR REGISTRY IN ERROR'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-ABEND
           END-IF
           PERFORM 1600-START-SIDECAR
           SORT SET-SORT-FILE
               ON ASCENDING KEY SS-DATASET-ID SS-FIRST-VOL
                                SS-VOLSET-SEQ
                                SS-VOLUME-ID SS-FILE-SEQ
               INPUT PROCEDURE IS 2100-DESCRIBE-IN-KEY-ORDER
               OUTPUT PROCEDURE IS 3000-DESCRIBE-VOLUME-SETS
           PERFORM 8000-FINISH
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CUT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CUT-TIME FROM TIME
           OPEN OUTPUT REPORT-FILE
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 1050-CHECK-CYCLE
           OPEN INPUT AFMLAYR-FILE
           IF NOT AFMLAYR-OK
               SET AFMLAYR-AT-EOF TO TRUE
           END-IF.

      *-------------------------------------------------------*
      * 1050-CHECK-CYCLE - the sidecar belongs to the manifest *
      *                    about to be cut, so it is refused   *
      *                    whenever AFM030 would be: no cycle  *
      *                    record, or PROC already started.    *
      *-------------------------------------------------------*
       1050-CHECK-CYCLE.
           OPEN INPUT AFMCYCLE-FILE
           IF AFMCYCLE-OK
               READ AFMCYCLE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CYC-PHASE        TO WS-CYC-PHASE
                       MOVE CYC-CYCLE-NUMBER TO WS-CYC-NUMBER
                       SET WS-CYCLE-FOUND TO TRUE
               END-READ
               CLOSE AFMCYCLE-FILE
           END-IF
           IF NOT WS-CYCLE-FOUND
               MOVE 'AFM270 SIDECAR REFUSED - NO CYCLE CONTROL RECORD'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-ABEND
           END-IF
           IF WS-CYC-PHASE-PROC
               MOVE 'AFM270 SIDECAR REFUSED - PROC ALREADY STARTED'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-ABEND
           END-IF.

      *-------------------------------------------------------*
      * 1100-LOAD-LAYOUT-TABLE - one registry record. Every   *
      *                          bad record is listed, not    *
      *                          just the first.              *
      *-------------------------------------------------------*
       1100-LOAD-LAYOUT-TABLE.
           READ AFMLAYR-FILE
               AT END
                   SET AFMLAYR-AT-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ
           ADD 1 TO WS-TABLE-RECORDS
           IF LY-DATASET-MASK = SPACES
               MOVE 'REGISTRY RECORD HAS NO DATASET-ID MASK'
                   TO EL-MESSAGE
               PERFORM 1900-WRITE-TABLE-ERROR
               GO TO 1100-EXIT
           END-IF
           IF LY-COPYBOOK = SPACES
               MOVE 'REGISTRY RECORD HAS NO COPYBOOK' TO EL-MESSAGE
               PERFORM 1900-WRITE-TABLE-ERROR
               GO TO 1100-EXIT
           END-IF
           IF NOT LY-RECFM-VALID
               MOVE 'RECFM IS NOT F/FB/FBA/V/VB/VBA/VBS/U' TO EL-MESSAGE
               PERFORM 1900-WRITE-TABLE-ERROR
               GO TO 1100-EXIT
           END-IF
           IF LY-LRECL NOT NUMERIC OR LY-LRECL = 0
               MOVE 'LRECL IS NOT A NUMBER ABOVE ZERO' TO EL-MESSAGE
               PERFORM 1900-WRITE-TABLE-ERROR
               GO TO 1100-EXIT
           END-IF
           IF LY-CODE-PAGE = SPACES
               MOVE 'REGISTRY RECORD HAS NO CODE PAGE' TO EL-MESSAGE
               PERFORM 1900-WRITE-TABLE-ERROR
               GO TO 1100-EXIT
           END-IF
           IF WS-LAYOUT-COUNT NOT < 500
               MOVE 'MORE THAN 500 REGISTRY RECORDS' TO EL-MESSAGE
               PERFORM 1900-WRITE-TABLE-ERROR
               GO TO 1100-EXIT
           END-IF
           MOVE 0 TO WS-STAR-COUNT
           MOVE 0 TO WS-MASK-LEN
           INSPECT LY-DATASET-MASK
               TALLYING WS-STAR-COUNT FOR ALL '*'
           IF WS-STAR-COUNT = 0
               INSPECT LY-DATASET-MASK
                   TALLYING WS-MASK-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
           ELSE
               INSPECT LY-DATASET-MASK
                   TALLYING WS-MASK-LEN
                   FOR CHARACTERS BEFORE INITIAL '*'
           END-IF
           IF WS-STAR-COUNT > 1 OR WS-MASK-LEN = 0
               MOVE 'MASK MUST BE QUALIFIERS OR ONE PREFIX ENDING *'
                   TO EL-MESSAGE
               PERFORM 1900-WRITE-TABLE-ERROR
               GO TO 1100-EXIT
           END-IF
           IF WS-STAR-COUNT = 1 AND WS-MASK-LEN < 43
               IF LY-DATASET-MASK(WS-MASK-LEN + 2:) NOT = SPACES
                   MOVE 'MASK MUST BE QUALIFIERS OR ONE PREFIX ENDING *'
                       TO EL-MESSAGE
                   PERFORM 1900-WRITE-TABLE-ERROR
                   GO TO 1100-EXIT
               END-IF
           END-IF
           IF WS-STAR-COUNT = 0 AND WS-MASK-LEN < 44
               IF LY-DATASET-MASK(WS-MASK-LEN + 1:) NOT = SPACES
                   MOVE 'MASK CONTAINS A BLANK' TO EL-MESSAGE
                   PERFORM 1900-WRITE-TABLE-ERROR
                   GO TO 1100-EXIT
               END-IF
           END-IF
           MOVE 'N' TO WS-DUP-MASK-SW
           PERFORM 1250-CHECK-DUPLICATE-MASK
               VARYING WS-LAYOUT-SUB FROM 1 BY 1
               UNTIL WS-LAYOUT-SUB > WS-LAYOUT-COUNT
           IF WS-DUP-MASK
               MOVE 'DUPLICATE DATASET-ID MASK' TO EL-MESSAGE
               PERFORM 1900-WRITE-TABLE-ERROR
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO WS-LAYOUT-COUNT
           MOVE LY-DATASET-MASK TO LT-MASK(WS-LAYOUT-COUNT)
           MOVE WS-MASK-LEN     TO LT-MASK-LEN(WS-LAYOUT-COUNT)
           IF WS-STAR-COUNT = 0
               SET LT-MASK-QUALIFIER(WS-LAYOUT-COUNT) TO TRUE
           ELSE
               SET LT-MASK-PREFIX(WS-LAYOUT-COUNT) TO TRUE
           END-IF
           MOVE LY-COPYBOOK     TO LT-COPYBOOK(WS-LAYOUT-COUNT)
           MOVE LY-RECFM        TO LT-RECFM(WS-LAYOUT-COUNT)
           MOVE LY-LRECL        TO LT-LRECL(WS-LAYOUT-COUNT)
           MOVE LY-CODE-PAGE    TO LT-CODE-PAGE(WS-LAYOUT-COUNT).
       1100-EXIT.
           EXIT.

       1250-CHECK-DUPLICATE-MASK.
           IF LT-MASK(WS-LAYOUT-SUB) = LY-DATASET-MASK
               SET WS-DUP-MASK TO TRUE
           END-IF.

      *-------------------------------------------------------*
      * 1500-CHECK-LAYOUT-TABLE - an empty or missing registry *
      *                           would describe nothing;      *
      *                           refuse it.                   *
      *-------------------------------------------------------*
       1500-CHECK-LAYOUT-TABLE.
           IF AFMLAYR-OK OR AFMLAYR-EOF
               CLOSE AFMLAYR-FILE
           END-IF
           IF WS-LAYOUT-COUNT = 0
               MOVE 0 TO EL-RECORD-NO
               MOVE 'NO LAYOUTS LOADED - REGISTRY MISSING OR EMPTY'
                   TO EL-MESSAGE
               SET WS-TABLE-ERROR TO TRUE
               MOVE WS-ERROR-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       1600-START-SIDECAR.
           OPEN INPUT  AFMVSEQ-FILE
           OPEN OUTPUT SIDECAR-FILE
           MOVE WS-CYC-NUMBER TO SH-CYCLE-NUMBER
           MOVE WS-CUT-DATE   TO SH-CUT-DATE
           MOVE WS-CUT-TIME   TO SH-CUT-TIME
           MOVE WS-SIDECAR-HDR-BUILD TO SIDECAR-LINE
           WRITE SIDECAR-LINE
           MOVE WS-SIDECAR-HEADER TO SIDECAR-LINE
           WRITE SIDECAR-LINE
           MOVE WS-EXCEPTION-HEADING TO REPORT-LINE
           WRITE REPORT-LINE.

       1900-WRITE-TABLE-ERROR.
           SET WS-TABLE-ERROR TO TRUE
           MOVE WS-TABLE-RECORDS TO EL-RECORD-NO
           MOVE WS-ERROR-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *-------------------------------------------------------*
      * 2100-DESCRIBE-IN-KEY-ORDER - sort input: single-     *
      *                              volume rows described in *
      *                              key order, set volumes   *
      *                              released to the sort -   *
      *                              as AFM030 does.          *
      *-------------------------------------------------------*
       2100-DESCRIBE-IN-KEY-ORDER.
           PERFORM 2000-DESCRIBE-ROW THRU 2000-EXIT
               UNTIL AFMVSEQ-AT-EOF.

      *-------------------------------------------------------*
      * 2000-DESCRIBE-ROW - one sidecar entry for every row   *
      *                     AFM030 will manifest; the test    *
      *                     below must stay the same as the   *
      *                     one in AFM030 2000-WRITE-MANIFEST.*
      *-------------------------------------------------------*
       2000-DESCRIBE-ROW.
           READ AFMVSEQ-FILE NEXT RECORD
               AT END
                   SET AFMVSEQ-AT-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-ROWS-READ
           IF VS-SITUACAO-EXPIRADA
               ADD 1 TO WS-ROWS-EXPIRED
               GO TO 2000-EXIT
           END-IF
           IF NOT VS-VOLSET-SINGLE
               PERFORM 2200-RELEASE-SET-VOLUME
               GO TO 2000-EXIT
           END-IF
           IF VS-EXCEPTION-HOLD
               ADD 1 TO WS-ROWS-HELD
               GO TO 2000-EXIT
           END-IF
           IF VS-S3-KEY = SPACES
               ADD 1 TO WS-ROWS-UNROUTED
               GO TO 2000-EXIT
           END-IF
           PERFORM 2500-DESCRIBE-CURRENT-ROW.
       2000-EXIT.
           EXIT.

      *-------------------------------------------------------*
      * 2200-RELEASE-SET-VOLUME - same as AFM030: a held or   *
      *                           unrouted volume holds the   *
      *                           whole set back.             *
      *-------------------------------------------------------*
       2200-RELEASE-SET-VOLUME.
           MOVE VS-DATASET-ID       TO SS-DATASET-ID
           MOVE VS-VOLSET-FIRST-VOL TO SS-FIRST-VOL
           MOVE VS-VOLSET-SEQ       TO SS-VOLSET-SEQ
           MOVE VS-VOLSET-COUNT     TO SS-VOLSET-COUNT
           MOVE VS-VOLUME-ID        TO SS-VOLUME-ID
           MOVE VS-FILE-SEQ         TO SS-FILE-SEQ
           EVALUATE TRUE
               WHEN VS-EXCEPTION-HOLD
                   SET SS-BLOCK-HELD     TO TRUE
               WHEN VS-S3-KEY = SPACES
                   SET SS-BLOCK-UNROUTED TO TRUE
               WHEN OTHER
                   SET SS-BLOCK-NONE     TO TRUE
           END-EVALUATE
           RELEASE SET-SORT-RECORD.

      *-------------------------------------------------------*
      * 2500-DESCRIBE-CURRENT-ROW - the sidecar entry for the *
      *                             row in AFMVSEQ-RECORD.    *
      *-------------------------------------------------------*
       2500-DESCRIBE-CURRENT-ROW.
           PERFORM 2300-FIND-LAYOUT
           MOVE VS-VOLUME-ID        TO SB-VOLUME-ID
           MOVE VS-FILE-SEQ         TO SB-FILE-SEQ
           MOVE VS-TARGET-S3-BUCKET TO SB-S3-BUCKET
           MOVE VS-S3-KEY           TO SB-S3-KEY
           IF WS-BEST-SUB = 0
               MOVE SPACES TO SB-COPYBOOK
               MOVE SPACES TO SB-RECFM
               MOVE SPACES TO SB-LRECL-X
               MOVE SPACES TO SB-CODE-PAGE
               ADD 1 TO WS-ROWS-NO-LAYOUT
               MOVE 'NO LAYOUT REGISTRY ENTRY FOR DATASET-ID'
                   TO DL-MESSAGE
               PERFORM 2900-WRITE-DETAIL
           ELSE
               MOVE LT-COPYBOOK(WS-BEST-SUB)  TO SB-COPYBOOK
               MOVE LT-RECFM(WS-BEST-SUB)     TO SB-RECFM
               MOVE LT-LRECL(WS-BEST-SUB)     TO SB-LRECL
               MOVE LT-CODE-PAGE(WS-BEST-SUB) TO SB-CODE-PAGE
               ADD 1 TO WS-ROWS-MATCHED
           END-IF
           MOVE WS-SIDECAR-BUILD TO SIDECAR-LINE
           WRITE SIDECAR-LINE
           ADD 1 TO WS-ENTRIES-WRITTEN.

      *-------------------------------------------------------*
      * 2300-FIND-LAYOUT - the longest mask that matches wins; *
      *                    on a tie the earlier record stands. *
      *                    Same rule as AFM260's routing.      *
      *-------------------------------------------------------*
       2300-FIND-LAYOUT.
           MOVE 0 TO WS-BEST-SUB
           MOVE 0 TO WS-BEST-LEN
           PERFORM 2320-TRY-LAYOUT THRU 2320-EXIT
               VARYING WS-LAYOUT-SUB FROM 1 BY 1
               UNTIL WS-LAYOUT-SUB > WS-LAYOUT-COUNT.

       2320-TRY-LAYOUT.
           IF LT-MASK-LEN(WS-LAYOUT-SUB) NOT > WS-BEST-LEN
               GO TO 2320-EXIT
           END-IF
           IF VS-DATASET-ID(1:LT-MASK-LEN(WS-LAYOUT-SUB)) NOT =
               LT-MASK(WS-LAYOUT-SUB)(1:LT-MASK-LEN(WS-LAYOUT-SUB))
               GO TO 2320-EXIT
           END-IF
           IF LT-MASK-QUALIFIER(WS-LAYOUT-SUB)
               AND LT-MASK-LEN(WS-LAYOUT-SUB) < 44
               IF VS-DATASET-ID(LT-MASK-LEN(WS-LAYOUT-SUB) + 1:1)
                   NOT = '.' AND NOT = SPACE
                   GO TO 2320-EXIT
               END-IF
           END-IF
           MOVE WS-LAYOUT-SUB              TO WS-BEST-SUB
           MOVE LT-MASK-LEN(WS-LAYOUT-SUB) TO WS-BEST-LEN.
       2320-EXIT.
           EXIT.

       2900-WRITE-DETAIL.
           MOVE VS-VOLUME-ID  TO DL-VOLUME-ID
           MOVE VS-FILE-SEQ   TO DL-FILE-SEQ
           MOVE VS-DATASET-ID TO DL-DATASET-ID
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *-------------------------------------------------------*
      * 3000-DESCRIBE-VOLUME-SETS - sort output: each set is  *
      *                             described whole, in       *
      *                             volume order, or not at   *
      *                             all - the same test as    *
      *                             AFM030 3200/3900.         *
      *-------------------------------------------------------*
       3000-DESCRIBE-VOLUME-SETS.
           PERFORM 3100-RETURN-SET-VOLUME
           PERFORM 3200-SCAN-SET-VOLUME
               UNTIL SET-SORT-AT-EOF
           IF WS-SET-MEMBERS > 0
               PERFORM 3900-FLUSH-SET
           END-IF.

       3100-RETURN-SET-VOLUME.
           RETURN SET-SORT-FILE
               AT END
                   SET SET-SORT-AT-EOF TO TRUE
           END-RETURN.

       3200-SCAN-SET-VOLUME.
           IF WS-SET-MEMBERS > 0
               AND SS-SET-KEY NOT = WS-SET-KEY
               PERFORM 3900-FLUSH-SET
           END-IF
           IF WS-SET-MEMBERS = 0
               MOVE SS-SET-KEY      TO WS-SET-KEY
               MOVE SS-VOLSET-COUNT TO WS-SET-EXPECTED
               SET WS-SET-SENDABLE TO TRUE
           END-IF
           ADD 1 TO WS-SET-MEMBERS
           IF WS-SET-MEMBERS > 999
               SET WS-SET-WITHHELD TO TRUE
           ELSE
               MOVE SS-VOLUME-ID TO SET-VOLUME-ID(WS-SET-MEMBERS)
               MOVE SS-FILE-SEQ  TO SET-FILE-SEQ(WS-SET-MEMBERS)
           END-IF
           IF SS-VOLSET-SEQ NOT = WS-SET-MEMBERS
               OR SS-VOLSET-COUNT NOT = WS-SET-EXPECTED
               OR NOT SS-BLOCK-NONE
               SET WS-SET-WITHHELD TO TRUE
           END-IF
           PERFORM 3100-RETURN-SET-VOLUME.

       3900-FLUSH-SET.
           IF WS-SET-MEMBERS NOT = WS-SET-EXPECTED
               SET WS-SET-WITHHELD TO TRUE
           END-IF
           IF WS-SET-WITHHELD
               ADD 1 TO WS-SETS-WITHHELD
           ELSE
               ADD 1 TO WS-SETS-DESCRIBED
               PERFORM 3950-DESCRIBE-SET-VOLUME THRU 3950-EXIT
                   VARYING WS-SET-SUB FROM 1 BY 1
                   UNTIL WS-SET-SUB > WS-SET-MEMBERS
           END-IF
           MOVE 0 TO WS-SET-MEMBERS.

       3950-DESCRIBE-SET-VOLUME.
           MOVE SET-VOLUME-ID(WS-SET-SUB) TO VS-VOLUME-ID
           MOVE SET-FILE-SEQ(WS-SET-SUB)  TO VS-FILE-SEQ
           READ AFMVSEQ-FILE
               INVALID KEY
                   GO TO 3950-EXIT
           END-READ
           PERFORM 2500-DESCRIBE-CURRENT-ROW.
       3950-EXIT.
           EXIT.

       8000-FINISH.
           MOVE WS-ENTRIES-WRITTEN TO ST-ROW-COUNT
           MOVE WS-SIDECAR-TRL-BUILD TO SIDECAR-LINE
           WRITE SIDECAR-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ROWS-READ       TO TL-ROWS-READ
           MOVE WS-ENTRIES-WRITTEN TO TL-ENTRIES-WRITTEN
           MOVE WS-TOTAL-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ROWS-MATCHED    TO TL-ROWS-MATCHED
           MOVE WS-ROWS-NO-LAYOUT  TO TL-ROWS-NO-LAYOUT
           MOVE WS-TOTAL-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ROWS-HELD       TO TL-ROWS-HELD
           MOVE WS-ROWS-UNROUTED   TO TL-ROWS-UNROUTED
           MOVE WS-TOTAL-LINE-3 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ROWS-EXPIRED    TO TL-ROWS-EXPIRED
           MOVE WS-TOTAL-LINE-4 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SETS-DESCRIBED  TO TL-SETS-DESCRIBED
           MOVE WS-SETS-WITHHELD   TO TL-SETS-WITHHELD
           MOVE WS-TOTAL-LINE-5 TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE AFMVSEQ-FILE
           CLOSE SIDECAR-FILE
           CLOSE REPORT-FILE.

      *-------------------------------------------------------*
      * 9000-ABEND - message to the report and console, RC=16. *
      *              No sidecar is cut.                        *
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
