      *
      * AFMRCL - VSAM KSDS of recall-from-S3 requests, one record
      * per request, keyed by DATASET-ID plus the date and time
      * the request was keyed, so one dataset keeps its whole
      * recall history. AF74 (AFM330) writes the request once it
      * has checked the AFMVSEQ row is CONCLUIDA; AFM340 cuts the
      * nightly recall manifest from the open requests and stamps
      * them sent under the recall cycle; AFM350 closes them from
      * the AWS recall confirmation feed; AFM360 reports the ones
      * still open past the date needed.
      *   RC-STATUS          - O open, keyed and not yet sent
      *                        S sent on recall manifest cycle
      *                          RC-RECALL-CYCLE
      *                        R restored - closed by the feed
      *                        F failed   - closed by the feed,
      *                          reason in RC-CLOSE-REASON
      *                        A dataset holds at most one request
      *                        that is O or S at a time.
      *   RC-VOLUME-ID/      - the AFMVSEQ row AFMDSIDX pointed at
      *   RC-FILE-SEQ          when the request was keyed.
      *   RC-VOLSET-FIRST-VOL- for a dataset written across several
      *   RC-VOLSET-COUNT      tapes, the set the row belongs to -
      *                        every volume of it goes on the
      *                        manifest. Count 0 or 1 is a single
      *                        volume.
      *   RC-STORAGE-CLASS   - S3 class of the copy when keyed; a
      *                        GLACIER or DEEP_ARCHIVE restore
      *                        takes hours to days, so this is the
      *                        first thing to check on an aged one.
      *
      * 2026-10-15 GHF  Initial version.
      *
       01 AFMRCL-RECORD.
           05 RC-KEY.
               10 RC-DATASET-ID      PIC X(044).
               10 RC-REQUEST-DATE    PIC X(008).
               10 RC-REQUEST-TIME    PIC X(006).
           05 RC-STATUS              PIC X(001).
               88 RC-STATUS-OPEN         VALUE 'O'.
               88 RC-STATUS-SENT         VALUE 'S'.
               88 RC-STATUS-RESTORED     VALUE 'R'.
               88 RC-STATUS-FAILED       VALUE 'F'.
               88 RC-STATUS-ACTIVE       VALUE 'O' 'S'.
           05 RC-REQUESTER           PIC X(008).
           05 RC-TARGET-DSN          PIC X(044).
           05 RC-DATE-NEEDED         PIC X(008).
           05 RC-VOLUME-ID           PIC X(006).
           05 RC-FILE-SEQ            PIC 9(002)  USAGE BINARY.
           05 RC-VOLSET-FIRST-VOL    PIC X(006).
           05 RC-VOLSET-COUNT        PIC 9(003)  USAGE BINARY.
               88 RC-VOLSET-SINGLE       VALUE 0 1.
           05 RC-STORAGE-CLASS       PIC X(012).
           05 RC-RECALL-CYCLE        PIC 9(007).
           05 RC-MANIFEST-DATE       PIC X(008).
           05 RC-CLOSED-DATE         PIC X(008).
           05 RC-CLOSE-REASON        PIC X(050).
           05 FILLER                 PIC X(030).
