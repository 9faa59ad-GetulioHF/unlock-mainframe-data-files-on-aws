      *
      * AFMRETN - retention and legal-hold feed from records
      * management (GFS.PROD.RECMGMT.RETENTION), one record per
      * DATASET-ID in ascending DATASET-ID order, closed by the
      * usual '999999' trailer (see AFMTRLR). AFM160 PARM='AFMRETN'
      * validates it; AFM280 applies the clean copy to AFMVSEQ.
      *   RM-EXPIRY-DATE     - YYYYMMDD the dataset may be disposed
      *                        of after, or '99999999' if it is
      *                        kept indefinitely.
      *   RM-LEGAL-HOLD-FLAG - 'Y' the dataset is under legal hold:
      *                        it is never expired, and once it is
      *                        migrated its volume may not be
      *                        scratched. 'N' no hold.
      *
      * 2026-10-15 GHF  Initial version.
      *
       01 AFMRETN-RECORD.
           05 RM-DATASET-ID          PIC X(044).
           05 RM-EXPIRY-DATE         PIC X(008).
               88 RM-NEVER-EXPIRES       VALUE '99999999'.
           05 RM-LEGAL-HOLD-FLAG     PIC X(001).
               88 RM-LEGAL-HOLD          VALUE 'Y'.
               88 RM-LEGAL-HOLD-NONE     VALUE 'N'.
           05 FILLER                 PIC X(027).
