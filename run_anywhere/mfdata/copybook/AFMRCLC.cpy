      *
      * AFMRCLC - AWS recall confirmation feed
      * (GFS.PROD.AWS.RECALLCONF), one record per recall request
      * the AWS side has finished with, in ascending request key
      * order, closed by the usual '999999' trailer (see
      * AFMTRLR). The request key and recall cycle are echoed
      * from the AFM340 recall manifest. AFM160 PARM='AFMRCLC'
      * validates it; AFM350 applies the clean copy to AFMRCL.
      *   RF-RECALL-STATUS   - 'R' the dataset was restored to the
      *                        target DSN on RF-RESTORED-DATE.
      *                        'F' the recall failed, reason in
      *                        RF-FAIL-REASON.
      *
      * 2026-10-15 GHF  Initial version.
      *
       01 AFMRCLC-RECORD.
           05 RF-REQUEST-KEY.
               10 RF-DATASET-ID      PIC X(044).
               10 RF-REQUEST-DATE    PIC X(008).
               10 RF-REQUEST-TIME    PIC X(006).
           05 RF-RECALL-CYCLE        PIC 9(007).
           05 RF-RECALL-STATUS       PIC X(001).
               88 RF-RECALL-RESTORED     VALUE 'R'.
               88 RF-RECALL-FAILED       VALUE 'F'.
           05 RF-RESTORED-DATE       PIC X(008).
           05 RF-FAIL-REASON         PIC X(050).
           05 FILLER                 PIC X(076).
