      *
      * AFMROUT - S3 routing rules table (GFS.PROD.AFMROUTE), kept
      * by the storage team and read by AFM260 to stamp every
      * PENDENTE AFMVSEQ row with the bucket, object key and storage
      * class it will be sent to before the AFM030 manifest is cut.
      * Two record types share the layout, told apart by
      * RT-REC-TYPE:
      *   'R' - a routing rule. RT-DATASET-MASK is either a
      *         high-level qualifier (one or more whole
      *         qualifiers, e.g. GFS.PAYROLL) matching every
      *         DATASET-ID under it, or a prefix ending in '*'
      *         (e.g. GFS.PAY*) matching every DATASET-ID that
      *         starts with the text before the '*'. When more
      *         than one mask matches, the longest wins.
      *         RT-KEY-PREFIX goes in front of the DATASET-ID to
      *         form the S3 object key ('/' supplied if missing).
      *         RT-ENCRYPT-FLAG 'Y' means the data may only go to a
      *         bucket on the approved list below.
      *   'B' - one bucket approved to receive data whose rule
      *         requires encryption. Only RT-BUCKET is used.
      *
      * 2026-10-15 GHF  Initial version.
      *
       01 AFMROUT-RECORD.
           05 RT-REC-TYPE            PIC X(001).
               88 RT-ROUTING-RULE        VALUE 'R'.
               88 RT-APPROVED-BUCKET     VALUE 'B'.
           05 RT-DATASET-MASK        PIC X(044).
           05 RT-BUCKET              PIC X(063).
           05 RT-KEY-PREFIX          PIC X(040).
           05 RT-STORAGE-CLASS       PIC X(012).
               88 RT-CLASS-VALID         VALUE 'STANDARD'
                                               'GLACIER'
                                               'DEEP_ARCHIVE'.
           05 RT-ENCRYPT-FLAG        PIC X(001).
               88 RT-ENCRYPT-REQUIRED    VALUE 'Y'.
               88 RT-ENCRYPT-OPTIONAL    VALUE 'N'.
           05 FILLER                 PIC X(019).
