      *
      * AFMLAYR - record-layout registry (GFS.PROD.AFMLAYR), one
      * record per DATASET-ID mask, kept by the application teams
      * with the storage team. Tells the AWS conversion side how
      * to read each migrated EBCDIC object: the copybook that
      * describes it, its RECFM, LRECL and code page. Read by
      * AFM270, which writes the AFMMETA metadata sidecar that
      * goes out beside the AFM030 manifest. LY-DATASET-MASK
      * follows the AFMROUTE rules (see AFMROUT.cpy): whole
      * qualifiers, or a prefix ending in '*'; the longest
      * matching mask wins.
      *
      * 2026-10-15 GHF  Initial version.
      *
       01 AFMLAYR-RECORD.
           05 LY-DATASET-MASK        PIC X(044).
           05 LY-COPYBOOK            PIC X(008).
           05 LY-RECFM               PIC X(004).
               88 LY-RECFM-VALID         VALUE 'F' 'FB' 'FBA'
                                               'V' 'VB' 'VBA'
                                               'VBS' 'U'.
           05 LY-LRECL               PIC 9(005).
           05 LY-CODE-PAGE           PIC X(008).
           05 FILLER                 PIC X(011).
