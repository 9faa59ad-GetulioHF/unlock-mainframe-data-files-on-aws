      *                 VS-EXCEPTION-FLAG. Record grows from 251 to
      *                 258 bytes - see GFS.PROD.AFMVSEQ's DEFINE
      *                 CLUSTER in AFM040.jcl.
      * 2026-10-15 GHF  Added VS-S3-KEY/VS-STORAGE-CLASS/
      *                 VS-ENCRYPT-FLAG - stamped from the AFMROUTE
      *                 S3 routing rules table by AFM260 before the
      *                 AFM030 manifest is cut, together with
      *                 VS-TARGET-S3-BUCKET. Once a row has left on a
      *                 manifest its routing is frozen and AFM040
      *                 carries it across the LOAD rebuild. Record
      *                 grows from 258 to 356 bytes - see AFMVPRV.cpy
      *                 and the DEFINE CLUSTER in AFM040.jcl/
      *                 AFM040L.jcl.
      * 2026-10-15 GHF  Added VS-SITUACAO-EXPIRADA and
      *                 VS-RETENTION-DATE/VS-LEGAL-HOLD-FLAG - stamped
      *                 by AFM280 from the records-management
      *                 retention feed. An EXPIRADA row is past its
      *                 retention date and is never migrated; it
      *                 counts as resolved. A row under legal hold
      *                 still migrates but AFM210 will not let its
      *                 volume be scratched. Record grows from 356 to
      *                 365 bytes - see AFMVPRV.cpy and the DEFINE
      *                 CLUSTER in AFM040.jcl/AFM040L.jcl.
      * 2026-10-15 GHF  Added VS-VOLSET-FIRST-VOL/VS-VOLSET-SEQ/
      *                 VS-VOLSET-COUNT - stamped by AFM150 from the
      *                 AFMTMS catalog extract. A dataset that spans
      *                 several tapes has one row per volume, all
      *                 naming the same first volume, numbered 1 to
      *                 VS-VOLSET-COUNT; the rows together are one
      *                 migration unit, not duplicate copies. A
      *                 single-volume row carries a count of 0 or 1.
      *                 Record grows from 365 to 375 bytes - see
      *                 AFMVPRV.cpy and the DEFINE CLUSTER in
      *                 AFM040.jcl/AFM040L.jcl.
      *
       01 AFMVSEQ-RECORD.
           05 VS-REC-KEY.
               88 VS-SITUACAO-PENDENTE      VALUE 0.
               88 VS-SITUACAO-EM-ANDAMENTO  VALUE 1.
               88 VS-SITUACAO-CONCLUIDA     VALUE 2.
               88 VS-SITUACAO-EXPIRADA      VALUE 3.
           05 VS-MIGRATION-DATE      PIC X(008).
           05 VS-TARGET-S3-BUCKET    PIC X(063).
           05 VS-CHECKSUM            PIC X(064).
           05 VS-EXCEPTION-REASON    PIC X(050).
           05 VS-EXCEPTION-SET-BY    PIC X(008).
           05 VS-EXCEPTION-SET-DATE  PIC X(008).
           05 VS-S3-KEY              PIC X(085).
           05 VS-STORAGE-CLASS       PIC X(012).
               88 VS-CLASS-STANDARD      VALUE 'STANDARD'.
               88 VS-CLASS-GLACIER       VALUE 'GLACIER'.
               88 VS-CLASS-DEEP-ARCHIVE  VALUE 'DEEP_ARCHIVE'.
           05 VS-ENCRYPT-FLAG        PIC X(001).
               88 VS-ENCRYPT-REQUIRED    VALUE 'Y'.
               88 VS-ENCRYPT-OPTIONAL    VALUE 'N'.
           05 VS-RETENTION-DATE      PIC X(008).
           05 VS-LEGAL-HOLD-FLAG     PIC X(001).
               88 VS-LEGAL-HOLD          VALUE 'Y'.
               88 VS-LEGAL-HOLD-NONE     VALUE 'N'.
           05 VS-VOLSET-FIRST-VOL    PIC X(006).
           05 VS-VOLSET-SEQ          PIC 9(003)  USAGE BINARY.
           05 VS-VOLSET-COUNT        PIC 9(003)  USAGE BINARY.
               88 VS-VOLSET-SINGLE       VALUE 0 1.
