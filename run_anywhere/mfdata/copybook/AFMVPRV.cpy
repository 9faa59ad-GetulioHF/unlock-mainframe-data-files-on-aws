      * retry counts and exception holds stamped since the last
      * extract survive the rebuild.
      *
      * SAME 375-BYTE LAYOUT AS AFMVSEQ.cpy UNDER PV- NAMES - KEEP
      * THE TWO IN STEP IF EITHER CHANGES.
      *
       01 AFMVPRV-RECORD.
               88 PV-SITUACAO-PENDENTE      VALUE 0.
               88 PV-SITUACAO-EM-ANDAMENTO  VALUE 1.
               88 PV-SITUACAO-CONCLUIDA     VALUE 2.
               88 PV-SITUACAO-EXPIRADA      VALUE 3.
           05 PV-MIGRATION-DATE      PIC X(008).
           05 PV-TARGET-S3-BUCKET    PIC X(063).
           05 PV-CHECKSUM            PIC X(064).
           05 PV-EXCEPTION-REASON    PIC X(050).
           05 PV-EXCEPTION-SET-BY    PIC X(008).
           05 PV-EXCEPTION-SET-DATE  PIC X(008).
           05 PV-S3-KEY              PIC X(085).
           05 PV-STORAGE-CLASS       PIC X(012).
               88 PV-CLASS-STANDARD      VALUE 'STANDARD'.
               88 PV-CLASS-GLACIER       VALUE 'GLACIER'.
               88 PV-CLASS-DEEP-ARCHIVE  VALUE 'DEEP_ARCHIVE'.
           05 PV-ENCRYPT-FLAG        PIC X(001).
               88 PV-ENCRYPT-REQUIRED    VALUE 'Y'.
               88 PV-ENCRYPT-OPTIONAL    VALUE 'N'.
           05 PV-RETENTION-DATE      PIC X(008).
           05 PV-LEGAL-HOLD-FLAG     PIC X(001).
               88 PV-LEGAL-HOLD          VALUE 'Y'.
               88 PV-LEGAL-HOLD-NONE     VALUE 'N'.
           05 PV-VOLSET-FIRST-VOL    PIC X(006).
           05 PV-VOLSET-SEQ          PIC 9(003)  USAGE BINARY.
           05 PV-VOLSET-COUNT        PIC 9(003)  USAGE BINARY.
               88 PV-VOLSET-SINGLE       VALUE 0 1.
