      * AFM050 can cross-check it against the AFMLIST snapshot and
      * catch volumes that were scratched or relabeled after the
      * AFMLIST extract was taken.
      *
      * 2026-10-15 GHF  Carved the volume-set fields out of the old
      *                 12-byte FILLER. A dataset the TMS wrote across
      *                 several tapes has one record per volume: each
      *                 names the set's first volume and carries its
      *                 own sequence (1 = first volume) and the
      *                 number of volumes in the set. A single-volume
      *                 file carries 1 of 1, or zeros from an extract
      *                 taken before the TMS job filled them in.
      *                 Record length is unchanged at 64 bytes.
      *
       01 AFMTMS-RECORD.
           05 TMS-VOLUME-ID     PIC X(006).
           05 TMS-FILE-SEQ      PIC 9(002)  USAGE BINARY.
           05 TMS-DATASET-ID    PIC X(044).
           05 TMS-VOLSET-SEQ    PIC 9(003)  USAGE BINARY.
           05 TMS-VOLSET-COUNT  PIC 9(003)  USAGE BINARY.
               88 TMS-VOLSET-SINGLE VALUE 0 1.
           05 TMS-VOLSET-FIRST-VOL
                                PIC X(006).
           05 FILLER            PIC X(002).
