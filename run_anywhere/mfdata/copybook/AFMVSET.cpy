      *
      * AFMVSET - in-storage table of the multi-volume dataset sets
      * found on AFMVSEQ, one entry per DATASET-ID/first VOLUME-ID.
      * Built by a first pass over AFMVSEQ so a later pass can treat
      * every volume of a set as one unit: VT-VOLUMES-SEEN against
      * VT-VOLSET-COUNT tells whether the whole set is on file,
      * VT-VOLUMES-OPEN counts volumes not yet CONCLUIDA/EXPIRADA
      * and VT-VOLUMES-HELD those on exception hold. A set whose
      * members disagree on the volume count, or carry a sequence
      * outside 1..count, is flagged VT-SEQ-ERROR. Sets past the
      * table size are only counted in VT-OVERFLOW-COUNT.
      *
      * 2026-10-15 GHF  Initial version.
      *
       01 AFMVSET-TABLE.
           05 VT-OVERFLOW-COUNT      PIC 9(007)  USAGE BINARY VALUE 0.
           05 VT-SET-COUNT           PIC 9(005)  USAGE BINARY VALUE 0.
           05 VT-SET-ENTRY           OCCURS 0 TO 2000 TIMES
                                     DEPENDING ON VT-SET-COUNT
                                     INDEXED BY VT-IDX.
               10 VT-SET-KEY.
                   15 VT-DATASET-ID  PIC X(044).
                   15 VT-FIRST-VOL   PIC X(006).
               10 VT-VOLSET-COUNT    PIC 9(003)  USAGE BINARY.
               10 VT-VOLUMES-SEEN    PIC 9(003)  USAGE BINARY.
               10 VT-VOLUMES-OPEN    PIC 9(003)  USAGE BINARY.
               10 VT-VOLUMES-HELD    PIC 9(003)  USAGE BINARY.
               10 VT-SEQ-ERROR-FLAG  PIC X(001).
                   88 VT-SEQ-ERROR             VALUE 'Y'.
                   88 VT-SEQ-OK                VALUE 'N'.

       01 VT-SEARCH-KEY.
           05 VT-SEARCH-DATASET-ID   PIC X(044).
           05 VT-SEARCH-FIRST-VOL    PIC X(006).
