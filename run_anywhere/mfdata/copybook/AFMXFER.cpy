      *
      * AFMXFER - commarea the AF73 browse (AFM370) passes on XCTL
      * to AFM070 (AF70) or AFM140 (AF71) when the operator selects
      * a line. Its length is how the receiving program tells a
      * transfer from its own one-byte pseudo-conversational
      * commarea: it puts the row's key on the first screen already
      * filled in and shows the row, instead of a blank screen.
      *
      * 2026-10-15 GHF  Initial version.
      *
       01 AFMXFER-AREA.
           05 XF-FROM-TRANSID     PIC X(004).
           05 XF-VOLUME-ID        PIC X(006).
           05 XF-FILE-SEQ         PIC 9(002).
           05 XF-DATASET-ID       PIC X(044).
