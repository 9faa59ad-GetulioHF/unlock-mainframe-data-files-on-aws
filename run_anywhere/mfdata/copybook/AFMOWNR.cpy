      *
      * AFMOWNR - application-owner catalog (GFS.PROD.AFMOWNER),
      * kept by the migration team and read by AFM380 to tell the
      * application teams what is happening to their data. One
      * record per DATASET-ID mask, same mask rules as the AFMROUTE
      * routing table (AFMROUT.cpy): OW-DATASET-MASK is either a
      * high-level qualifier (one or more whole qualifiers, e.g.
      * GFS.PAYROLL) matching every DATASET-ID under it, or a
      * prefix ending in '*' (e.g. GFS.PAY*) matching every
      * DATASET-ID that starts with the text before the '*'. When
      * more than one mask matches, the longest wins.
      * The owner is the application: an application may own any
      * number of masks, but every record naming it must carry the
      * same owning team, contact mailbox and cost center - the
      * statement and the notification go out once per application.
      * OW-CONTACT-MAILBOX is the address the mail system sends the
      * application's statement to.
      *
      * 2026-10-15 GHF  Initial version.
      *
       01 AFMOWNR-RECORD.
           05 OW-DATASET-MASK        PIC X(044).
           05 OW-APPLICATION-NAME    PIC X(030).
           05 OW-OWNING-TEAM         PIC X(030).
           05 OW-CONTACT-MAILBOX     PIC X(060).
           05 OW-COST-CENTER         PIC X(010).
           05 FILLER                 PIC X(026).
