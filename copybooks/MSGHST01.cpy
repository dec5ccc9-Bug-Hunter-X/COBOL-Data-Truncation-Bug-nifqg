      *  the MSGRECON end-of-night balancing - appended at the end,
      *  so records written before they existed read back with the
      *  new fields blank.
      *
      *  HIST-HELD-COUNT (messages put on hold to MSGHELD) and
      *  HIST-RUN-ID (the run's first-leg start stamp, the key the
      *  held store carries as HELD-RUN-ID) were appended the same
      *  way for the MSGRECON held-store leg.
      *
      *  HIST-STOPPED-COUNT (data records in batches stopped as
      *  already on the BATCHREG register - they reach no output
      *  file) was appended the same way for the MSGRECON input leg.
      ******************************************************************
       01  HIST-RECORD.
           05  HIST-RUN-DATE            PIC X(8).
           05  HIST-DUPLICATE-COUNT     PIC 9(8).
           05  FILLER                   PIC X.
           05  HIST-REJECTED-COUNT      PIC 9(8).
           05  FILLER                   PIC X.
           05  HIST-HELD-COUNT          PIC 9(8).
           05  FILLER                   PIC X.
           05  HIST-RUN-ID              PIC X(14).
           05  FILLER                   PIC X.
           05  HIST-STOPPED-COUNT       PIC 9(8).
