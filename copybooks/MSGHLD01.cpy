      ******************************************************************
      *  MSGHLD01 - record layout of the MSGHELD held-message store.
      *  MSGPROC appends one record for every message that matches a
      *  live entry in the operator's MSGHOLD list; MSGRLSE takes
      *  records back out and feeds them to a RUNMODE=RELEASE run;
      *  MSGRECON and MSGSTAT read the store to balance and report
      *  it.  Shared here so the writer and the readers can never
      *  drift apart.
      *
      *  HELD-RUN-ID is the start stamp of the MSGPROC run that held
      *  the message - the first leg's stamp, kept across a restart
      *  through the checkpoint - and is what MSGRECON matches
      *  against HIST-RUN-ID to pick out one night's holds from the
      *  store.  HELD-HOLD-TYPE/VALUE/EXPIRY/REASON are a copy of the
      *  MSGHOLD entry that matched, so the store still says why a
      *  message is waiting after the entry itself has been edited
      *  away.
      *
      *  HELD-ORIGINAL-RECORD is the inbound record exactly as it was
      *  read, before normalization - the release run puts it through
      *  the whole normal path again.  The store is record
      *  sequential, not line sequential, for the same reason MSGREJ
      *  is: an inbound record can carry control bytes.
      ******************************************************************
       01  HELD-RECORD.
           05  HELD-TIMESTAMP           PIC X(14).
           05  FILLER                   PIC X.
           05  HELD-RUN-ID              PIC X(14).
           05  FILLER                   PIC X.
           05  HELD-BATCH-ID            PIC X(8).
           05  FILLER                   PIC X.
           05  HELD-HOLD-TYPE           PIC X.
           05  FILLER                   PIC X.
           05  HELD-HOLD-VALUE          PIC X(12).
           05  FILLER                   PIC X.
           05  HELD-EXPIRY-DATE         PIC X(8).
           05  FILLER                   PIC X.
           05  HELD-REASON              PIC X(40).
           05  FILLER                   PIC X.
           05  HELD-ORIGINAL-RECORD     PIC X(235).
