      *  total (entries 1-3 are DEST01-03, entry 4 is DESTSUSP) for
      *  the '*T' trailers written at end of run.
      *
      *  CKPT-DEST-MSG-COUNT is each destination's running count of
      *  distinct messages for the '*T' message count (it differs
      *  from CKPT-DEST-COUNT once messages are split into segments)
      *  and CKPT-SPLIT-COUNT the run's tally of split messages.
      *  Both were appended at the end, so a checkpoint written
      *  before they existed reads back with them blank.
      *
      *  CKPT-HELD-COUNT is the run's tally of messages put on hold
      *  to MSGHELD, and CKPT-RUN-ID the start stamp of the run's
      *  first leg - unlike CKPT-RUN-START it survives a restart, so
      *  every message the run holds carries the same HELD-RUN-ID.
      *  Appended the same way; blank reads back as zero / a new ID.
      *
      *  CKPT-MASKED-COUNT is the run's tally of message text fields
      *  masked under the MSGMASK rules, and CKPT-SRC-MASKED the same
      *  by source, entry for entry with CKPT-SRC-ENTRY.  Appended
      *  the same way; blank reads back as zero.
      *
      *  CKPT-BATCH-START/-CREATE/-SOURCE/-POS are what the open
      *  batch will be registered on BATCHREG with when it closes;
      *  CKPT-BATCH-STOPPED marks the open batch as one stopped for
      *  already being on the register, CKPT-STOPPED-RECORDS the data
      *  records it has sent so far, and CKPT-STOPPED-BATCHES /
      *  CKPT-STOPPED-REC-TOTAL the run's tallies of both.  Appended
      *  the same way; blank reads back as zero / not stopped.
      *
      *  CHECKPOINT-TEMP-RECORD in MSGPROC must stay the same total
      *  length as this record (2600 bytes).
      ******************************************************************
       01  CHECKPOINT-RECORD.
           05  CKPT-COUNT               PIC 9(8).
               10  CKPT-DEST-ENTRY      OCCURS 4 TIMES.
                   15  CKPT-DEST-COUNT      PIC 9(8).
                   15  CKPT-DEST-HASH       PIC 9(12).
           05  CKPT-DEST-MSG-COUNTS.
               10  CKPT-DEST-MSG-COUNT  PIC 9(8) OCCURS 4 TIMES.
           05  CKPT-SPLIT-COUNT         PIC 9(8).
           05  CKPT-HELD-COUNT          PIC 9(8).
           05  CKPT-RUN-ID              PIC X(14).
           05  CKPT-MASKED-COUNT        PIC 9(8).
           05  CKPT-SOURCE-MASKED.
               10  CKPT-SRC-MASKED      PIC 9(8) OCCURS 51 TIMES.
           05  CKPT-BATCH-START         PIC X(14).
           05  CKPT-BATCH-CREATE        PIC X(8).
           05  CKPT-BATCH-SOURCE        PIC X(4).
           05  CKPT-BATCH-POS           PIC 9(8).
           05  CKPT-BATCH-STOPPED       PIC X.
           05  CKPT-STOPPED-RECORDS     PIC 9(8).
           05  CKPT-STOPPED-BATCHES     PIC 9(8).
           05  CKPT-STOPPED-REC-TOTAL   PIC 9(8).
