      ******************************************************************
      *  MSGBRG01 - record layout of the BATCHREG batch register,
      *  shared by MSGPROC (which writes one record per H/D/T batch
      *  it balances, 7100-VERIFY-BATCH-TRAILER, and random-READs it
      *  when the next batch header arrives, 5300-START-NEW-BATCH)
      *  and MSGFEED (which reads it back at the batch-window cutoff
      *  against the FEEDSCHD expected-feed schedule).
      *
      *  BRG-BATCH-ID is the indexed file's RECORD KEY - the batch ID
      *  off the 'H' record (WS-BH-BATCH-ID).  BRG-PROC-DATE/TIME are
      *  when the batch header was accepted, BRG-CREATE-DATE is the
      *  upstream's own creation date off the same record, and
      *  BRG-SOURCE is the source system of the batch's first data
      *  record.  BRG-RUN-ID and BRG-INPUT-POS (the header's record
      *  number in MSGIN) tell a restart replaying its own batch from
      *  an upstream re-sending an old one.
      ******************************************************************
       01  BATCH-REG-RECORD.
           05  BRG-BATCH-ID             PIC X(8).
           05  BRG-PROC-DATE            PIC X(8).
           05  BRG-PROC-TIME            PIC X(6).
           05  BRG-CREATE-DATE          PIC X(8).
           05  BRG-SOURCE               PIC X(4).
           05  BRG-RESULT               PIC X(3).
               88  BRG-IN-BALANCE            VALUE 'BAL'.
               88  BRG-OUT-OF-BALANCE        VALUE 'OOB'.
           05  BRG-RECORD-COUNT         PIC 9(8).
           05  BRG-RUN-ID               PIC X(14).
           05  BRG-INPUT-POS            PIC 9(8).
