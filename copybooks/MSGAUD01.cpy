      *  AUDIT-TIMESTAMP is FUNCTION CURRENT-DATE as of the moment the
      *  record was written (so chars 1-8 are the YYYYMMDD run date);
      *  the message-identity fields are copied from the inbound
      *  header (MSGHDR01); AUDIT-MESSAGE holds the text as it was
      *  delivered - clipped by MSGMOVE (AUDIT-TRUNCATED-FLAG 'Y' or
      *  'N'), or whole when the destination split it into segments
      *  (flag 'S') - so it is SOURCE-MSG-MAX-LEN (MSGLEN01) wide.
      *  FILE SECTION cannot reference 78-level constants, so keep the
      *  PIC in step with that copybook by hand.  Records written when
      *  the field was 80 wide read back space-padded.
      *
      *  AUDIT-BATCH-ID is the inbound batch ('H' record) the message
      *  arrived in - spaces on a reprocess or single-message run, and
      *  on records written before the field was appended - so a lost
      *  night's delivery can be rebuilt batch by batch (MSGREDLV).
      *
      *  AUDIT-LATE-FLAG is 'Y' when the message was already older
      *  than its priority's SLA threshold (CTLCARD SLA1-9) when the
      *  run picked it up - the same test that lists it in MSGRPT's
      *  late section - and 'N' otherwise.  Appended the same way;
      *  older records read back blank, which counts as not late.
      *  MSGSVC counts it per source and per consumer.
      ******************************************************************
       01  AUDIT-RECORD.
           05  AUDIT-TIMESTAMP          PIC X(21).
           05  FILLER                   PIC X.
           05  AUDIT-TRUNCATED-FLAG     PIC X.
           05  FILLER                   PIC X.
           05  AUDIT-MESSAGE            PIC X(200).
           05  FILLER                   PIC X.
           05  AUDIT-BATCH-ID           PIC X(8).
           05  FILLER                   PIC X.
           05  AUDIT-LATE-FLAG          PIC X.
