      ******************************************************************
      *  MSGAKH01 - record layout of the ACKHIST acknowledgment
      *  history file.  MSGACK appends one record for every message
      *  an ACKIN file acknowledged (7500-WRITE-ACK-HISTORY) - the
      *  ACKOUTS store simply drops an acked entry, so without this
      *  there is no record of how long the consumer took - and
      *  MSGSVC reads them back for the monthly service statement.
      *  Shared here so the writer and the reader can never drift
      *  apart.
      *
      *  One record per message, not per part: a split message is
      *  acked once under its ID, so it is written for segment 001.
      *  AKH-DAYS-TO-ACK is whole days from AKH-FIRST-DATE (the date
      *  it was first delivered) to AKH-ACK-DATE (the night the ack
      *  was matched).  Plain display numerics, editor-readable.
      ******************************************************************
       01  AKH-RECORD.
           05  AKH-ACK-DATE             PIC X(8).
           05  FILLER                   PIC X.
           05  AKH-DEST-NO              PIC X.
           05  FILLER                   PIC X.
           05  AKH-MSG-ID               PIC X(12).
           05  FILLER                   PIC X.
           05  AKH-SOURCE               PIC X(4).
           05  FILLER                   PIC X.
           05  AKH-FIRST-DATE           PIC X(8).
           05  FILLER                   PIC X.
           05  AKH-DAYS-TO-ACK          PIC 9(4).
