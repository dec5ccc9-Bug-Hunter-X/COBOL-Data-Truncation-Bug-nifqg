      *  line, keyed by HDR-MESSAGE-ID - '*' lines are comments),
      *  ages what is left, prints the outstanding-messages report to
      *  ACKRPT, and writes anything outstanding RESENDAGE days or
      *  more to ACKRSND1/ACKRSND2/ACKRSND3 in the consumer's own
      *  DEST-record layout so it can reload it unchanged.  A resent
      *  item stays in the store until its acknowledgment finally
      *  arrives.
      *
      *  Each DEST file is read back, and each resend extract laid
      *  out, through MSGFMT under the consumer's DESTFMT format
      *  profile.  The store itself always holds MSGPROC's fixed
      *  routed record; a field the consumer's layout leaves out is
      *  blank there.  A resend extract carries no envelope, but a
      *  delimited one opens with its column-name row.
      *  MSGREDLV registers the parts of an operator redelivery in
      *  the same store, so those are expected back here as well.
      *
      *  A message MSGPROC split into numbered segments arrives as
      *  several DEST records under one message ID; each part is its
      *  own store entry (keyed by ID, destination and segment
      *  number) so every part is resent, but the consumer acks the
      *  message ID once and that one ack strikes every part.  The
      *  counts on the report are messages; the parts still held are
      *  shown on a line of their own.
      *
      *  The rewritten store goes to ACKOUTS.NEW first and is renamed
      *  over ACKOUTS - the same atomic-rename protection MSGPROC
      *  dropped - that is exactly the kind of mismatch this report
      *  exists to surface.
      *
      *  Every message acknowledged is also appended to ACKHIST
      *  (layout in MSGAKH01.cpy) with the days it took, once the new
      *  store is safely in place - the store forgets an acked entry,
      *  and MSGSVC needs the time-to-ack for the monthly service
      *  statement.
      *
      *  ACKCTL keywords, one per line, '*' comments:
      *      RESENDAGE=nnn     (days outstanding before the item goes
      *                         to the resend extract, default 1)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTS-NEW-STATUS.

           SELECT ACK-HIST-FILE ASSIGN TO 'ACKHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-HIST-STATUS.

           SELECT PRINT-FILE ASSIGN TO 'ACKRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
       FD  CTL-FILE.
       01  CTL-RECORD                  PIC X(80).

      *  Same width as MSGPROC's destination records: a routed
      *  record (the message header, the truncation flag, the message
      *  text or one segment of it, the segment number and segment
      *  count) in whatever layout the consumer's DESTFMT profile
      *  gives it - up to DEST-LINE-MAX-LEN in MSGLEN01, kept in step
      *  by hand.
       FD  DEST-FILE.
       01  DEST-RECORD                 PIC X(260).

       FD  ACK-FILE.
       01  ACK-RECORD                  PIC X(80).

       FD  RESEND-FILE.
       01  RESEND-RECORD               PIC X(260).

      *  One line per unacknowledged delivery: which destination it
      *  went to, the date it was first delivered, and the delivered
      *  routed record as MSGFMT read it back off the DEST file - that
      *  record is what the resend extract replays.
       FD  OUTSTANDING-FILE.
       01  OUTS-RECORD.
           05  OUTS-DEST-NO             PIC X.
           05  FILLER                   PIC X.
           05  OUTS-FIRST-DATE          PIC X(8).
           05  FILLER                   PIC X.
           05  OUTS-DELIVERED-REC       PIC X(125).

       FD  OUTS-NEW-FILE.
       01  OUTS-NEW-RECORD             PIC X(136).

       FD  ACK-HIST-FILE.
       COPY MSGAKH01.

       FD  PRINT-FILE.
       01  PRINT-LINE                  PIC X(160).

       WORKING-STORAGE SECTION.
       COPY MSGLEN01.
       COPY MSGFMT01.

       01  WS-CTL-STATUS               PIC XX.
       01  WS-DEST-STATUS              PIC XX.
       01  WS-RESEND-STATUS            PIC XX.
       01  WS-OUTS-STATUS              PIC XX.
       01  WS-OUTS-NEW-STATUS          PIC XX.
       01  WS-ACK-HIST-STATUS          PIC XX.
       01  WS-PRINT-STATUS             PIC XX.

       01  WS-CHECK-STATUS             PIC XX.
                   15  WS-OUT-MSG-ID    PIC X(12).
                   15  WS-OUT-SOURCE    PIC X(4).
                   15  FILLER           PIC X(101).
                   15  FILLER           PIC X.
                   15  WS-OUT-SEG-NO    PIC X(3).
                   15  FILLER           PIC X.
                   15  WS-OUT-SEG-COUNT PIC X(3).

      *  WS-SEARCH-SEG-NO of spaces matches any part of the message.
       01  WS-SEARCH-MSG-ID            PIC X(12) VALUE SPACES.
       01  WS-SEARCH-DEST-NO           PIC X VALUE SPACE.
       01  WS-SEARCH-SEG-NO            PIC X(3) VALUE SPACES.

       01  WS-DELIVERED-REC.
           05  WS-DLV-MSG-ID            PIC X(12).
           05  WS-DLV-SOURCE            PIC X(4).
           05  FILLER                   PIC X(101).
           05  FILLER                   PIC X.
           05  WS-DLV-SEG-NO            PIC X(3).
           05  FILLER                   PIC X.
           05  WS-DLV-SEG-COUNT         PIC X(3).

      *  A record from before messages were split carries no segment
      *  fields; it is the whole message, part 1 of 1.
       01  WS-SINGLE-PART              PIC X(8) VALUE ' 001/001'.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-TODAY-DATE               PIC X(8).
       01  WS-ACKED-COUNT              PIC 9(8) VALUE 0.
       01  WS-UNMATCHED-COUNT          PIC 9(8) VALUE 0.
       01  WS-OUTSTANDING-COUNT        PIC 9(8) VALUE 0.
       01  WS-OUTSTANDING-PARTS        PIC 9(8) VALUE 0.
       01  WS-RESENT-COUNT             PIC 9(8) VALUE 0.

       01  WS-TITLE-LINE               PIC X(160)
           05  FILLER                   PIC X(6) VALUE 'SRCE'.
           05  FILLER                   PIC X(12) VALUE 'FIRST SENT'.
           05  FILLER                   PIC X(10) VALUE 'AGE DAYS'.
           05  FILLER                   PIC X(8) VALUE 'RESENT'.
           05  FILLER                   PIC X(104) VALUE 'PART'.

       01  WS-DETAIL-LINE.
           05  FILLER                   PIC X(2).
           05  WS-DTL-AGE-DAYS          PIC ZZZ9.
           05  FILLER                   PIC X(6).
           05  WS-DTL-RESENT            PIC X(3).
           05  FILLER                   PIC X(5).
           05  WS-DTL-PART              PIC X(7).
           05  FILLER                   PIC X(97) VALUE SPACES.

       01  WS-UNMATCHED-LINE.
           05  FILLER                   PIC X(30)
           05  WS-TRL-RESENT            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(123) VALUE SPACES.

       01  WS-TRAILER-LINE-7.
           05  FILLER                   PIC X(30)
                   VALUE 'OUTSTANDING RECORDS (PARTS): '.
           05  WS-TRL-OUTSTANDING-PARTS PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(123) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1050-SET-RUN-DATE
           PERFORM 5000-RESEND-ONE-DEST
               VARYING WS-DEST-NO FROM 1 BY 1 UNTIL WS-DEST-NO > 3
           PERFORM 6000-REWRITE-STORE
           PERFORM 7500-WRITE-ACK-HISTORY
           PERFORM 7000-WRITE-REPORT-BODY
           CLOSE PRINT-FILE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE OUTS-FIRST-DATE TO WS-OUT-FIRST-DATE(WS-OUTS-COUNT)
           MOVE 'N' TO WS-OUT-ACKED(WS-OUTS-COUNT)
           MOVE OUTS-DELIVERED-REC TO WS-OUT-RECORD(WS-OUTS-COUNT)
           IF WS-OUT-SEG-NO(WS-OUTS-COUNT) IS NOT NUMERIC
               MOVE WS-SINGLE-PART
                   TO WS-OUT-RECORD(WS-OUTS-COUNT)(118:8)
           END-IF
           IF WS-OUT-SEG-NO(WS-OUTS-COUNT) = '001'
               ADD 1 TO WS-LOADED-COUNT
           END-IF.

       2900-CHECK-TABLE-ROOM.
           IF WS-OUTS-COUNT >= OUTS-TABLE-MAX
      *  Merge one destination file's deliveries in.  A delivery the
      *  store already carries (the consumer has not acked it and
      *  MSGPROC re-emitted it after a restart) keeps its original
      *  first-sent date instead of being added twice.  Each segment
      *  of a split message is matched on its own segment number.
       3000-ADD-ONE-DESTINATION.
           MOVE WS-DEST-NO TO WS-DEST-NO-X
           MOVE SPACES TO WS-DEST-NAME
               PERFORM 9000-CHECK-STATUS
           END-IF.

      *  MSGFMT reads the line back under the consumer's profile.
      *  The '*H'/'*T' envelope and a delimited layout's column-name
      *  row are not deliveries; a data line comes back as the
      *  routed record.
       3200-MERGE-ONE-DELIVERY.
           MOVE 'R' TO FMT-FUNCTION
           MOVE WS-DEST-NO TO FMT-DEST-NO
           MOVE DEST-RECORD TO FMT-LINE
           CALL 'MSGFMT' USING FMT-PARM-AREA
           END-CALL
           IF FMT-LINE-DATA
               PERFORM 3300-TABLE-ONE-DELIVERY
           END-IF.

       3300-TABLE-ONE-DELIVERY.
           MOVE FMT-ROUTED-REC TO WS-DELIVERED-REC
           IF WS-DLV-SEG-NO IS NOT NUMERIC
               MOVE WS-SINGLE-PART TO WS-DELIVERED-REC(118:8)
           END-IF
           MOVE WS-DLV-MSG-ID TO WS-SEARCH-MSG-ID
           MOVE WS-DEST-NO-X TO WS-SEARCH-DEST-NO
           MOVE WS-DLV-SEG-NO TO WS-SEARCH-SEG-NO
           PERFORM 8000-FIND-OUTSTANDING
           IF NOT ENTRY-FOUND
               PERFORM 2900-CHECK-TABLE-ROOM
               MOVE WS-TODAY-DATE TO WS-OUT-FIRST-DATE(WS-OUTS-COUNT)
               MOVE 'N' TO WS-OUT-ACKED(WS-OUTS-COUNT)
               MOVE WS-DELIVERED-REC TO WS-OUT-RECORD(WS-OUTS-COUNT)
               IF WS-DLV-SEG-NO = '001'
                   ADD 1 TO WS-ADDED-COUNT
               END-IF
           END-IF.

      *  Strike out what one consumer acknowledged.  A consumer that
           ELSE
               MOVE ACK-RECORD(1:12) TO WS-SEARCH-MSG-ID
               MOVE WS-DEST-NO-X TO WS-SEARCH-DEST-NO
               MOVE SPACES TO WS-SEARCH-SEG-NO
               PERFORM 8000-FIND-OUTSTANDING
               IF ENTRY-FOUND
                   PERFORM 4300-STRIKE-ONE-PART
                       VARYING WS-OUTS-SUB FROM WS-OUTS-HIT BY 1
                       UNTIL WS-OUTS-SUB > WS-OUTS-COUNT
                   ADD 1 TO WS-ACKED-COUNT
               ELSE
                   ADD 1 TO WS-UNMATCHED-COUNT
               END-IF
           END-IF.

      *  One ack covers the whole message: every part still unacked
      *  under the same ID at the same destination is struck.
       4300-STRIKE-ONE-PART.
           IF WS-OUT-MSG-ID(WS-OUTS-SUB) = WS-SEARCH-MSG-ID
                   AND WS-OUT-DEST-NO(WS-OUTS-SUB) = WS-SEARCH-DEST-NO
                   AND WS-OUT-ACKED(WS-OUTS-SUB) = 'N'
               MOVE 'Y' TO WS-OUT-ACKED(WS-OUTS-SUB)
           END-IF.

      *  Extract one destination's aged, unacked items in the
      *  consumer's DEST-record layout.  The file is only created
      *  when there is something to resend, so an empty consumer
      *  pickup never happens.
       5000-RESEND-ONE-DEST.
           MOVE WS-DEST-NO TO WS-DEST-NO-X
           MOVE SPACES TO WS-RESEND-NAME
                           TO WS-ABEND-MESSAGE
                       PERFORM 9000-CHECK-STATUS
                       SET RESEND-FILE-OPEN TO TRUE
                       PERFORM 5200-WRITE-RESEND-COLUMN-ROW
                   END-IF
                   MOVE 'D' TO FMT-FUNCTION
                   MOVE WS-DEST-NO TO FMT-DEST-NO
                   MOVE WS-OUT-RECORD(WS-OUTS-SUB) TO FMT-ROUTED-REC
                   CALL 'MSGFMT' USING FMT-PARM-AREA
                   END-CALL
                   PERFORM 5300-WRITE-RESEND-LINE
                   ADD 1 TO WS-RESENT-COUNT
               END-IF
           END-IF.

      *  A delimited layout's column-name row heads the extract just
      *  as it heads the DEST file; MSGFMT hands back spaces for any
      *  other layout.
       5200-WRITE-RESEND-COLUMN-ROW.
           MOVE 'C' TO FMT-FUNCTION
           MOVE WS-DEST-NO TO FMT-DEST-NO
           CALL 'MSGFMT' USING FMT-PARM-AREA
           END-CALL
           IF FMT-LINE NOT = SPACES
               PERFORM 5300-WRITE-RESEND-LINE
           END-IF.

       5300-WRITE-RESEND-LINE.
           WRITE RESEND-RECORD FROM FMT-LINE
           MOVE WS-RESEND-STATUS TO WS-CHECK-STATUS
           MOVE 'ERROR WRITING RESEND-FILE' TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS.

      *  Rewrite the store without the acked entries, then rename it
      *  over ACKOUTS in one atomic step.
       6000-REWRITE-STORE.
               MOVE 'ERROR WRITING OUTS-NEW-FILE (ACKOUTS.NEW)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
               ADD 1 TO WS-OUTSTANDING-PARTS
               IF WS-OUT-SEG-NO(WS-OUTS-SUB) = '001'
                   ADD 1 TO WS-OUTSTANDING-COUNT
               END-IF
           END-IF.

       7100-WRITE-REPORT-HEADERS.
           MOVE WS-UNMATCHED-COUNT TO WS-TRL-UNMATCHED
           MOVE WS-OUTSTANDING-COUNT TO WS-TRL-OUTSTANDING
           MOVE WS-RESENT-COUNT TO WS-TRL-RESENT
           MOVE WS-OUTSTANDING-PARTS TO WS-TRL-OUTSTANDING-PARTS
           WRITE PRINT-LINE FROM SPACES
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           WRITE PRINT-LINE FROM WS-TRAILER-LINE-6
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           WRITE PRINT-LINE FROM WS-TRAILER-LINE-7
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS.

       7200-WRITE-ONE-DETAIL.
               ELSE
                   MOVE 'NO' TO WS-DTL-RESENT
               END-IF
               STRING WS-OUT-SEG-NO(WS-OUTS-SUB) '/'
                      WS-OUT-SEG-COUNT(WS-OUTS-SUB)
                   DELIMITED BY SIZE INTO WS-DTL-PART
               WRITE PRINT-LINE FROM WS-DETAIL-LINE
               MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
               MOVE 'ERROR WRITING PRINT-FILE (ACKRPT)'
               PERFORM 9000-CHECK-STATUS
           END-IF.

      *  Appends this run's acknowledged messages to ACKHIST.  Run
      *  after the store rename, so a failure here can never leave an
      *  ack both in the history and still outstanding.
       7500-WRITE-ACK-HISTORY.
           OPEN EXTEND ACK-HIST-FILE
           IF WS-ACK-HIST-STATUS = '35'
               OPEN OUTPUT ACK-HIST-FILE
           END-IF
           MOVE WS-ACK-HIST-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT OPEN ACK-HIST-FILE (ACKHIST)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           PERFORM 7510-WRITE-ONE-ACK-HISTORY
               VARYING WS-OUTS-SUB FROM 1 BY 1
               UNTIL WS-OUTS-SUB > WS-OUTS-COUNT
           CLOSE ACK-HIST-FILE
           MOVE WS-ACK-HIST-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT CLOSE ACK-HIST-FILE (ACKHIST)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS.

       7510-WRITE-ONE-ACK-HISTORY.
           IF WS-OUT-ACKED(WS-OUTS-SUB) = 'Y'
                   AND WS-OUT-SEG-NO(WS-OUTS-SUB) = '001'
               MOVE SPACES TO AKH-RECORD
               MOVE WS-TODAY-DATE TO AKH-ACK-DATE
               MOVE WS-OUT-DEST-NO(WS-OUTS-SUB) TO AKH-DEST-NO
               MOVE WS-OUT-MSG-ID(WS-OUTS-SUB) TO AKH-MSG-ID
               MOVE WS-OUT-SOURCE(WS-OUTS-SUB) TO AKH-SOURCE
               MOVE WS-OUT-FIRST-DATE(WS-OUTS-SUB) TO AKH-FIRST-DATE
               PERFORM 8100-COMPUTE-ENTRY-AGE
               MOVE WS-AGE-DAYS TO AKH-DAYS-TO-ACK
               WRITE AKH-RECORD
               MOVE WS-ACK-HIST-STATUS TO WS-CHECK-STATUS
               MOVE 'ERROR WRITING ACK-HIST-FILE (ACKHIST)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

      *  Linear search of the table for WS-SEARCH-MSG-ID at
      *  WS-SEARCH-DEST-NO (and WS-SEARCH-SEG-NO when it is not
      *  spaces), unacked entries only; leaves WS-OUTS-HIT
      *  at the match and ENTRY-FOUND set, or ENTRY-FOUND clear.
       8000-FIND-OUTSTANDING.
           MOVE 'N' TO WS-ENTRY-FOUND
           IF WS-OUT-MSG-ID(WS-OUTS-SUB) = WS-SEARCH-MSG-ID
                   AND WS-OUT-DEST-NO(WS-OUTS-SUB) = WS-SEARCH-DEST-NO
                   AND WS-OUT-ACKED(WS-OUTS-SUB) = 'N'
                   AND (WS-SEARCH-SEG-NO = SPACES
                       OR WS-OUT-SEG-NO(WS-OUTS-SUB) = WS-SEARCH-SEG-NO)
               SET ENTRY-FOUND TO TRUE
               MOVE WS-OUTS-SUB TO WS-OUTS-HIT
           END-IF.
