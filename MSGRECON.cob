      *    - input data records against audited (AUDITOUT) plus
      *      rejected (MSGREJ) plus suppressed duplicates (DUPLOG)
      *      plus oversized skips (from the night's MSGHIST record -
      *      skips leave no file of their own) plus the messages the
      *      night put on hold (its records in MSGHELD) plus the
      *      records of batches stopped as already processed (from
      *      MSGHIST again - a stopped batch is taken nowhere);
      *    - audited messages against the sum of the messages in
      *      DEST01-03 and DESTSUSP - a message split into segments
      *      is one audit record but several destination records, so
      *      this leg counts messages (segment 1 of each), not records;
      *    - each destination's own '*T' envelope trailer against
      *      the records actually in that file, and its trailer
      *      message count against the messages in it;
      *    - each destination's segments: the segment counts the
      *      messages declare against the records that arrived, so a
      *      message is only in balance once every part is there;
      *    - the MSGHIST processed/rejected/duplicate counts against
      *      the files they claim to describe;
      *    - the MSGHIST held count against the MSGHELD records that
      *      carry the night's run ID (HIST-RUN-ID) - the store is
      *      persistent, so only that run's holds belong to the night.
      *      What the whole store still holds is noted under the legs.
      *
      *  Every leg prints on RECNRPT with expected, actual and
      *  OK/FAIL; any FAIL ends the run with RC 8 so the scheduler
      *  lost buffer between MSGPROC's output sync and a crash shows
      *  up here as a short leg instead of a consumer phone call.
      *
      *  DEST01-03 are read back through MSGFMT under each
      *  consumer's DESTFMT format profile, so every layout - fixed,
      *  delimited or a subset of the fields - and every envelope
      *  style counts and balances the same way.  A consumer whose
      *  profile has no envelope has no trailer to hold the file to;
      *  that is noted under its legs instead of failing them.
      *
      *  Run it against the night's files before anything renames or
      *  consumes them.  No control deck: there is nothing to vary.
      ******************************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPLOG-STATUS.

           SELECT HELD-FILE ASSIGN TO 'MSGHELD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.

           SELECT HISTORY-FILE ASSIGN TO 'MSGHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
       FD  AUDIT-FILE.
       COPY MSGAUD01.

      *  MSGPROC's WS-ROUTED-RECORD in the consumer's DESTFMT layout
      *  - up to DEST-LINE-MAX-LEN (MSGLEN01) wide, kept in step by
      *  hand.  Read back through MSGFMT, the segment number and
      *  segment count sit in cols 119-121 and 123-125 of
      *  FMT-ROUTED-REC.  A record written before segmenting existed
      *  has neither and counts as a whole message.
       FD  DEST-FILE.
       01  DEST-RECORD                 PIC X(260).

       FD  REJECT-FILE.
       01  REJECT-RECORD               PIC X(244).
       FD  DUP-LOG-FILE.
       01  DUP-LOG-RECORD              PIC X(283).

       FD  HELD-FILE.
       COPY MSGHLD01.

       FD  HISTORY-FILE.
       COPY MSGHST01.

       01  PRINT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       COPY MSGLEN01.
       COPY MSGFMT01.

       01  WS-INPUT-STATUS             PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-DEST-STATUS              PIC XX.
       01  WS-REJECT-STATUS            PIC XX.
       01  WS-DUPLOG-STATUS            PIC XX.
       01  WS-HELD-STATUS              PIC XX.
       01  WS-HISTORY-STATUS           PIC XX.
       01  WS-PRINT-STATUS             PIC XX.

       01  WS-AUDIT-COUNT              PIC 9(8) VALUE 0.
       01  WS-REJECT-COUNT             PIC 9(8) VALUE 0.
       01  WS-DUPLOG-COUNT             PIC 9(8) VALUE 0.
      *  MSGHELD records the night held, and everything in the store.
       01  WS-HELD-COUNT               PIC 9(8) VALUE 0.
       01  WS-HELD-STORE-COUNT         PIC 9(8) VALUE 0.
       01  WS-HELD-STORE-OUT           PIC ZZZ,ZZ9.

       01  WS-DEST-TOTALS.
           05  WS-DEST-TOTAL-ENTRY      OCCURS 4 TIMES.
               10  WS-DST-DATA-COUNT    PIC 9(8) COMP VALUE 0.
               10  WS-DST-TRL-COUNT     PIC 9(8) COMP VALUE 0.
               10  WS-DST-TRL-SEEN      PIC X VALUE 'N'.
               10  WS-DST-MSG-COUNT     PIC 9(8) COMP VALUE 0.
               10  WS-DST-SEG-DECLARED  PIC 9(8) COMP VALUE 0.
               10  WS-DST-TRL-MSG-COUNT PIC 9(8) COMP VALUE 0.
               10  WS-DST-TRL-MSG-SEEN  PIC X VALUE 'N'.
               10  WS-DST-ENVELOPE      PIC X VALUE 'S'.
       01  WS-DEST-SUM                 PIC 9(10) VALUE 0.

      *  The night's MSGHIST record - the last one on the file.
       01  WS-HIST-SKIPPED             PIC 9(8) VALUE 0.
       01  WS-HIST-DUPLICATE           PIC 9(8) VALUE 0.
       01  WS-HIST-REJECTED            PIC 9(8) VALUE 0.
       01  WS-HIST-HELD                PIC 9(8) VALUE 0.
       01  WS-HIST-STOPPED             PIC 9(8) VALUE 0.
       01  WS-HIST-RUN-ID              PIC X(14) VALUE SPACES.

       01  WS-EXPECTED-VALUE           PIC 9(10) VALUE 0.
       01  WS-ACTUAL-VALUE             PIC 9(10) VALUE 0.
               VARYING WS-DEST-SUB FROM 1 BY 1 UNTIL WS-DEST-SUB > 4
           PERFORM 3500-COUNT-REJECT-FILE
           PERFORM 3600-COUNT-DUPLOG-FILE
      *  The history record first: its run ID picks the night's
      *  records out of the held store.
           PERFORM 4000-READ-RUN-HISTORY
           PERFORM 3700-COUNT-HELD-FILE
           PERFORM 5000-CROSS-FOOT
           PERFORM 7200-WRITE-VERDICT
           CLOSE PRINT-FILE

      *  Counts one destination file's data records and captures its
      *  '*T' envelope trailer, so the consumer-facing promise can be
      *  checked against the file that carries it.  FMT-DEST-NO 0 is
      *  the suspense destination, which has no profile.
       3000-COUNT-ONE-DEST.
           EVALUATE WS-DEST-SUB
               WHEN 1
               WHEN OTHER
                   MOVE 'DESTSUSP' TO WS-DEST-NAME
           END-EVALUATE
           IF WS-DEST-SUB = 4
               MOVE 0 TO FMT-DEST-NO
           ELSE
               MOVE WS-DEST-SUB TO FMT-DEST-NO
           END-IF
           MOVE 'P' TO FMT-FUNCTION
           CALL 'MSGFMT' USING FMT-PARM-AREA
           END-CALL
           MOVE FMT-ENVELOPE TO WS-DST-ENVELOPE(WS-DEST-SUB)
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT DEST-FILE
           IF WS-DEST-STATUS = '00'
               PERFORM 9000-CHECK-STATUS
           END-IF.

      *  MSGFMT tells the envelope and a delimited layout's column-
      *  name row from the data, whichever style the profile uses,
      *  and hands a data line back as the routed record.
       3200-CLASSIFY-ONE-DEST-REC.
           MOVE 'R' TO FMT-FUNCTION
           MOVE DEST-RECORD TO FMT-LINE
           CALL 'MSGFMT' USING FMT-PARM-AREA
           END-CALL
           EVALUATE TRUE
               WHEN FMT-LINE-ENV-HEADER
               WHEN FMT-LINE-COLUMN-ROW
                   CONTINUE
               WHEN FMT-LINE-ENV-TRAILER
                   MOVE 'Y' TO WS-DST-TRL-SEEN(WS-DEST-SUB)
                   IF FMT-ENV-COUNT IS NUMERIC
                       MOVE FMT-ENV-COUNT
                           TO WS-DST-TRL-COUNT(WS-DEST-SUB)
                   END-IF
                   IF FMT-ENV-MSG-COUNT IS NUMERIC
                       MOVE 'Y' TO WS-DST-TRL-MSG-SEEN(WS-DEST-SUB)
                       MOVE FMT-ENV-MSG-COUNT
                           TO WS-DST-TRL-MSG-COUNT(WS-DEST-SUB)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-DST-DATA-COUNT(WS-DEST-SUB)
                   PERFORM 3210-COUNT-ONE-DEST-MESSAGE
           END-EVALUATE.

      *  Segment 1 of a message stands for the message and declares
      *  how many records it went out in.  The last segment would do
      *  as well; the first is the one a resend can never skip.
       3210-COUNT-ONE-DEST-MESSAGE.
           IF FMT-ROUTED-REC(119:3) IS NUMERIC
                   AND FMT-ROUTED-REC(123:3) IS NUMERIC
               IF FMT-ROUTED-REC(119:3) = '001'
                   ADD 1 TO WS-DST-MSG-COUNT(WS-DEST-SUB)
                   ADD FUNCTION NUMVAL(FMT-ROUTED-REC(123:3))
                       TO WS-DST-SEG-DECLARED(WS-DEST-SUB)
               END-IF
           ELSE
               ADD 1 TO WS-DST-MSG-COUNT(WS-DEST-SUB)
               ADD 1 TO WS-DST-SEG-DECLARED(WS-DEST-SUB)
           END-IF.

       3500-COUNT-REJECT-FILE.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT REJECT-FILE
               PERFORM 9000-CHECK-STATUS
           END-IF.

      *  A missing MSGHELD is a store nothing has ever been held in.
       3700-COUNT-HELD-FILE.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT HELD-FILE
           IF WS-HELD-STATUS = '00'
               PERFORM 3710-COUNT-ONE-HELD UNTIL END-OF-FILE
               CLOSE HELD-FILE
               MOVE WS-HELD-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT CLOSE HELD-FILE (MSGHELD)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           ELSE
               IF WS-HELD-STATUS NOT = '35'
                   MOVE WS-HELD-STATUS TO WS-CHECK-STATUS
                   MOVE 'CANNOT OPEN HELD-FILE (MSGHELD)'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9000-CHECK-STATUS
               END-IF
           END-IF.

       3710-COUNT-ONE-HELD.
           READ HELD-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-HELD-STORE-COUNT
                   IF WS-HIST-RUN-ID NOT = SPACES
                           AND HELD-RUN-ID = WS-HIST-RUN-ID
                       ADD 1 TO WS-HELD-COUNT
                   END-IF
           END-READ
           IF WS-HELD-STATUS NOT = '00'
                   AND WS-HELD-STATUS NOT = '10'
               MOVE WS-HELD-STATUS TO WS-CHECK-STATUS
               MOVE 'ERROR READING HELD-FILE (MSGHELD)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

      *  The night's record is the last one on MSGHIST - MSGPROC
      *  appends one per completed run.  No record at all means the
      *  night never finished, which is itself a failed leg.
                   ELSE
                       MOVE 0 TO WS-HIST-REJECTED
                   END-IF
                   IF HIST-HELD-COUNT IS NUMERIC
                       MOVE HIST-HELD-COUNT TO WS-HIST-HELD
                   ELSE
                       MOVE 0 TO WS-HIST-HELD
                   END-IF
                   IF HIST-STOPPED-COUNT IS NUMERIC
                       MOVE HIST-STOPPED-COUNT TO WS-HIST-STOPPED
                   ELSE
                       MOVE 0 TO WS-HIST-STOPPED
                   END-IF
                   MOVE HIST-RUN-ID TO WS-HIST-RUN-ID
           END-READ
           IF WS-HISTORY-STATUS NOT = '00'
                   AND WS-HISTORY-STATUS NOT = '10'
           MOVE WS-IN-EXP-TOTAL TO WS-EXPECTED-VALUE
           MOVE WS-IN-DATA-COUNT TO WS-ACTUAL-VALUE
           PERFORM 5100-REPORT-ONE-CHECK
           MOVE 'INPUT = AUDIT+REJ+DUP+SKIP+HELD+STOP' TO WS-CHK-DESC
           COMPUTE WS-EXPECTED-VALUE =
               WS-IN-DATA-COUNT + WS-IN-OTHER-COUNT
           COMPUTE WS-ACTUAL-VALUE =
               WS-AUDIT-COUNT + WS-REJECT-COUNT
               + WS-DUPLOG-COUNT + WS-HIST-SKIPPED
               + WS-HELD-COUNT + WS-HIST-STOPPED
           PERFORM 5100-REPORT-ONE-CHECK
           MOVE 0 TO WS-DEST-SUM
           PERFORM 5200-SUM-ONE-DEST
               VARYING WS-DEST-SUB FROM 1 BY 1 UNTIL WS-DEST-SUB > 4
           MOVE 'AUDIT = SUM OF DESTINATION MESSAGES' TO WS-CHK-DESC
           MOVE WS-AUDIT-COUNT TO WS-EXPECTED-VALUE
           MOVE WS-DEST-SUM TO WS-ACTUAL-VALUE
           PERFORM 5100-REPORT-ONE-CHECK
           PERFORM 5300-CHECK-ONE-DEST-TRAILER
               VARYING WS-DEST-SUB FROM 1 BY 1 UNTIL WS-DEST-SUB > 4
           PERFORM 5400-CHECK-ONE-DEST-SEGMENTS
               VARYING WS-DEST-SUB FROM 1 BY 1 UNTIL WS-DEST-SUB > 4
           MOVE 'MSGHIST PROCESSED VS AUDIT' TO WS-CHK-DESC
           MOVE WS-HIST-PROCESSED TO WS-EXPECTED-VALUE
           MOVE WS-AUDIT-COUNT TO WS-ACTUAL-VALUE
           MOVE 'MSGHIST DUPLICATES VS DUPLOG' TO WS-CHK-DESC
           MOVE WS-HIST-DUPLICATE TO WS-EXPECTED-VALUE
           MOVE WS-DUPLOG-COUNT TO WS-ACTUAL-VALUE
           PERFORM 5100-REPORT-ONE-CHECK
           MOVE 'MSGHIST HELD VS MSGHELD (THIS RUN)' TO WS-CHK-DESC
           MOVE WS-HIST-HELD TO WS-EXPECTED-VALUE
           MOVE WS-HELD-COUNT TO WS-ACTUAL-VALUE
           PERFORM 5100-REPORT-ONE-CHECK
           IF WS-HELD-STORE-COUNT > 0
               MOVE WS-HELD-STORE-COUNT TO WS-HELD-STORE-OUT
               MOVE SPACES TO WS-NOTE-TEXT
               STRING 'MSGHELD STORE, ALL RUNS: ' WS-HELD-STORE-OUT
                   ' MESSAGE(S) AWAITING RELEASE'
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               PERFORM 7300-WRITE-NOTE-LINE
           END-IF.

       5100-REPORT-ONE-CHECK.
           MOVE WS-EXPECTED-VALUE TO WS-CHK-EXPECTED
           PERFORM 9000-CHECK-STATUS.

       5200-SUM-ONE-DEST.
           ADD WS-DST-MSG-COUNT(WS-DEST-SUB) TO WS-DEST-SUM.

      *  A destination whose '*T' trailer never made it to the file
      *  fails on its own line - a missing trailer is exactly the
      *  short-file symptom the envelope exists to expose.  One whose
      *  DESTFMT profile asks for no envelope never had a trailer to
      *  lose; the leg is noted, not run.
       5300-CHECK-ONE-DEST-TRAILER.
           EVALUATE WS-DEST-SUB
               WHEN 1
               WHEN OTHER
                   MOVE 'DESTSUSP TRAILER VS RECORDS' TO WS-CHK-DESC
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-DST-ENVELOPE(WS-DEST-SUB) = 'N'
                   MOVE SPACES TO WS-NOTE-TEXT
                   STRING WS-CHK-DESC(1:6)
                       ' HAS NO ENVELOPE UNDER ITS DESTFMT PROFILE'
                       ' - NO TRAILER'
                       DELIMITED BY SIZE INTO WS-NOTE-TEXT
                   PERFORM 7300-WRITE-NOTE-LINE
               WHEN WS-DST-TRL-SEEN(WS-DEST-SUB) = 'Y'
                   MOVE WS-DST-TRL-COUNT(WS-DEST-SUB)
                       TO WS-EXPECTED-VALUE
                   MOVE WS-DST-DATA-COUNT(WS-DEST-SUB)
                       TO WS-ACTUAL-VALUE
                   PERFORM 5100-REPORT-ONE-CHECK
               WHEN OTHER
                   MOVE 0 TO WS-EXPECTED-VALUE
                   MOVE WS-DST-DATA-COUNT(WS-DEST-SUB)
                       TO WS-ACTUAL-VALUE
                   IF WS-ACTUAL-VALUE = 0
                       PERFORM 5100-REPORT-ONE-CHECK
                   ELSE
                       SET NIGHT-OUT-OF-BALANCE TO TRUE
                       ADD 1 TO WS-FAIL-COUNT
                       MOVE WS-EXPECTED-VALUE TO WS-CHK-EXPECTED
                       MOVE WS-ACTUAL-VALUE TO WS-CHK-ACTUAL
                       MOVE 'FAIL' TO WS-CHK-STATUS
                       WRITE PRINT-LINE FROM WS-CHECK-LINE
                       MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
                       MOVE 'ERROR WRITING PRINT-FILE (RECNRPT)'
                           TO WS-ABEND-MESSAGE
                       PERFORM 9000-CHECK-STATUS
                       MOVE 'TRAILER MISSING - FILE MAY BE CUT SHORT'
                           TO WS-NOTE-TEXT
                       PERFORM 7300-WRITE-NOTE-LINE
                   END-IF
           END-EVALUATE.

      *  Every part accounted for: the segment counts declared by
      *  each message's first record against the data records that
      *  are really there - a lost or extra segment fails here even
      *  when the record-count trailer was written to match.  A
      *  trailer that carries a message count (every trailer written
      *  since segmenting) is also held to the messages in the file.
       5400-CHECK-ONE-DEST-SEGMENTS.
           EVALUATE WS-DEST-SUB
               WHEN 1
                   MOVE 'DEST01 SEGMENTS DECLARED VS RECORDS'
                       TO WS-CHK-DESC
               WHEN 2
                   MOVE 'DEST02 SEGMENTS DECLARED VS RECORDS'
                       TO WS-CHK-DESC
               WHEN 3
                   MOVE 'DEST03 SEGMENTS DECLARED VS RECORDS'
                       TO WS-CHK-DESC
               WHEN OTHER
                   MOVE 'DESTSUSP SEGMENTS DECLARED VS RECS'
                       TO WS-CHK-DESC
           END-EVALUATE
           MOVE WS-DST-SEG-DECLARED(WS-DEST-SUB) TO WS-EXPECTED-VALUE
           MOVE WS-DST-DATA-COUNT(WS-DEST-SUB) TO WS-ACTUAL-VALUE
           PERFORM 5100-REPORT-ONE-CHECK
           IF WS-DST-TRL-MSG-SEEN(WS-DEST-SUB) = 'Y'
               EVALUATE WS-DEST-SUB
                   WHEN 1
                       MOVE 'DEST01 TRAILER VS MESSAGES' TO WS-CHK-DESC
                   WHEN 2
                       MOVE 'DEST02 TRAILER VS MESSAGES' TO WS-CHK-DESC
                   WHEN 3
                       MOVE 'DEST03 TRAILER VS MESSAGES' TO WS-CHK-DESC
                   WHEN OTHER
                       MOVE 'DESTSUSP TRAILER VS MESSAGES'
                           TO WS-CHK-DESC
               END-EVALUATE
               MOVE WS-DST-TRL-MSG-COUNT(WS-DEST-SUB)
                   TO WS-EXPECTED-VALUE
               MOVE WS-DST-MSG-COUNT(WS-DEST-SUB) TO WS-ACTUAL-VALUE
               PERFORM 5100-REPORT-ONE-CHECK
           END-IF.

       7100-WRITE-REPORT-HEADERS.
