      *  has reset: the run completed clean, and MSGSTAT says so
      *  without anyone opening MSGRPT.
      *
      *  Whatever the state of the run, the MSGHELD store is counted
      *  too - messages waiting on an operator hold are the other
      *  thing the night shift gets asked about.
      *
      *  Read-only: this program never writes a file, so it is always
      *  safe to run against a live batch.
      ******************************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT HELD-FILE ASSIGN TO 'MSGHELD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECKPOINT-FILE.
       FD  INPUT-FILE.
       01  INPUT-RECORD                PIC X(235).

       FD  HELD-FILE.
       COPY MSGHLD01.

       WORKING-STORAGE SECTION.
       01  WS-CHECKPOINT-STATUS        PIC XX.
       01  WS-INPUT-STATUS             PIC XX.
       01  WS-HELD-STATUS              PIC XX.

       01  WS-CHECKPOINT-FOUND         PIC X VALUE 'N'.
           88  CHECKPOINT-FOUND              VALUE 'Y'.
           88  END-OF-INPUT                  VALUE 'Y'.

       01  WS-INPUT-COUNT              PIC 9(8) VALUE 0.
       01  WS-HELD-STORE-COUNT         PIC 9(8) VALUE 0.
       01  WS-END-OF-HELD              PIC X VALUE 'N'.
           88  END-OF-HELD                   VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-TIME-HHMMSS              PIC X(6).
               WHEN OTHER
                   PERFORM 2000-DISPLAY-PROGRESS
           END-EVALUATE
           PERFORM 5000-COUNT-HELD-STORE
           GOBACK.

       1000-READ-CHECKPOINT.
           DISPLAY '  REJECTED:            ' WS-COUNT-OUT
           MOVE CKPT-SUBSTITUTED-COUNT TO WS-COUNT-OUT
           DISPLAY '  CHARS SUBSTITUTED:   ' WS-COUNT-OUT
      *  Guarded like CKPT-BATCH-SEQ: these fields postdate older
      *  checkpoint records, whose bytes here are not numeric.
           IF CKPT-LATE-COUNT IS NUMERIC
               MOVE CKPT-LATE-COUNT TO WS-COUNT-OUT
               DISPLAY '  LATE (SLA):          ' WS-COUNT-OUT
           END-IF
           IF CKPT-SPLIT-COUNT IS NUMERIC
               MOVE CKPT-SPLIT-COUNT TO WS-COUNT-OUT
               DISPLAY '  SPLIT INTO SEGMENTS: ' WS-COUNT-OUT
           END-IF
           IF CKPT-HELD-COUNT IS NUMERIC
               MOVE CKPT-HELD-COUNT TO WS-COUNT-OUT
               DISPLAY '  HELD (MSGHELD):      ' WS-COUNT-OUT
           END-IF
           PERFORM 3000-COUNT-INPUT-RECORDS
           IF WS-INPUT-COUNT > 0
               PERFORM 4000-DISPLAY-ESTIMATE
               FUNCTION NUMVAL(WS-TIME-HHMMSS(1:2)) * 3600
               + FUNCTION NUMVAL(WS-TIME-HHMMSS(3:2)) * 60
               + FUNCTION NUMVAL(WS-TIME-HHMMSS(5:2)).

      *  Everything in the store, whichever run held it - what is
      *  waiting on MSGRLSE.  No MSGHELD means nothing has ever been
      *  held, and there is nothing to say.
       5000-COUNT-HELD-STORE.
           MOVE 0 TO WS-HELD-STORE-COUNT
           OPEN INPUT HELD-FILE
           IF WS-HELD-STATUS = '00'
               PERFORM 5100-COUNT-ONE-HELD UNTIL END-OF-HELD
               CLOSE HELD-FILE
               MOVE WS-HELD-STORE-COUNT TO WS-COUNT-OUT
               DISPLAY 'MSGSTAT - HELD STORE (MSGHELD): '
                   WS-COUNT-OUT ' MESSAGE(S) AWAITING RELEASE'
           END-IF.

       5100-COUNT-ONE-HELD.
           READ HELD-FILE
               AT END
                   SET END-OF-HELD TO TRUE
               NOT AT END
                   ADD 1 TO WS-HELD-STORE-COUNT
           END-READ.
