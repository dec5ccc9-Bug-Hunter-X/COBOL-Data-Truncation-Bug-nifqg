       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGRLSE.
       AUTHOR. APPLICATION-SUPPORT.

      ******************************************************************
      *  MSGRLSE - release of messages from the MSGHELD held store.
      *
      *  MSGPROC puts every valid message that matches a live entry
      *  in the operator's MSGHOLD list into MSGHELD instead of
      *  delivering it.  This program is the way back out: the items
      *  selected are written to MSGRLSIN, in exactly the
      *  REJECT-RECORD shape MSGPROC's RUNMODE=RELEASE run reads, and
      *  removed from the store.  The release run puts them through
      *  the whole normal path - validation, duplicate check, audit,
      *  routing - but not the hold check: releasing a message is the
      *  operator overriding its hold.
      *
      *  Selection lines name what to release by the same three keys
      *  MSGHOLD holds by - source system, routing code or message
      *  ID - or ALL=YES for the whole store.  Independently of the
      *  deck, an item whose hold has passed its last day (the
      *  MSGHOLD expiry recorded with it) is released as well, unless
      *  EXPIRED=NO: the hold it was caught by no longer applies.
      *
      *  MSGRLSIN is EXTEND, not OUTPUT: held messages are live
      *  traffic, and a MSGRLSIN the release run has not yet consumed
      *  must not be lost to a second MSGRLSE.  The operator clears
      *  it once the release run has been through.  MSGRLSIN is
      *  written and closed before the store is rewritten, so an
      *  abend in between leaves an item in both - fed twice, the
      *  second copy is suppressed as a duplicate, never lost.
      *
      *  The rewritten store goes to MSGHELD.NEW first and is renamed
      *  over MSGHELD - the same atomic-rename protection MSGSUSP
      *  gives SUSPMSTR.  Never run this alongside MSGPROC.  RLSRPT
      *  lists every item released, the hold that caught it and why
      *  it was let go.
      *
      *  RLSCTL keywords, one per line, '*' comments:
      *      SOURCE=xxxx         (release this source system's items)
      *      ROUTE=xxx           (release this routing code's items)
      *      MSGID=xxxxxxxxxxxx  (release this message)
      *      ALL=YES             (release everything held)
      *      EXPIRED=YES | NO    (release items whose hold has
      *                           lapsed, default YES)
      *  SOURCE=, ROUTE= and MSGID= may each be repeated; an item is
      *  released when it matches any of them.  No RLSCTL at all
      *  releases only the lapsed holds.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO 'RLSCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT HELD-FILE ASSIGN TO 'MSGHELD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.

      *  The rewritten store goes here first, then gets renamed over
      *  MSGHELD - see 5000-REWRITE-STORE.
           SELECT HELD-NEW-FILE ASSIGN TO 'MSGHELD.NEW'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELD-NEW-STATUS.

           SELECT RELEASE-FILE ASSIGN TO 'MSGRLSIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.

           SELECT PRINT-FILE ASSIGN TO 'RLSRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-RECORD                  PIC X(80).

       FD  HELD-FILE.
       COPY MSGHLD01.

       FD  HELD-NEW-FILE.
       01  HELD-NEW-RECORD             PIC X(339).

      *  What MSGPROC's RUNMODE=RELEASE reads back - the same layout
      *  as its REJECT-RECORD.
       FD  RELEASE-FILE.
       01  RELEASE-RECORD.
           05  RLS-REASON-CODE          PIC X(8).
           05  FILLER                   PIC X.
           05  RLS-ORIGINAL-RECORD      PIC X(235).

       FD  PRINT-FILE.
       01  PRINT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS               PIC XX.
       01  WS-HELD-STATUS              PIC XX.
       01  WS-HELD-NEW-STATUS          PIC XX.
       01  WS-RELEASE-STATUS           PIC XX.
       01  WS-PRINT-STATUS             PIC XX.

       01  WS-CHECK-STATUS             PIC XX.
       01  WS-ABEND-MESSAGE            PIC X(60).

       01  WS-RENAME-RC                PIC S9(9) COMP-5 VALUE 0.
       01  WS-RENAME-RC-DISPLAY        PIC -(9)9.

       01  WS-END-OF-FILE              PIC X VALUE 'N'.
           88  END-OF-FILE                   VALUE 'Y'.
       01  WS-RELEASE-ALL              PIC X VALUE 'N'.
           88  RELEASE-ALL                   VALUE 'Y'.
       01  WS-RELEASE-EXPIRED          PIC X VALUE 'Y'.
           88  RELEASE-EXPIRED               VALUE 'Y'.

      *  The SOURCE=/ROUTE=/MSGID= lines, typed S/R/M the way MSGHOLD
      *  types its entries.
       78  SEL-TABLE-MAX               VALUE 200.
       01  WS-SEL-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-SEL-SUB                  PIC 9(4) COMP VALUE 0.
       01  WS-SEL-HIT                  PIC 9(4) COMP VALUE 0.
       01  WS-SEL-TABLE.
           05  WS-SEL-ENTRY             OCCURS SEL-TABLE-MAX TIMES.
               10  WS-SEL-TYPE          PIC X.
               10  WS-SEL-VALUE         PIC X(12).

      *  The whole store in storage.  The disposition byte decides
      *  each item's fate: K kept, R released by the deck, E released
      *  because its hold has lapsed.
       78  ITEM-TABLE-MAX              VALUE 5000.
       01  WS-ITEM-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-ITEM-SUB                 PIC 9(4) COMP VALUE 0.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY            OCCURS ITEM-TABLE-MAX TIMES.
               10  WS-ITM-DISPOSITION   PIC X.
               10  WS-ITM-RECORD        PIC X(339).

      *  Working copy of one store item, so its fields can be looked
      *  at without touching the (closed) HELD-FILE record area.
       COPY MSGHLD01 REPLACING LEADING ==HELD-== BY ==WS-ITEM-==.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-TODAY-DATE               PIC X(8).

       01  WS-LOADED-COUNT             PIC 9(8) VALUE 0.
       01  WS-RELEASED-COUNT           PIC 9(8) VALUE 0.
       01  WS-LAPSED-COUNT             PIC 9(8) VALUE 0.
       01  WS-KEPT-COUNT               PIC 9(8) VALUE 0.

       01  WS-TITLE-LINE               PIC X(132)
               VALUE 'HELD MESSAGE RELEASE REPORT'.

       01  WS-HEADER-LINE-1.
           05  FILLER                   PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE          PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(112) VALUE SPACES.

       01  WS-HEADER-LINE-2.
           05  FILLER                   PIC X(12) VALUE 'SELECTION: '.
           05  WS-HDR-SELECTION         PIC X(40) VALUE SPACES.
           05  FILLER                   PIC X(17)
                   VALUE '  LAPSED HOLDS: '.
           05  WS-HDR-EXPIRED           PIC X(8) VALUE SPACES.
           05  FILLER                   PIC X(55) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                   PIC X(14) VALUE 'MESSAGE ID'.
           05  FILLER                   PIC X(7) VALUE 'SOURCE'.
           05  FILLER                   PIC X(5) VALUE 'RTE'.
           05  FILLER                   PIC X(16) VALUE 'HELD AT'.
           05  FILLER                   PIC X(16) VALUE 'HOLD'.
           05  FILLER                   PIC X(10) VALUE 'LAST DAY'.
           05  FILLER                   PIC X(10) VALUE 'RELEASE'.
           05  FILLER                   PIC X(54) VALUE 'REASON HELD'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-MSG-ID            PIC X(12).
           05  FILLER                   PIC X(2).
           05  WS-DTL-SOURCE            PIC X(4).
           05  FILLER                   PIC X(3).
           05  WS-DTL-ROUTE             PIC X(3).
           05  FILLER                   PIC X(2).
           05  WS-DTL-HELD-AT           PIC X(14).
           05  FILLER                   PIC X(2).
           05  WS-DTL-HOLD-TYPE         PIC X.
           05  FILLER                   PIC X.
           05  WS-DTL-HOLD-VALUE        PIC X(12).
           05  FILLER                   PIC X(2).
           05  WS-DTL-EXPIRY            PIC X(8).
           05  FILLER                   PIC X(2).
           05  WS-DTL-WHY               PIC X(8).
           05  FILLER                   PIC X(2).
           05  WS-DTL-REASON            PIC X(40).
           05  FILLER                   PIC X(14).

       01  WS-TRAILER-LINE-1.
           05  FILLER                   PIC X(30)
                   VALUE 'HELD ON ENTRY (MSGHELD): '.
           05  WS-TRL-LOADED            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(95) VALUE SPACES.

       01  WS-TRAILER-LINE-2.
           05  FILLER                   PIC X(30)
                   VALUE 'RELEASED BY OPERATOR: '.
           05  WS-TRL-RELEASED          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(95) VALUE SPACES.

       01  WS-TRAILER-LINE-3.
           05  FILLER                   PIC X(30)
                   VALUE 'RELEASED, HOLD LAPSED: '.
           05  WS-TRL-LAPSED            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(95) VALUE SPACES.

       01  WS-TRAILER-LINE-4.
           05  FILLER                   PIC X(30)
                   VALUE 'STILL HELD: '.
           05  WS-TRL-KEPT              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1050-SET-RUN-DATE
           PERFORM 1500-LOAD-PARAMETERS
           OPEN OUTPUT PRINT-FILE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT OPEN PRINT-FILE (RLSRPT)' TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           PERFORM 7000-WRITE-REPORT-HEADERS
           PERFORM 2000-LOAD-HELD-STORE
           PERFORM 3000-SELECT-ITEMS
           IF WS-RELEASED-COUNT + WS-LAPSED-COUNT > 0
               PERFORM 4000-WRITE-RELEASE-FILE
               PERFORM 5000-REWRITE-STORE
           END-IF
           PERFORM 7300-WRITE-TRAILERS
           CLOSE PRINT-FILE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT CLOSE PRINT-FILE (RLSRPT)' TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           GOBACK.

       1050-SET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-DATE
           STRING WS-CURRENT-DATE-TIME(1:4) '-'
                  WS-CURRENT-DATE-TIME(5:2) '-'
                  WS-CURRENT-DATE-TIME(7:2)
               DELIMITED BY SIZE INTO WS-HDR-RUN-DATE.

      *  Same deck conventions as MSGPROC's CTLCARD: KEYWORD=VALUE,
      *  '*' comments, unknown keywords abend.
       1500-LOAD-PARAMETERS.
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS = '00'
               PERFORM 1510-READ-ONE-PARAMETER
                   UNTIL WS-CTL-STATUS NOT = '00'
               IF WS-CTL-STATUS NOT = '10'
                   MOVE WS-CTL-STATUS TO WS-CHECK-STATUS
                   MOVE 'ERROR READING CTL-FILE (RLSCTL)'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9000-CHECK-STATUS
               END-IF
               CLOSE CTL-FILE
               MOVE WS-CTL-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT CLOSE CTL-FILE (RLSCTL)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           ELSE
               IF WS-CTL-STATUS NOT = '35'
                   MOVE WS-CTL-STATUS TO WS-CHECK-STATUS
                   MOVE 'CANNOT OPEN CTL-FILE (RLSCTL)'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9000-CHECK-STATUS
               END-IF
           END-IF.

       1510-READ-ONE-PARAMETER.
           READ CTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 1520-APPLY-ONE-PARAMETER
           END-READ.

       1520-APPLY-ONE-PARAMETER.
           EVALUATE TRUE
               WHEN CTL-RECORD = SPACES
                   CONTINUE
               WHEN CTL-RECORD(1:1) = '*'
                   CONTINUE
               WHEN CTL-RECORD(1:7) = 'SOURCE='
                   IF CTL-RECORD(8:4) = SPACES
                       MOVE '99' TO WS-CHECK-STATUS
                       MOVE 'INVALID SOURCE VALUE IN RLSCTL'
                           TO WS-ABEND-MESSAGE
                       PERFORM 9999-ABEND
                   END-IF
                   PERFORM 1530-CHECK-TABLE-ROOM
                   MOVE 'S' TO WS-SEL-TYPE(WS-SEL-COUNT)
                   MOVE CTL-RECORD(8:4) TO WS-SEL-VALUE(WS-SEL-COUNT)
               WHEN CTL-RECORD(1:6) = 'ROUTE='
                   IF CTL-RECORD(7:3) = SPACES
                       MOVE '99' TO WS-CHECK-STATUS
                       MOVE 'INVALID ROUTE VALUE IN RLSCTL'
                           TO WS-ABEND-MESSAGE
                       PERFORM 9999-ABEND
                   END-IF
                   PERFORM 1530-CHECK-TABLE-ROOM
                   MOVE 'R' TO WS-SEL-TYPE(WS-SEL-COUNT)
                   MOVE CTL-RECORD(7:3) TO WS-SEL-VALUE(WS-SEL-COUNT)
               WHEN CTL-RECORD(1:6) = 'MSGID='
                   IF CTL-RECORD(7:12) = SPACES
                       MOVE '99' TO WS-CHECK-STATUS
                       MOVE 'INVALID MSGID VALUE IN RLSCTL'
                           TO WS-ABEND-MESSAGE
                       PERFORM 9999-ABEND
                   END-IF
                   PERFORM 1530-CHECK-TABLE-ROOM
                   MOVE 'M' TO WS-SEL-TYPE(WS-SEL-COUNT)
                   MOVE CTL-RECORD(7:12) TO WS-SEL-VALUE(WS-SEL-COUNT)
               WHEN CTL-RECORD(1:4) = 'ALL='
                   EVALUATE CTL-RECORD(5:3)
                       WHEN 'YES'
                           MOVE 'Y' TO WS-RELEASE-ALL
                       WHEN 'NO'
                           MOVE 'N' TO WS-RELEASE-ALL
                       WHEN OTHER
                           MOVE '99' TO WS-CHECK-STATUS
                           MOVE 'INVALID ALL VALUE IN RLSCTL'
                               TO WS-ABEND-MESSAGE
                           PERFORM 9999-ABEND
                   END-EVALUATE
               WHEN CTL-RECORD(1:8) = 'EXPIRED='
                   EVALUATE CTL-RECORD(9:3)
                       WHEN 'YES'
                           MOVE 'Y' TO WS-RELEASE-EXPIRED
                       WHEN 'NO'
                           MOVE 'N' TO WS-RELEASE-EXPIRED
                       WHEN OTHER
                           MOVE '99' TO WS-CHECK-STATUS
                           MOVE 'INVALID EXPIRED VALUE IN RLSCTL'
                               TO WS-ABEND-MESSAGE
                           PERFORM 9999-ABEND
                   END-EVALUATE
               WHEN OTHER
                   MOVE '99' TO WS-CHECK-STATUS
                   MOVE 'UNRECOGNIZED KEYWORD IN RLSCTL'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9999-ABEND
           END-EVALUATE.

       1530-CHECK-TABLE-ROOM.
           IF WS-SEL-COUNT >= SEL-TABLE-MAX
               MOVE '99' TO WS-CHECK-STATUS
               MOVE 'TOO MANY SELECTION LINES IN RLSCTL'
                   TO WS-ABEND-MESSAGE
               PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-SEL-COUNT
           MOVE SPACES TO WS-SEL-VALUE(WS-SEL-COUNT).

      *  A missing MSGHELD is a store nothing has ever been held in,
      *  not an error.
       2000-LOAD-HELD-STORE.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT HELD-FILE
           IF WS-HELD-STATUS = '00'
               PERFORM 2100-LOAD-ONE-ITEM UNTIL END-OF-FILE
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
               DISPLAY 'MSGRLSE - NO HELD STORE (MSGHELD) - '
                   'NOTHING TO RELEASE'
           END-IF.

       2100-LOAD-ONE-ITEM.
           READ HELD-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM 2200-TABLE-ONE-ITEM
           END-READ
           IF WS-HELD-STATUS NOT = '00' AND WS-HELD-STATUS NOT = '10'
               MOVE WS-HELD-STATUS TO WS-CHECK-STATUS
               MOVE 'ERROR READING HELD-FILE (MSGHELD)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

       2200-TABLE-ONE-ITEM.
           IF WS-ITEM-COUNT >= ITEM-TABLE-MAX
               MOVE '99' TO WS-CHECK-STATUS
               MOVE 'HELD STORE TABLE OVERFLOWS'
                   TO WS-ABEND-MESSAGE
               PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           MOVE 'K' TO WS-ITM-DISPOSITION(WS-ITEM-COUNT)
           MOVE HELD-RECORD TO WS-ITM-RECORD(WS-ITEM-COUNT)
           ADD 1 TO WS-LOADED-COUNT.

      *  Decide each item's fate.  A deck match wins over a lapsed
      *  hold, so the report says the operator asked for it.
       3000-SELECT-ITEMS.
           PERFORM 3100-SELECT-ONE-ITEM
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.

       3100-SELECT-ONE-ITEM.
           MOVE WS-ITM-RECORD(WS-ITEM-SUB) TO WS-ITEM-RECORD
           PERFORM 8000-FIND-SELECTION
           EVALUATE TRUE
               WHEN RELEASE-ALL OR WS-SEL-HIT > 0
                   MOVE 'R' TO WS-ITM-DISPOSITION(WS-ITEM-SUB)
                   ADD 1 TO WS-RELEASED-COUNT
                   PERFORM 7100-WRITE-DETAIL
               WHEN RELEASE-EXPIRED
                       AND WS-ITEM-EXPIRY-DATE < WS-TODAY-DATE
                   MOVE 'E' TO WS-ITM-DISPOSITION(WS-ITEM-SUB)
                   ADD 1 TO WS-LAPSED-COUNT
                   PERFORM 7100-WRITE-DETAIL
               WHEN OTHER
                   ADD 1 TO WS-KEPT-COUNT
           END-EVALUATE.

      *  Released items go out in store order - the order they were
      *  held in, which is the order they arrived in.
       4000-WRITE-RELEASE-FILE.
           OPEN EXTEND RELEASE-FILE
           IF WS-RELEASE-STATUS = '35'
               OPEN OUTPUT RELEASE-FILE
           END-IF
           MOVE WS-RELEASE-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT OPEN RELEASE-FILE (MSGRLSIN)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           PERFORM 4100-RELEASE-ONE-ITEM
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
           CLOSE RELEASE-FILE
           MOVE WS-RELEASE-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT CLOSE RELEASE-FILE (MSGRLSIN)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS.

       4100-RELEASE-ONE-ITEM.
           IF WS-ITM-DISPOSITION(WS-ITEM-SUB) NOT = 'K'
               MOVE WS-ITM-RECORD(WS-ITEM-SUB) TO WS-ITEM-RECORD
               MOVE SPACES TO RELEASE-RECORD
               IF WS-ITM-DISPOSITION(WS-ITEM-SUB) = 'R'
                   MOVE 'RELEASED' TO RLS-REASON-CODE
               ELSE
                   MOVE 'LAPSED' TO RLS-REASON-CODE
               END-IF
               MOVE WS-ITEM-ORIGINAL-RECORD TO RLS-ORIGINAL-RECORD
               WRITE RELEASE-RECORD
               MOVE WS-RELEASE-STATUS TO WS-CHECK-STATUS
               MOVE 'ERROR WRITING RELEASE-FILE (MSGRLSIN)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

      *  Rewrite the store with only the kept items, then rename it
      *  over MSGHELD in one atomic step.
       5000-REWRITE-STORE.
           OPEN OUTPUT HELD-NEW-FILE
           MOVE WS-HELD-NEW-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT OPEN HELD-NEW-FILE (MSGHELD.NEW)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           PERFORM 5100-REWRITE-ONE-ITEM
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
           CLOSE HELD-NEW-FILE
           MOVE WS-HELD-NEW-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT CLOSE HELD-NEW-FILE (MSGHELD.NEW)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           CALL 'CBL_RENAME_FILE' USING 'MSGHELD.NEW' 'MSGHELD'
               RETURNING WS-RENAME-RC
           END-CALL
           IF WS-RENAME-RC NOT = 0
               MOVE WS-RENAME-RC TO WS-RENAME-RC-DISPLAY
               MOVE '99' TO WS-CHECK-STATUS
               STRING 'CANNOT RENAME MSGHELD.NEW TO MSGHELD, RC='
                   WS-RENAME-RC-DISPLAY DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM 9999-ABEND
           END-IF.

       5100-REWRITE-ONE-ITEM.
           IF WS-ITM-DISPOSITION(WS-ITEM-SUB) = 'K'
               WRITE HELD-NEW-RECORD FROM WS-ITM-RECORD(WS-ITEM-SUB)
               MOVE WS-HELD-NEW-STATUS TO WS-CHECK-STATUS
               MOVE 'ERROR WRITING HELD-NEW-FILE (MSGHELD.NEW)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

       7000-WRITE-REPORT-HEADERS.
           EVALUATE TRUE
               WHEN RELEASE-ALL
                   MOVE 'ALL HELD MESSAGES' TO WS-HDR-SELECTION
               WHEN WS-SEL-COUNT > 0
                   MOVE 'SOURCE/ROUTE/MSGID LINES IN RLSCTL'
                       TO WS-HDR-SELECTION
               WHEN OTHER
                   MOVE 'NONE' TO WS-HDR-SELECTION
           END-EVALUATE
           IF RELEASE-EXPIRED
               MOVE 'RELEASED' TO WS-HDR-EXPIRED
           ELSE
               MOVE 'KEPT' TO WS-HDR-EXPIRED
           END-IF
           MOVE 'ERROR WRITING PRINT-FILE (RLSRPT)'
               TO WS-ABEND-MESSAGE
           WRITE PRINT-LINE FROM WS-TITLE-LINE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           WRITE PRINT-LINE FROM WS-HEADER-LINE-1
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           WRITE PRINT-LINE FROM WS-HEADER-LINE-2
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           WRITE PRINT-LINE FROM SPACES
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           WRITE PRINT-LINE FROM WS-COLUMN-HEADER
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS.

      *  One line per item released: the message, when it was held,
      *  the MSGHOLD entry that held it and why it is going now.
       7100-WRITE-DETAIL.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-ITEM-ORIGINAL-RECORD(2:12) TO WS-DTL-MSG-ID
           MOVE WS-ITEM-ORIGINAL-RECORD(14:4) TO WS-DTL-SOURCE
           MOVE WS-ITEM-ORIGINAL-RECORD(33:3) TO WS-DTL-ROUTE
           MOVE WS-ITEM-TIMESTAMP TO WS-DTL-HELD-AT
           MOVE WS-ITEM-HOLD-TYPE TO WS-DTL-HOLD-TYPE
           MOVE WS-ITEM-HOLD-VALUE TO WS-DTL-HOLD-VALUE
           MOVE WS-ITEM-EXPIRY-DATE TO WS-DTL-EXPIRY
           IF WS-ITM-DISPOSITION(WS-ITEM-SUB) = 'R'
               MOVE 'OPERATOR' TO WS-DTL-WHY
           ELSE
               MOVE 'LAPSED' TO WS-DTL-WHY
           END-IF
           MOVE WS-ITEM-REASON TO WS-DTL-REASON
           WRITE PRINT-LINE FROM WS-DETAIL-LINE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE 'ERROR WRITING PRINT-FILE (RLSRPT)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS.

       7300-WRITE-TRAILERS.
           MOVE WS-LOADED-COUNT TO WS-TRL-LOADED
           MOVE WS-RELEASED-COUNT TO WS-TRL-RELEASED
           MOVE WS-LAPSED-COUNT TO WS-TRL-LAPSED
           MOVE WS-KEPT-COUNT TO WS-TRL-KEPT
           MOVE 'ERROR WRITING PRINT-FILE (RLSRPT)'
               TO WS-ABEND-MESSAGE
           WRITE PRINT-LINE FROM SPACES
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           WRITE PRINT-LINE FROM WS-TRAILER-LINE-1
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           WRITE PRINT-LINE FROM WS-TRAILER-LINE-2
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           WRITE PRINT-LINE FROM WS-TRAILER-LINE-3
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           WRITE PRINT-LINE FROM WS-TRAILER-LINE-4
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS.

      *  Leaves WS-SEL-HIT at the first RLSCTL line the item in
      *  WS-ITEM-RECORD matches, or zero.
       8000-FIND-SELECTION.
           MOVE 0 TO WS-SEL-HIT
           PERFORM 8010-TEST-ONE-SELECTION
               VARYING WS-SEL-SUB FROM 1 BY 1
               UNTIL WS-SEL-SUB > WS-SEL-COUNT
                   OR WS-SEL-HIT > 0.

       8010-TEST-ONE-SELECTION.
           EVALUATE WS-SEL-TYPE(WS-SEL-SUB)
               WHEN 'S'
                   IF WS-SEL-VALUE(WS-SEL-SUB)(1:4) =
                           WS-ITEM-ORIGINAL-RECORD(14:4)
                       MOVE WS-SEL-SUB TO WS-SEL-HIT
                   END-IF
               WHEN 'R'
                   IF WS-SEL-VALUE(WS-SEL-SUB)(1:3) =
                           WS-ITEM-ORIGINAL-RECORD(33:3)
                       MOVE WS-SEL-SUB TO WS-SEL-HIT
                   END-IF
               WHEN 'M'
                   IF WS-SEL-VALUE(WS-SEL-SUB) =
                           WS-ITEM-ORIGINAL-RECORD(2:12)
                       MOVE WS-SEL-SUB TO WS-SEL-HIT
                   END-IF
           END-EVALUATE.

       9000-CHECK-STATUS.
           IF WS-CHECK-STATUS NOT = '00' AND WS-CHECK-STATUS NOT = '10'
               PERFORM 9999-ABEND
           END-IF.

       9999-ABEND.
           DISPLAY 'MSGRLSE ABEND - ' WS-ABEND-MESSAGE
               ' FILE STATUS=' WS-CHECK-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
