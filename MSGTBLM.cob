       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGTBLM.
       AUTHOR. APPLICATION-SUPPORT.

      ******************************************************************
      *  MSGTBLM - maintenance of the MSGROUTE routing table and the
      *  SRCTAB source registry.
      *
      *  Both tables used to be edited by hand, and a typo - a
      *  duplicate code, destination 4, a priority range written
      *  backwards - only came to light when MSGPROC's
      *  1820-APPLY-ONE-ROUTE or 1870-APPLY-ONE-SOURCE abended the
      *  night run.  Changes now go through this program as add,
      *  change and delete transactions in TBLCTL.
      *
      *  Every transaction is applied to in-storage copies of both
      *  tables first, and then the whole of both tables is checked
      *  - every row, not just the ones touched - the way MSGPROC
      *  would load them, plus what MSGPROC cannot see on one night:
      *    - no two rows for the same routing code, or the same
      *      source, may be in effect on the same day;
      *    - a routing code must be one that some source row in
      *      effect over part of the same period may send (a route
      *      nothing can send to is a typo).  Skipped when SRCTAB
      *      has no rows, since MSGPROC then checks no sources.
      *  One error anywhere and nothing is written: the tables and
      *  the log stay exactly as they were and the run ends RC 8.
      *
      *  Each row carries effective-from/to dates (MSGROUTE cols
      *  14-21/23-30, SRCTAB cols 50-57/59-66, blank = open-ended),
      *  so a new consumer or a retiring source can be set up ahead
      *  of cutover; MSGPROC loads only the rows in effect on its
      *  run date.  A row is identified by its code (or source) and
      *  its effective-from date.
      *
      *  Every applied transaction goes to TBLCHGLG, the permanent
      *  change log kept for the auditors: when, who (USER=), why
      *  (REASON=), which table, and the row before and after.  The
      *  log is written before the rewritten tables are renamed into
      *  place, so an interrupted run can leave a logged change that
      *  never reached its table, but never a table change the log
      *  does not show.  Comment lines in the tables are kept where
      *  they are; added rows go on the end.  The rewritten tables
      *  go to MSGROUTE.NEW / SRCTAB.NEW first and are renamed over
      *  the live ones.  Never run this alongside MSGPROC.
      *
      *  TBLCTL lines, '*' comments:
      *      USER=xxxxxxxx       (who is making the change - required)
      *      REASON=text         (why - up to 40 characters)
      *      MODE=APPLY | CHECK  (CHECK reports only, default APPLY)
      *      ADDRTE=row          (add a MSGROUTE row)
      *      CHGRTE=row          (replace the row with this code and
      *                           effective-from date)
      *      DELRTE=row          (delete the row with this code and
      *                           effective-from date)
      *      ADDSRC=row / CHGSRC=row / DELSRC=row   (the same, for
      *                           SRCTAB, keyed on source system and
      *                           effective-from date)
      *  'row' is the table line exactly as it will stand in the
      *  table, starting in column 8 of the TBLCTL line.  To move a
      *  row's effective-from date, delete it and add it again.
      *  Transactions apply in deck order.  A deck with no
      *  transactions just checks the tables as they stand.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO 'TBLCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT ROUTE-FILE ASSIGN TO 'MSGROUTE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTE-STATUS.

      *  The rewritten tables go here first, then get renamed over
      *  the live ones - see 6000-REWRITE-ROUTE-TABLE.
           SELECT ROUTE-NEW-FILE ASSIGN TO 'MSGROUTE.NEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTE-NEW-STATUS.

           SELECT SOURCE-REG-FILE ASSIGN TO 'SRCTAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRCREG-STATUS.

           SELECT SOURCE-REG-NEW-FILE ASSIGN TO 'SRCTAB.NEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRCREG-NEW-STATUS.

           SELECT CHANGE-LOG-FILE ASSIGN TO 'TBLCHGLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGLOG-STATUS.

           SELECT PRINT-FILE ASSIGN TO 'TBLRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-RECORD                  PIC X(80).

       FD  ROUTE-FILE.
       01  ROUTE-RECORD                PIC X(80).

       FD  ROUTE-NEW-FILE.
       01  ROUTE-NEW-RECORD            PIC X(80).

       FD  SOURCE-REG-FILE.
       01  SOURCE-REG-RECORD           PIC X(80).

       FD  SOURCE-REG-NEW-FILE.
       01  SOURCE-REG-NEW-RECORD       PIC X(80).

      *  One line per applied transaction.  CHG-TIMESTAMP is the
      *  run's start, so the lines of one run read as one change
      *  set.  CHG-BEFORE is blank for an add, CHG-AFTER for a
      *  delete.  66 columns hold the widest row either table has.
       FD  CHANGE-LOG-FILE.
       01  CHANGE-LOG-RECORD.
           05  CHG-TIMESTAMP            PIC X(14).
           05  FILLER                   PIC X.
           05  CHG-USER                 PIC X(8).
           05  FILLER                   PIC X.
           05  CHG-TABLE                PIC X(8).
           05  FILLER                   PIC X.
           05  CHG-ACTION               PIC X(6).
           05  FILLER                   PIC X.
           05  CHG-REASON               PIC X(40).
           05  FILLER                   PIC X.
           05  CHG-BEFORE               PIC X(66).
           05  FILLER                   PIC X.
           05  CHG-AFTER                PIC X(66).

       FD  PRINT-FILE.
       01  PRINT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       COPY MSGLEN01.
       01  WS-CTL-STATUS               PIC XX.
       01  WS-ROUTE-STATUS             PIC XX.
       01  WS-ROUTE-NEW-STATUS         PIC XX.
       01  WS-SRCREG-STATUS            PIC XX.
       01  WS-SRCREG-NEW-STATUS        PIC XX.
       01  WS-CHGLOG-STATUS            PIC XX.
       01  WS-PRINT-STATUS             PIC XX.

       01  WS-CHECK-STATUS             PIC XX.
       01  WS-ABEND-MESSAGE            PIC X(60).

       01  WS-RENAME-RC                PIC S9(9) COMP-5 VALUE 0.
       01  WS-RENAME-RC-DISPLAY        PIC -(9)9.

       01  WS-CHECK-ONLY               PIC X VALUE 'N'.
           88  CHECK-ONLY                    VALUE 'Y'.
       01  WS-ROUTE-CHANGED            PIC X VALUE 'N'.
           88  ROUTE-TABLE-CHANGED           VALUE 'Y'.
       01  WS-SOURCE-CHANGED           PIC X VALUE 'N'.
           88  SOURCE-TABLE-CHANGED          VALUE 'Y'.

       01  WS-USER-ID                  PIC X(8) VALUE SPACES.
       01  WS-CHANGE-REASON            PIC X(40) VALUE SPACES.

      *  Same limits MSGPROC loads the tables into; the target-length
      *  ceiling is MSGLEN01's TARGET-MSG-MAX-LEN.
       78  ROUTE-TABLE-MAX             VALUE 50.
       78  SOURCE-REG-MAX              VALUE 50.
       78  SOURCE-ROUTE-MAX            VALUE 10.

      *  Every line of each table in file order - comments and blank
      *  lines as well as rows, so the rewrite keeps them.  Kind C is
      *  a comment or blank line, D a row, X a row deleted this run.
       78  TABLE-LINE-MAX              VALUE 500.
       01  WS-RTL-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-RTL-SUB                  PIC 9(4) COMP VALUE 0.
       01  WS-RTL-OTHER                PIC 9(4) COMP VALUE 0.
       01  WS-RTL-HIT                  PIC 9(4) COMP VALUE 0.
       01  WS-ROUTE-LINES.
           05  WS-ROUTE-LINE            OCCURS TABLE-LINE-MAX TIMES.
               10  WS-RTL-KIND          PIC X.
               10  WS-RTL-TEXT          PIC X(80).
       01  WS-SRL-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-SRL-SUB                  PIC 9(4) COMP VALUE 0.
       01  WS-SRL-OTHER                PIC 9(4) COMP VALUE 0.
       01  WS-SRL-HIT                  PIC 9(4) COMP VALUE 0.
       01  WS-SOURCE-LINES.
           05  WS-SOURCE-LINE           OCCURS TABLE-LINE-MAX TIMES.
               10  WS-SRL-KIND          PIC X.
               10  WS-SRL-TEXT          PIC X(80).

      *  The deck's transactions, in deck order.  WS-TRN-BEFORE is
      *  the row as it stood before a change or delete.
       78  TRAN-TABLE-MAX              VALUE 200.
       01  WS-TRAN-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-TRAN-SUB                 PIC 9(4) COMP VALUE 0.
       01  WS-TRAN-TABLE.
           05  WS-TRAN-ENTRY            OCCURS TRAN-TABLE-MAX TIMES.
               10  WS-TRN-ACTION        PIC X(3).
               10  WS-TRN-TABLE         PIC X(3).
               10  WS-TRN-IMAGE         PIC X(80).
               10  WS-TRN-BEFORE        PIC X(80).
               10  WS-TRN-RESULT        PIC X(40).

      *  Key of the row being looked for.
       01  WS-SEARCH-CODE              PIC X(4) VALUE SPACES.
       01  WS-SEARCH-FROM              PIC X(8) VALUE SPACES.

      *  Effective-from/to dates of the row being checked.  Blank
      *  means open-ended on that side.
       01  WS-EFF-FROM                 PIC X(8) VALUE SPACES.
       01  WS-EFF-FROM-NUM REDEFINES WS-EFF-FROM
                                       PIC 9(8).
       01  WS-EFF-TO                   PIC X(8) VALUE SPACES.
       01  WS-EFF-TO-NUM REDEFINES WS-EFF-TO
                                       PIC 9(8).
       01  WS-EFF-VALID-FLAG           PIC X VALUE 'Y'.
           88  EFF-DATES-VALID               VALUE 'Y'.

      *  Two date ranges, blanks already opened out to the earliest
      *  and latest possible day, for 8200-TEST-OVERLAP.
       01  WS-RANGE-A-FROM             PIC X(8) VALUE SPACES.
       01  WS-RANGE-A-TO               PIC X(8) VALUE SPACES.
       01  WS-RANGE-B-FROM             PIC X(8) VALUE SPACES.
       01  WS-RANGE-B-TO               PIC X(8) VALUE SPACES.
       01  WS-OVERLAP-FLAG             PIC X VALUE 'N'.
           88  RANGES-OVERLAP                VALUE 'Y'.

       01  WS-SENDER-FOUND             PIC X VALUE 'N'.
           88  SENDER-FOUND                  VALUE 'Y'.
       01  WS-SLOT-SUB                 PIC 9(4) COMP VALUE 0.
       01  WS-SLOT-POS                 PIC 9(4) COMP VALUE 0.
       01  WS-SLOT-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-SLOT-END-FLAG            PIC X VALUE 'N'.
           88  SLOT-LIST-ENDED               VALUE 'Y'.
       01  WS-TARGET-LEN               PIC 9(4) VALUE 0.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-TODAY-DATE               PIC X(8).

       01  WS-TRAN-ERROR-COUNT         PIC 9(8) VALUE 0.
       01  WS-CHECK-ERROR-COUNT        PIC 9(8) VALUE 0.
       01  WS-ROUTE-ROW-COUNT          PIC 9(8) VALUE 0.
       01  WS-SOURCE-ROW-COUNT         PIC 9(8) VALUE 0.
       01  WS-LOGGED-COUNT             PIC 9(8) VALUE 0.

       01  WS-TITLE-LINE               PIC X(132)
               VALUE 'ROUTING TABLE / SOURCE REGISTRY MAINTENANCE'.

       01  WS-HEADER-LINE-1.
           05  FILLER                   PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE          PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(9) VALUE '   USER: '.
           05  WS-HDR-USER              PIC X(8) VALUE SPACES.
           05  FILLER                   PIC X(9) VALUE '   MODE: '.
           05  WS-HDR-MODE              PIC X(5) VALUE SPACES.
           05  FILLER                   PIC X(81) VALUE SPACES.

       01  WS-HEADER-LINE-2.
           05  FILLER                   PIC X(10) VALUE 'REASON:   '.
           05  WS-HDR-REASON            PIC X(40) VALUE SPACES.
           05  FILLER                   PIC X(82) VALUE SPACES.

       01  WS-SECTION-LINE             PIC X(132) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                   PIC X(8) VALUE 'ACTION'.
           05  FILLER                   PIC X(10) VALUE 'TABLE'.
           05  FILLER                   PIC X(68) VALUE 'ROW'.
           05  FILLER                   PIC X(46) VALUE 'RESULT'.

      *  Used for both transactions and table-check errors.
       01  WS-DETAIL-LINE.
           05  WS-DTL-ACTION            PIC X(6).
           05  FILLER                   PIC X(2).
           05  WS-DTL-TABLE             PIC X(8).
           05  FILLER                   PIC X(2).
           05  WS-DTL-ROW               PIC X(66).
           05  FILLER                   PIC X(2).
           05  WS-DTL-RESULT            PIC X(40).
           05  FILLER                   PIC X(6).

       01  WS-OUTCOME-LINE             PIC X(132) VALUE SPACES.

       01  WS-TRAILER-LINE-1.
           05  FILLER                   PIC X(30)
                   VALUE 'TRANSACTIONS READ: '.
           05  WS-TRL-TRANS             PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(95) VALUE SPACES.

       01  WS-TRAILER-LINE-2.
           05  FILLER                   PIC X(30)
                   VALUE 'TRANSACTIONS IN ERROR: '.
           05  WS-TRL-TRAN-ERRORS       PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(95) VALUE SPACES.

       01  WS-TRAILER-LINE-3.
           05  FILLER                   PIC X(30)
                   VALUE 'TABLE CHECK ERRORS: '.
           05  WS-TRL-CHECK-ERRORS      PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(95) VALUE SPACES.

       01  WS-TRAILER-LINE-4.
           05  FILLER                   PIC X(30)
                   VALUE 'MSGROUTE ROWS: '.
           05  WS-TRL-ROUTE-ROWS        PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(95) VALUE SPACES.

       01  WS-TRAILER-LINE-5.
           05  FILLER                   PIC X(30)
                   VALUE 'SRCTAB ROWS: '.
           05  WS-TRL-SOURCE-ROWS       PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(95) VALUE SPACES.

       01  WS-TRAILER-LINE-6.
           05  FILLER                   PIC X(30)
                   VALUE 'CHANGES LOGGED (TBLCHGLG): '.
           05  WS-TRL-LOGGED            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1050-SET-RUN-DATE
           PERFORM 1500-LOAD-PARAMETERS
           OPEN OUTPUT PRINT-FILE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT OPEN PRINT-FILE (TBLRPT)' TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           PERFORM 7000-WRITE-REPORT-HEADERS
           PERFORM 2000-LOAD-ROUTE-TABLE
           PERFORM 2100-LOAD-SOURCE-TABLE
           PERFORM 3000-APPLY-TRANSACTIONS
           PERFORM 4000-CHECK-TABLES
           EVALUATE TRUE
               WHEN WS-TRAN-ERROR-COUNT + WS-CHECK-ERROR-COUNT > 0
                   MOVE 'ERRORS FOUND - NOTHING WRITTEN'
                       TO WS-OUTCOME-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN CHECK-ONLY
                   MOVE 'MODE=CHECK - NOTHING WRITTEN'
                       TO WS-OUTCOME-LINE
               WHEN WS-TRAN-COUNT = 0
                   MOVE 'NO TRANSACTIONS - TABLES CHECKED ONLY'
                       TO WS-OUTCOME-LINE
               WHEN OTHER
                   PERFORM 5000-WRITE-CHANGE-LOG
                   IF ROUTE-TABLE-CHANGED
                       PERFORM 6000-REWRITE-ROUTE-TABLE
                   END-IF
                   IF SOURCE-TABLE-CHANGED
                       PERFORM 6200-REWRITE-SOURCE-TABLE
                   END-IF
                   MOVE 'TABLES UPDATED - CHANGES LOGGED IN TBLCHGLG'
                       TO WS-OUTCOME-LINE
           END-EVALUATE
           PERFORM 7300-WRITE-TRAILERS
           CLOSE PRINT-FILE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT CLOSE PRINT-FILE (TBLRPT)' TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           DISPLAY 'MSGTBLM - ' WS-OUTCOME-LINE(1:60)
           GOBACK.

       1050-SET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-DATE
           STRING WS-CURRENT-DATE-TIME(1:4) '-'
                  WS-CURRENT-DATE-TIME(5:2) '-'
                  WS-CURRENT-DATE-TIME(7:2)
               DELIMITED BY SIZE INTO WS-HDR-RUN-DATE.

      *  Same deck conventions as MSGPROC's CTLCARD: KEYWORD=VALUE,
      *  '*' comments, unknown keywords abend.  A table change is
      *  never made on defaults, so TBLCTL is required and must say
      *  who is making it.
       1500-LOAD-PARAMETERS.
           OPEN INPUT CTL-FILE
           MOVE WS-CTL-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT OPEN CTL-FILE (TBLCTL)' TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           PERFORM 1510-READ-ONE-PARAMETER
               UNTIL WS-CTL-STATUS NOT = '00'
           IF WS-CTL-STATUS NOT = '10'
               MOVE WS-CTL-STATUS TO WS-CHECK-STATUS
               MOVE 'ERROR READING CTL-FILE (TBLCTL)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF
           CLOSE CTL-FILE
           MOVE WS-CTL-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT CLOSE CTL-FILE (TBLCTL)' TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           IF WS-USER-ID = SPACES
               MOVE '99' TO WS-CHECK-STATUS
               MOVE 'USER= IS REQUIRED IN TBLCTL' TO WS-ABEND-MESSAGE
               PERFORM 9999-ABEND
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
               WHEN CTL-RECORD(1:5) = 'USER='
                   IF CTL-RECORD(6:8) = SPACES
                       MOVE '99' TO WS-CHECK-STATUS
                       MOVE 'INVALID USER VALUE IN TBLCTL'
                           TO WS-ABEND-MESSAGE
                       PERFORM 9999-ABEND
                   END-IF
                   MOVE CTL-RECORD(6:8) TO WS-USER-ID
               WHEN CTL-RECORD(1:7) = 'REASON='
                   MOVE CTL-RECORD(8:40) TO WS-CHANGE-REASON
               WHEN CTL-RECORD(1:5) = 'MODE='
                   EVALUATE CTL-RECORD(6:5)
                       WHEN 'APPLY'
                           MOVE 'N' TO WS-CHECK-ONLY
                       WHEN 'CHECK'
                           MOVE 'Y' TO WS-CHECK-ONLY
                       WHEN OTHER
                           MOVE '99' TO WS-CHECK-STATUS
                           MOVE 'INVALID MODE VALUE IN TBLCTL'
                               TO WS-ABEND-MESSAGE
                           PERFORM 9999-ABEND
                   END-EVALUATE
               WHEN CTL-RECORD(1:7) = 'ADDRTE='
                   OR CTL-RECORD(1:7) = 'CHGRTE='
                   OR CTL-RECORD(1:7) = 'DELRTE='
                   OR CTL-RECORD(1:7) = 'ADDSRC='
                   OR CTL-RECORD(1:7) = 'CHGSRC='
                   OR CTL-RECORD(1:7) = 'DELSRC='
                   PERFORM 1530-ADD-TRANSACTION
               WHEN OTHER
                   MOVE '99' TO WS-CHECK-STATUS
                   MOVE 'UNRECOGNIZED KEYWORD IN TBLCTL'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9999-ABEND
           END-EVALUATE.

       1530-ADD-TRANSACTION.
           IF WS-TRAN-COUNT >= TRAN-TABLE-MAX
               MOVE '99' TO WS-CHECK-STATUS
               MOVE 'TOO MANY TRANSACTIONS IN TBLCTL'
                   TO WS-ABEND-MESSAGE
               PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-TRAN-COUNT
           MOVE CTL-RECORD(1:3) TO WS-TRN-ACTION(WS-TRAN-COUNT)
           MOVE CTL-RECORD(4:3) TO WS-TRN-TABLE(WS-TRAN-COUNT)
           MOVE CTL-RECORD(8:73) TO WS-TRN-IMAGE(WS-TRAN-COUNT)
           MOVE SPACES TO WS-TRN-BEFORE(WS-TRAN-COUNT)
           MOVE SPACES TO WS-TRN-RESULT(WS-TRAN-COUNT).

      *  A missing table is an empty one - the first run of this
      *  program can build it from nothing.
       2000-LOAD-ROUTE-TABLE.
           OPEN INPUT ROUTE-FILE
           IF WS-ROUTE-STATUS = '00'
               PERFORM 2010-READ-ONE-ROUTE-LINE
                   UNTIL WS-ROUTE-STATUS NOT = '00'
               IF WS-ROUTE-STATUS NOT = '10'
                   MOVE WS-ROUTE-STATUS TO WS-CHECK-STATUS
                   MOVE 'ERROR READING ROUTE-FILE (MSGROUTE)'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9000-CHECK-STATUS
               END-IF
               CLOSE ROUTE-FILE
               MOVE WS-ROUTE-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT CLOSE ROUTE-FILE (MSGROUTE)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           ELSE
               IF WS-ROUTE-STATUS NOT = '35'
                   MOVE WS-ROUTE-STATUS TO WS-CHECK-STATUS
                   MOVE 'CANNOT OPEN ROUTE-FILE (MSGROUTE)'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9000-CHECK-STATUS
               END-IF
           END-IF.

       2010-READ-ONE-ROUTE-LINE.
           READ ROUTE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 8300-CHECK-ROUTE-ROOM
                   ADD 1 TO WS-RTL-COUNT
                   MOVE ROUTE-RECORD TO WS-RTL-TEXT(WS-RTL-COUNT)
                   IF ROUTE-RECORD = SPACES
                           OR ROUTE-RECORD(1:1) = '*'
                       MOVE 'C' TO WS-RTL-KIND(WS-RTL-COUNT)
                   ELSE
                       MOVE 'D' TO WS-RTL-KIND(WS-RTL-COUNT)
                   END-IF
           END-READ.

       2100-LOAD-SOURCE-TABLE.
           OPEN INPUT SOURCE-REG-FILE
           IF WS-SRCREG-STATUS = '00'
               PERFORM 2110-READ-ONE-SOURCE-LINE
                   UNTIL WS-SRCREG-STATUS NOT = '00'
               IF WS-SRCREG-STATUS NOT = '10'
                   MOVE WS-SRCREG-STATUS TO WS-CHECK-STATUS
                   MOVE 'ERROR READING SOURCE-REG-FILE (SRCTAB)'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9000-CHECK-STATUS
               END-IF
               CLOSE SOURCE-REG-FILE
               MOVE WS-SRCREG-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT CLOSE SOURCE-REG-FILE (SRCTAB)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           ELSE
               IF WS-SRCREG-STATUS NOT = '35'
                   MOVE WS-SRCREG-STATUS TO WS-CHECK-STATUS
                   MOVE 'CANNOT OPEN SOURCE-REG-FILE (SRCTAB)'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9000-CHECK-STATUS
               END-IF
           END-IF.

       2110-READ-ONE-SOURCE-LINE.
           READ SOURCE-REG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 8310-CHECK-SOURCE-ROOM
                   ADD 1 TO WS-SRL-COUNT
                   MOVE SOURCE-REG-RECORD TO WS-SRL-TEXT(WS-SRL-COUNT)
                   IF SOURCE-REG-RECORD = SPACES
                           OR SOURCE-REG-RECORD(1:1) = '*'
                       MOVE 'C' TO WS-SRL-KIND(WS-SRL-COUNT)
                   ELSE
                       MOVE 'D' TO WS-SRL-KIND(WS-SRL-COUNT)
                   END-IF
           END-READ.

      *  Transactions are applied in deck order, each one listed on
      *  TBLRPT with what became of it.  A transaction that cannot
      *  apply is an error in its own right; the run goes on so the
      *  report shows every problem in the deck at once.
       3000-APPLY-TRANSACTIONS.
           MOVE 'TRANSACTIONS' TO WS-SECTION-LINE
           PERFORM 7050-WRITE-SECTION-HEADER
           PERFORM 3100-APPLY-ONE-TRANSACTION
               VARYING WS-TRAN-SUB FROM 1 BY 1
               UNTIL WS-TRAN-SUB > WS-TRAN-COUNT
           IF WS-TRAN-COUNT = 0
               MOVE '  NONE' TO WS-SECTION-LINE
               PERFORM 7060-WRITE-SECTION-TEXT
           END-IF.

       3100-APPLY-ONE-TRANSACTION.
           IF WS-TRN-TABLE(WS-TRAN-SUB) = 'RTE'
               PERFORM 3200-APPLY-ROUTE-TRANSACTION
           ELSE
               PERFORM 3300-APPLY-SOURCE-TRANSACTION
           END-IF
           IF WS-TRN-RESULT(WS-TRAN-SUB) = SPACES
               MOVE 'ACCEPTED' TO WS-TRN-RESULT(WS-TRAN-SUB)
           ELSE
               ADD 1 TO WS-TRAN-ERROR-COUNT
           END-IF
           PERFORM 7100-WRITE-TRANSACTION-LINE.

       3200-APPLY-ROUTE-TRANSACTION.
           MOVE WS-TRN-IMAGE(WS-TRAN-SUB)(1:3) TO WS-SEARCH-CODE
           MOVE WS-TRN-IMAGE(WS-TRAN-SUB)(14:8) TO WS-SEARCH-FROM
           PERFORM 8000-FIND-ROUTE-ROW
           EVALUATE WS-TRN-ACTION(WS-TRAN-SUB)
               WHEN 'ADD'
                   IF WS-RTL-HIT > 0
                       MOVE 'ROW ALREADY EXISTS - USE CHGRTE'
                           TO WS-TRN-RESULT(WS-TRAN-SUB)
                   ELSE
                       PERFORM 8300-CHECK-ROUTE-ROOM
                       ADD 1 TO WS-RTL-COUNT
                       MOVE 'D' TO WS-RTL-KIND(WS-RTL-COUNT)
                       MOVE WS-TRN-IMAGE(WS-TRAN-SUB)
                           TO WS-RTL-TEXT(WS-RTL-COUNT)
                       MOVE 'Y' TO WS-ROUTE-CHANGED
                   END-IF
               WHEN 'CHG'
                   IF WS-RTL-HIT = 0
                       MOVE 'NO ROW FOR THIS CODE AND FROM DATE'
                           TO WS-TRN-RESULT(WS-TRAN-SUB)
                   ELSE
                       MOVE WS-RTL-TEXT(WS-RTL-HIT)
                           TO WS-TRN-BEFORE(WS-TRAN-SUB)
                       MOVE WS-TRN-IMAGE(WS-TRAN-SUB)
                           TO WS-RTL-TEXT(WS-RTL-HIT)
                       MOVE 'Y' TO WS-ROUTE-CHANGED
                   END-IF
               WHEN 'DEL'
                   IF WS-RTL-HIT = 0
                       MOVE 'NO ROW FOR THIS CODE AND FROM DATE'
                           TO WS-TRN-RESULT(WS-TRAN-SUB)
                   ELSE
                       MOVE WS-RTL-TEXT(WS-RTL-HIT)
                           TO WS-TRN-BEFORE(WS-TRAN-SUB)
                       MOVE 'X' TO WS-RTL-KIND(WS-RTL-HIT)
                       MOVE 'Y' TO WS-ROUTE-CHANGED
                   END-IF
           END-EVALUATE.

       3300-APPLY-SOURCE-TRANSACTION.
           MOVE WS-TRN-IMAGE(WS-TRAN-SUB)(1:4) TO WS-SEARCH-CODE
           MOVE WS-TRN-IMAGE(WS-TRAN-SUB)(50:8) TO WS-SEARCH-FROM
           PERFORM 8050-FIND-SOURCE-ROW
           EVALUATE WS-TRN-ACTION(WS-TRAN-SUB)
               WHEN 'ADD'
                   IF WS-SRL-HIT > 0
                       MOVE 'ROW ALREADY EXISTS - USE CHGSRC'
                           TO WS-TRN-RESULT(WS-TRAN-SUB)
                   ELSE
                       PERFORM 8310-CHECK-SOURCE-ROOM
                       ADD 1 TO WS-SRL-COUNT
                       MOVE 'D' TO WS-SRL-KIND(WS-SRL-COUNT)
                       MOVE WS-TRN-IMAGE(WS-TRAN-SUB)
                           TO WS-SRL-TEXT(WS-SRL-COUNT)
                       MOVE 'Y' TO WS-SOURCE-CHANGED
                   END-IF
               WHEN 'CHG'
                   IF WS-SRL-HIT = 0
                       MOVE 'NO ROW FOR THIS SOURCE AND FROM DATE'
                           TO WS-TRN-RESULT(WS-TRAN-SUB)
                   ELSE
                       MOVE WS-SRL-TEXT(WS-SRL-HIT)
                           TO WS-TRN-BEFORE(WS-TRAN-SUB)
                       MOVE WS-TRN-IMAGE(WS-TRAN-SUB)
                           TO WS-SRL-TEXT(WS-SRL-HIT)
                       MOVE 'Y' TO WS-SOURCE-CHANGED
                   END-IF
               WHEN 'DEL'
                   IF WS-SRL-HIT = 0
                       MOVE 'NO ROW FOR THIS SOURCE AND FROM DATE'
                           TO WS-TRN-RESULT(WS-TRAN-SUB)
                   ELSE
                       MOVE WS-SRL-TEXT(WS-SRL-HIT)
                           TO WS-TRN-BEFORE(WS-TRAN-SUB)
                       MOVE 'X' TO WS-SRL-KIND(WS-SRL-HIT)
                       MOVE 'Y' TO WS-SOURCE-CHANGED
                   END-IF
           END-EVALUATE.

      *  Both tables, whole, as they would stand after the deck.
      *  Every failed check is one line on TBLRPT; a row can fail
      *  several.
       4000-CHECK-TABLES.
           MOVE 'TABLE CHECK (BOTH TABLES AS THEY WOULD STAND)'
               TO WS-SECTION-LINE
           PERFORM 7050-WRITE-SECTION-HEADER
           PERFORM 4100-CHECK-ONE-ROUTE
               VARYING WS-RTL-SUB FROM 1 BY 1
               UNTIL WS-RTL-SUB > WS-RTL-COUNT
           PERFORM 4200-CHECK-ONE-SOURCE
               VARYING WS-SRL-SUB FROM 1 BY 1
               UNTIL WS-SRL-SUB > WS-SRL-COUNT
           IF WS-ROUTE-ROW-COUNT > ROUTE-TABLE-MAX
               MOVE 'MSGROUTE' TO WS-DTL-TABLE
               MOVE SPACES TO WS-DTL-ROW
               MOVE 'MORE ROWS THAN MSGPROC CAN HOLD (50)'
                   TO WS-DTL-RESULT
               PERFORM 7200-WRITE-CHECK-LINE
           END-IF
           IF WS-SOURCE-ROW-COUNT > SOURCE-REG-MAX
               MOVE 'SRCTAB' TO WS-DTL-TABLE
               MOVE SPACES TO WS-DTL-ROW
               MOVE 'MORE ROWS THAN MSGPROC CAN HOLD (50)'
                   TO WS-DTL-RESULT
               PERFORM 7200-WRITE-CHECK-LINE
           END-IF
           IF WS-CHECK-ERROR-COUNT = 0
               MOVE '  BOTH TABLES PASS EVERY CHECK'
                   TO WS-SECTION-LINE
               PERFORM 7060-WRITE-SECTION-TEXT
           END-IF.

      *  The same column rules MSGPROC's 1825-LOAD-ONE-ROUTE applies,
      *  then the dated-row and cross-table rules it cannot.
       4100-CHECK-ONE-ROUTE.
           IF WS-RTL-KIND(WS-RTL-SUB) = 'D'
               ADD 1 TO WS-ROUTE-ROW-COUNT
               MOVE 'MSGROUTE' TO WS-DTL-TABLE
               MOVE WS-RTL-TEXT(WS-RTL-SUB)(1:66) TO WS-DTL-ROW
               IF WS-RTL-TEXT(WS-RTL-SUB)(1:3) = SPACES
                       OR WS-RTL-TEXT(WS-RTL-SUB)(4:1) NOT = SPACE
                   MOVE 'ROUTING CODE MUST BE COLS 1-3'
                       TO WS-DTL-RESULT
                   PERFORM 7200-WRITE-CHECK-LINE
               END-IF
               IF WS-RTL-TEXT(WS-RTL-SUB)(5:1) < '1'
                       OR WS-RTL-TEXT(WS-RTL-SUB)(5:1) > '3'
                   MOVE 'DESTINATION (COL 5) MUST BE 1-3'
                       TO WS-DTL-RESULT
                   PERFORM 7200-WRITE-CHECK-LINE
               END-IF
               IF WS-RTL-TEXT(WS-RTL-SUB)(7:4) IS NUMERIC
                   MOVE WS-RTL-TEXT(WS-RTL-SUB)(7:4) TO WS-TARGET-LEN
               ELSE
                   MOVE 0 TO WS-TARGET-LEN
               END-IF
               IF WS-TARGET-LEN < 1
                       OR WS-TARGET-LEN > TARGET-MSG-MAX-LEN
                   MOVE 'TARGET LENGTH (COLS 7-10) NOT 0001-0080'
                       TO WS-DTL-RESULT
                   PERFORM 7200-WRITE-CHECK-LINE
               END-IF
               IF WS-RTL-TEXT(WS-RTL-SUB)(12:1) NOT = SPACE
                       AND WS-RTL-TEXT(WS-RTL-SUB)(12:1) NOT = 'C'
                       AND WS-RTL-TEXT(WS-RTL-SUB)(12:1) NOT = 'S'
                   MOVE 'OVER-LENGTH ACTION (COL 12) NOT C OR S'
                       TO WS-DTL-RESULT
                   PERFORM 7200-WRITE-CHECK-LINE
               END-IF
               IF WS-RTL-TEXT(WS-RTL-SUB)(32:1) NOT = SPACE
                       AND WS-RTL-TEXT(WS-RTL-SUB)(32:1) NOT = 'C'
                       AND WS-RTL-TEXT(WS-RTL-SUB)(32:1) NOT = 'M'
                   MOVE 'TEXT MODE (COL 32) NOT C OR M'
                       TO WS-DTL-RESULT
                   PERFORM 7200-WRITE-CHECK-LINE
               END-IF
               MOVE WS-RTL-TEXT(WS-RTL-SUB)(14:8) TO WS-EFF-FROM
               MOVE WS-RTL-TEXT(WS-RTL-SUB)(23:8) TO WS-EFF-TO
               PERFORM 8100-CHECK-DATES
               IF NOT EFF-DATES-VALID
                   MOVE 'BAD EFFECTIVE DATES (COLS 14-21/23-30)'
                       TO WS-DTL-RESULT
                   PERFORM 7200-WRITE-CHECK-LINE
               END-IF
               PERFORM 4110-CHECK-ROUTE-OVERLAP
                   VARYING WS-RTL-OTHER FROM WS-RTL-SUB BY 1
                   UNTIL WS-RTL-OTHER > WS-RTL-COUNT
               IF WS-SRL-COUNT > 0
                   PERFORM 4120-CHECK-ROUTE-SENDER
               END-IF
           END-IF.

      *  Each pair is reported once, against the earlier row.
       4110-CHECK-ROUTE-OVERLAP.
           IF WS-RTL-OTHER > WS-RTL-SUB
                   AND WS-RTL-KIND(WS-RTL-OTHER) = 'D'
                   AND WS-RTL-TEXT(WS-RTL-OTHER)(1:3) =
                       WS-RTL-TEXT(WS-RTL-SUB)(1:3)
               MOVE WS-RTL-TEXT(WS-RTL-SUB)(14:8) TO WS-RANGE-A-FROM
               MOVE WS-RTL-TEXT(WS-RTL-SUB)(23:8) TO WS-RANGE-A-TO
               MOVE WS-RTL-TEXT(WS-RTL-OTHER)(14:8) TO WS-RANGE-B-FROM
               MOVE WS-RTL-TEXT(WS-RTL-OTHER)(23:8) TO WS-RANGE-B-TO
               PERFORM 8200-TEST-OVERLAP
               IF RANGES-OVERLAP
                   MOVE 'MSGROUTE' TO WS-DTL-TABLE
                   MOVE WS-RTL-TEXT(WS-RTL-SUB)(1:66) TO WS-DTL-ROW
                   MOVE 'DATES OVERLAP ANOTHER ROW FOR THIS CODE'
                       TO WS-DTL-RESULT
                   PERFORM 7200-WRITE-CHECK-LINE
               END-IF
           END-IF.

      *  Some source row whose dates overlap the route's must list
      *  the code, or take any code ('***').
       4120-CHECK-ROUTE-SENDER.
           MOVE 'N' TO WS-SENDER-FOUND
           PERFORM 4130-TEST-ONE-SENDER
               VARYING WS-SRL-OTHER FROM 1 BY 1
               UNTIL WS-SRL-OTHER > WS-SRL-COUNT
                   OR SENDER-FOUND
           IF NOT SENDER-FOUND
               MOVE 'MSGROUTE' TO WS-DTL-TABLE
               MOVE WS-RTL-TEXT(WS-RTL-SUB)(1:66) TO WS-DTL-ROW
               MOVE 'NO SRCTAB ROW MAY SEND THIS CODE'
                   TO WS-DTL-RESULT
               PERFORM 7200-WRITE-CHECK-LINE
           END-IF.

       4130-TEST-ONE-SENDER.
           IF WS-SRL-KIND(WS-SRL-OTHER) = 'D'
               MOVE WS-RTL-TEXT(WS-RTL-SUB)(14:8) TO WS-RANGE-A-FROM
               MOVE WS-RTL-TEXT(WS-RTL-SUB)(23:8) TO WS-RANGE-A-TO
               MOVE WS-SRL-TEXT(WS-SRL-OTHER)(50:8) TO WS-RANGE-B-FROM
               MOVE WS-SRL-TEXT(WS-SRL-OTHER)(59:8) TO WS-RANGE-B-TO
               PERFORM 8200-TEST-OVERLAP
               IF RANGES-OVERLAP
                   IF WS-SRL-TEXT(WS-SRL-OTHER)(10:3) = '***'
                       MOVE 'Y' TO WS-SENDER-FOUND
                   ELSE
                       MOVE 'N' TO WS-SLOT-END-FLAG
                       PERFORM 4140-TEST-ONE-SENDER-SLOT
                           VARYING WS-SLOT-SUB FROM 1 BY 1
                           UNTIL WS-SLOT-SUB > SOURCE-ROUTE-MAX
                               OR SLOT-LIST-ENDED
                               OR SENDER-FOUND
                   END-IF
               END-IF
           END-IF.

      *  Slots at cols 10, 14, 18, ...; the first blank one ends the
      *  list, as in MSGPROC's 1880-PARSE-ONE-ROUTE-SLOT.
       4140-TEST-ONE-SENDER-SLOT.
           COMPUTE WS-SLOT-POS = 10 + (WS-SLOT-SUB - 1) * 4
           EVALUATE TRUE
               WHEN WS-SRL-TEXT(WS-SRL-OTHER)(WS-SLOT-POS:3) = SPACES
                   MOVE 'Y' TO WS-SLOT-END-FLAG
               WHEN WS-SRL-TEXT(WS-SRL-OTHER)(WS-SLOT-POS:3) =
                       WS-RTL-TEXT(WS-RTL-SUB)(1:3)
                   MOVE 'Y' TO WS-SENDER-FOUND
           END-EVALUATE.

      *  MSGPROC's 1875-LOAD-ONE-SOURCE rules, then dated rows.
       4200-CHECK-ONE-SOURCE.
           IF WS-SRL-KIND(WS-SRL-SUB) = 'D'
               ADD 1 TO WS-SOURCE-ROW-COUNT
               MOVE 'SRCTAB' TO WS-DTL-TABLE
               MOVE WS-SRL-TEXT(WS-SRL-SUB)(1:66) TO WS-DTL-ROW
               IF WS-SRL-TEXT(WS-SRL-SUB)(1:4) = SPACES
                   MOVE 'SOURCE SYSTEM (COLS 1-4) IS BLANK'
                       TO WS-DTL-RESULT
                   PERFORM 7200-WRITE-CHECK-LINE
               END-IF
               IF WS-SRL-TEXT(WS-SRL-SUB)(6:1) < '1'
                       OR WS-SRL-TEXT(WS-SRL-SUB)(6:1) > '9'
                       OR WS-SRL-TEXT(WS-SRL-SUB)(8:1) < '1'
                       OR WS-SRL-TEXT(WS-SRL-SUB)(8:1) > '9'
                       OR WS-SRL-TEXT(WS-SRL-SUB)(6:1) >
                           WS-SRL-TEXT(WS-SRL-SUB)(8:1)
                   MOVE 'PRIORITIES (COLS 6/8) NOT LOW-HIGH 1-9'
                       TO WS-DTL-RESULT
                   PERFORM 7200-WRITE-CHECK-LINE
               END-IF
               IF WS-SRL-TEXT(WS-SRL-SUB)(10:3) NOT = '***'
                   MOVE 0 TO WS-SLOT-COUNT
                   MOVE 'N' TO WS-SLOT-END-FLAG
                   PERFORM 4220-COUNT-ONE-SLOT
                       VARYING WS-SLOT-SUB FROM 1 BY 1
                       UNTIL WS-SLOT-SUB > SOURCE-ROUTE-MAX
                           OR SLOT-LIST-ENDED
                   IF WS-SLOT-COUNT = 0
                       MOVE 'NO ROUTING CODES (COLS 10-48)'
                           TO WS-DTL-RESULT
                       PERFORM 7200-WRITE-CHECK-LINE
                   END-IF
               END-IF
               MOVE WS-SRL-TEXT(WS-SRL-SUB)(50:8) TO WS-EFF-FROM
               MOVE WS-SRL-TEXT(WS-SRL-SUB)(59:8) TO WS-EFF-TO
               PERFORM 8100-CHECK-DATES
               IF NOT EFF-DATES-VALID
                   MOVE 'BAD EFFECTIVE DATES (COLS 50-57/59-66)'
                       TO WS-DTL-RESULT
                   PERFORM 7200-WRITE-CHECK-LINE
               END-IF
               PERFORM 4210-CHECK-SOURCE-OVERLAP
                   VARYING WS-SRL-OTHER FROM WS-SRL-SUB BY 1
                   UNTIL WS-SRL-OTHER > WS-SRL-COUNT
           END-IF.

       4210-CHECK-SOURCE-OVERLAP.
           IF WS-SRL-OTHER > WS-SRL-SUB
                   AND WS-SRL-KIND(WS-SRL-OTHER) = 'D'
                   AND WS-SRL-TEXT(WS-SRL-OTHER)(1:4) =
                       WS-SRL-TEXT(WS-SRL-SUB)(1:4)
               MOVE WS-SRL-TEXT(WS-SRL-SUB)(50:8) TO WS-RANGE-A-FROM
               MOVE WS-SRL-TEXT(WS-SRL-SUB)(59:8) TO WS-RANGE-A-TO
               MOVE WS-SRL-TEXT(WS-SRL-OTHER)(50:8) TO WS-RANGE-B-FROM
               MOVE WS-SRL-TEXT(WS-SRL-OTHER)(59:8) TO WS-RANGE-B-TO
               PERFORM 8200-TEST-OVERLAP
               IF RANGES-OVERLAP
                   MOVE 'SRCTAB' TO WS-DTL-TABLE
                   MOVE WS-SRL-TEXT(WS-SRL-SUB)(1:66) TO WS-DTL-ROW
                   MOVE 'DATES OVERLAP ANOTHER ROW FOR THIS SOURCE'
                       TO WS-DTL-RESULT
                   PERFORM 7200-WRITE-CHECK-LINE
               END-IF
           END-IF.

       4220-COUNT-ONE-SLOT.
           COMPUTE WS-SLOT-POS = 10 + (WS-SLOT-SUB - 1) * 4
           IF WS-SRL-TEXT(WS-SRL-SUB)(WS-SLOT-POS:3) = SPACES
               MOVE 'Y' TO WS-SLOT-END-FLAG
           ELSE
               ADD 1 TO WS-SLOT-COUNT
           END-IF.

      *  One line per applied transaction, in deck order.
       5000-WRITE-CHANGE-LOG.
           OPEN EXTEND CHANGE-LOG-FILE
           IF WS-CHGLOG-STATUS = '35'
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF
           MOVE WS-CHGLOG-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT OPEN CHANGE-LOG-FILE (TBLCHGLG)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           PERFORM 5100-LOG-ONE-TRANSACTION
               VARYING WS-TRAN-SUB FROM 1 BY 1
               UNTIL WS-TRAN-SUB > WS-TRAN-COUNT
           CLOSE CHANGE-LOG-FILE
           MOVE WS-CHGLOG-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT CLOSE CHANGE-LOG-FILE (TBLCHGLG)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS.

       5100-LOG-ONE-TRANSACTION.
           MOVE SPACES TO CHANGE-LOG-RECORD
           MOVE WS-CURRENT-DATE-TIME(1:14) TO CHG-TIMESTAMP
           MOVE WS-USER-ID TO CHG-USER
           IF WS-TRN-TABLE(WS-TRAN-SUB) = 'RTE'
               MOVE 'MSGROUTE' TO CHG-TABLE
           ELSE
               MOVE 'SRCTAB' TO CHG-TABLE
           END-IF
           EVALUATE WS-TRN-ACTION(WS-TRAN-SUB)
               WHEN 'ADD'
                   MOVE 'ADD' TO CHG-ACTION
                   MOVE WS-TRN-IMAGE(WS-TRAN-SUB) TO CHG-AFTER
               WHEN 'CHG'
                   MOVE 'CHANGE' TO CHG-ACTION
                   MOVE WS-TRN-BEFORE(WS-TRAN-SUB) TO CHG-BEFORE
                   MOVE WS-TRN-IMAGE(WS-TRAN-SUB) TO CHG-AFTER
               WHEN 'DEL'
                   MOVE 'DELETE' TO CHG-ACTION
                   MOVE WS-TRN-BEFORE(WS-TRAN-SUB) TO CHG-BEFORE
           END-EVALUATE
           MOVE WS-CHANGE-REASON TO CHG-REASON
           WRITE CHANGE-LOG-RECORD
           MOVE WS-CHGLOG-STATUS TO WS-CHECK-STATUS
           MOVE 'ERROR WRITING CHANGE-LOG-FILE (TBLCHGLG)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           ADD 1 TO WS-LOGGED-COUNT.

      *  Every line but the deleted rows, in order, then renamed over
      *  MSGROUTE in one atomic step.
       6000-REWRITE-ROUTE-TABLE.
           OPEN OUTPUT ROUTE-NEW-FILE
           MOVE WS-ROUTE-NEW-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT OPEN ROUTE-NEW-FILE (MSGROUTE.NEW)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           PERFORM 6100-REWRITE-ONE-ROUTE-LINE
               VARYING WS-RTL-SUB FROM 1 BY 1
               UNTIL WS-RTL-SUB > WS-RTL-COUNT
           CLOSE ROUTE-NEW-FILE
           MOVE WS-ROUTE-NEW-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT CLOSE ROUTE-NEW-FILE (MSGROUTE.NEW)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           CALL 'CBL_RENAME_FILE' USING 'MSGROUTE.NEW' 'MSGROUTE'
               RETURNING WS-RENAME-RC
           END-CALL
           IF WS-RENAME-RC NOT = 0
               MOVE WS-RENAME-RC TO WS-RENAME-RC-DISPLAY
               MOVE '99' TO WS-CHECK-STATUS
               STRING 'CANNOT RENAME MSGROUTE.NEW TO MSGROUTE, RC='
                   WS-RENAME-RC-DISPLAY DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM 9999-ABEND
           END-IF.

       6100-REWRITE-ONE-ROUTE-LINE.
           IF WS-RTL-KIND(WS-RTL-SUB) NOT = 'X'
               WRITE ROUTE-NEW-RECORD FROM WS-RTL-TEXT(WS-RTL-SUB)
               MOVE WS-ROUTE-NEW-STATUS TO WS-CHECK-STATUS
               MOVE 'ERROR WRITING ROUTE-NEW-FILE (MSGROUTE.NEW)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

       6200-REWRITE-SOURCE-TABLE.
           OPEN OUTPUT SOURCE-REG-NEW-FILE
           MOVE WS-SRCREG-NEW-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT OPEN SOURCE-REG-NEW-FILE (SRCTAB.NEW)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           PERFORM 6300-REWRITE-ONE-SOURCE-LINE
               VARYING WS-SRL-SUB FROM 1 BY 1
               UNTIL WS-SRL-SUB > WS-SRL-COUNT
           CLOSE SOURCE-REG-NEW-FILE
           MOVE WS-SRCREG-NEW-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT CLOSE SOURCE-REG-NEW-FILE (SRCTAB.NEW)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           CALL 'CBL_RENAME_FILE' USING 'SRCTAB.NEW' 'SRCTAB'
               RETURNING WS-RENAME-RC
           END-CALL
           IF WS-RENAME-RC NOT = 0
               MOVE WS-RENAME-RC TO WS-RENAME-RC-DISPLAY
               MOVE '99' TO WS-CHECK-STATUS
               STRING 'CANNOT RENAME SRCTAB.NEW TO SRCTAB, RC='
                   WS-RENAME-RC-DISPLAY DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM 9999-ABEND
           END-IF.

       6300-REWRITE-ONE-SOURCE-LINE.
           IF WS-SRL-KIND(WS-SRL-SUB) NOT = 'X'
               WRITE SOURCE-REG-NEW-RECORD
                   FROM WS-SRL-TEXT(WS-SRL-SUB)
               MOVE WS-SRCREG-NEW-STATUS TO WS-CHECK-STATUS
               MOVE 'ERROR WRITING SOURCE-REG-NEW-FILE (SRCTAB.NEW)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

       7000-WRITE-REPORT-HEADERS.
           MOVE WS-USER-ID TO WS-HDR-USER
           IF CHECK-ONLY
               MOVE 'CHECK' TO WS-HDR-MODE
           ELSE
               MOVE 'APPLY' TO WS-HDR-MODE
           END-IF
           MOVE WS-CHANGE-REASON TO WS-HDR-REASON
           MOVE 'ERROR WRITING PRINT-FILE (TBLRPT)'
               TO WS-ABEND-MESSAGE
           WRITE PRINT-LINE FROM WS-TITLE-LINE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           WRITE PRINT-LINE FROM WS-HEADER-LINE-1
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           WRITE PRINT-LINE FROM WS-HEADER-LINE-2
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS.

      *  A blank line, the section title in WS-SECTION-LINE, and the
      *  column headings.
       7050-WRITE-SECTION-HEADER.
           MOVE 'ERROR WRITING PRINT-FILE (TBLRPT)'
               TO WS-ABEND-MESSAGE
           WRITE PRINT-LINE FROM SPACES
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           PERFORM 7060-WRITE-SECTION-TEXT
           WRITE PRINT-LINE FROM WS-COLUMN-HEADER
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS.

       7060-WRITE-SECTION-TEXT.
           WRITE PRINT-LINE FROM WS-SECTION-LINE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE 'ERROR WRITING PRINT-FILE (TBLRPT)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS.

       7100-WRITE-TRANSACTION-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           EVALUATE WS-TRN-ACTION(WS-TRAN-SUB)
               WHEN 'ADD'
                   MOVE 'ADD' TO WS-DTL-ACTION
               WHEN 'CHG'
                   MOVE 'CHANGE' TO WS-DTL-ACTION
               WHEN 'DEL'
                   MOVE 'DELETE' TO WS-DTL-ACTION
           END-EVALUATE
           IF WS-TRN-TABLE(WS-TRAN-SUB) = 'RTE'
               MOVE 'MSGROUTE' TO WS-DTL-TABLE
           ELSE
               MOVE 'SRCTAB' TO WS-DTL-TABLE
           END-IF
           MOVE WS-TRN-IMAGE(WS-TRAN-SUB) TO WS-DTL-ROW
           MOVE WS-TRN-RESULT(WS-TRAN-SUB) TO WS-DTL-RESULT
           WRITE PRINT-LINE FROM WS-DETAIL-LINE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE 'ERROR WRITING PRINT-FILE (TBLRPT)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           IF WS-TRN-BEFORE(WS-TRAN-SUB) NOT = SPACES
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-TRN-BEFORE(WS-TRAN-SUB) TO WS-DTL-ROW
               MOVE '(ROW AS IT STOOD BEFORE)' TO WS-DTL-RESULT
               WRITE PRINT-LINE FROM WS-DETAIL-LINE
               MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
               PERFORM 9000-CHECK-STATUS
           END-IF.

      *  Caller has set WS-DTL-TABLE, WS-DTL-ROW and WS-DTL-RESULT.
       7200-WRITE-CHECK-LINE.
           MOVE 'ERROR' TO WS-DTL-ACTION
           WRITE PRINT-LINE FROM WS-DETAIL-LINE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE 'ERROR WRITING PRINT-FILE (TBLRPT)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           ADD 1 TO WS-CHECK-ERROR-COUNT.

       7300-WRITE-TRAILERS.
           MOVE WS-TRAN-COUNT TO WS-TRL-TRANS
           MOVE WS-TRAN-ERROR-COUNT TO WS-TRL-TRAN-ERRORS
           MOVE WS-CHECK-ERROR-COUNT TO WS-TRL-CHECK-ERRORS
           MOVE WS-ROUTE-ROW-COUNT TO WS-TRL-ROUTE-ROWS
           MOVE WS-SOURCE-ROW-COUNT TO WS-TRL-SOURCE-ROWS
           MOVE WS-LOGGED-COUNT TO WS-TRL-LOGGED
           MOVE 'ERROR WRITING PRINT-FILE (TBLRPT)'
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
           PERFORM 9000-CHECK-STATUS
           WRITE PRINT-LINE FROM WS-TRAILER-LINE-5
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           WRITE PRINT-LINE FROM WS-TRAILER-LINE-6
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           WRITE PRINT-LINE FROM SPACES
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           WRITE PRINT-LINE FROM WS-OUTCOME-LINE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS.

      *  Leaves WS-RTL-HIT at the live MSGROUTE row with code
      *  WS-SEARCH-CODE and effective-from WS-SEARCH-FROM, or zero.
       8000-FIND-ROUTE-ROW.
           MOVE 0 TO WS-RTL-HIT
           PERFORM 8010-TEST-ONE-ROUTE-ROW
               VARYING WS-RTL-SUB FROM 1 BY 1
               UNTIL WS-RTL-SUB > WS-RTL-COUNT
                   OR WS-RTL-HIT > 0.

       8010-TEST-ONE-ROUTE-ROW.
           IF WS-RTL-KIND(WS-RTL-SUB) = 'D'
                   AND WS-RTL-TEXT(WS-RTL-SUB)(1:3) =
                       WS-SEARCH-CODE(1:3)
                   AND WS-RTL-TEXT(WS-RTL-SUB)(14:8) = WS-SEARCH-FROM
               MOVE WS-RTL-SUB TO WS-RTL-HIT
           END-IF.

       8050-FIND-SOURCE-ROW.
           MOVE 0 TO WS-SRL-HIT
           PERFORM 8060-TEST-ONE-SOURCE-ROW
               VARYING WS-SRL-SUB FROM 1 BY 1
               UNTIL WS-SRL-SUB > WS-SRL-COUNT
                   OR WS-SRL-HIT > 0.

       8060-TEST-ONE-SOURCE-ROW.
           IF WS-SRL-KIND(WS-SRL-SUB) = 'D'
                   AND WS-SRL-TEXT(WS-SRL-SUB)(1:4) = WS-SEARCH-CODE
                   AND WS-SRL-TEXT(WS-SRL-SUB)(50:8) = WS-SEARCH-FROM
               MOVE WS-SRL-SUB TO WS-SRL-HIT
           END-IF.

      *  The rule MSGPROC's 1890-CHECK-EFFECTIVE-DATES enforces: a
      *  blank date is open-ended, a non-blank one a real YYYYMMDD,
      *  and the range may not run backwards.
       8100-CHECK-DATES.
           MOVE 'Y' TO WS-EFF-VALID-FLAG
           IF WS-EFF-FROM NOT = SPACES
               IF WS-EFF-FROM IS NOT NUMERIC
                   MOVE 'N' TO WS-EFF-VALID-FLAG
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-FROM-NUM)
                           NOT = 0
                       MOVE 'N' TO WS-EFF-VALID-FLAG
                   END-IF
               END-IF
           END-IF
           IF WS-EFF-TO NOT = SPACES
               IF WS-EFF-TO IS NOT NUMERIC
                   MOVE 'N' TO WS-EFF-VALID-FLAG
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-TO-NUM)
                           NOT = 0
                       MOVE 'N' TO WS-EFF-VALID-FLAG
                   END-IF
               END-IF
           END-IF
           IF EFF-DATES-VALID
                   AND WS-EFF-FROM NOT = SPACES
                   AND WS-EFF-TO NOT = SPACES
                   AND WS-EFF-FROM > WS-EFF-TO
               MOVE 'N' TO WS-EFF-VALID-FLAG
           END-IF.

      *  Ranges A and B share at least one day.  Blank ends open out
      *  to the first and last possible day first.
       8200-TEST-OVERLAP.
           IF WS-RANGE-A-FROM = SPACES
               MOVE '00000000' TO WS-RANGE-A-FROM
           END-IF
           IF WS-RANGE-A-TO = SPACES
               MOVE '99999999' TO WS-RANGE-A-TO
           END-IF
           IF WS-RANGE-B-FROM = SPACES
               MOVE '00000000' TO WS-RANGE-B-FROM
           END-IF
           IF WS-RANGE-B-TO = SPACES
               MOVE '99999999' TO WS-RANGE-B-TO
           END-IF
           IF WS-RANGE-A-FROM <= WS-RANGE-B-TO
                   AND WS-RANGE-B-FROM <= WS-RANGE-A-TO
               MOVE 'Y' TO WS-OVERLAP-FLAG
           ELSE
               MOVE 'N' TO WS-OVERLAP-FLAG
           END-IF.

       8300-CHECK-ROUTE-ROOM.
           IF WS-RTL-COUNT >= TABLE-LINE-MAX
               MOVE '99' TO WS-CHECK-STATUS
               MOVE 'MSGROUTE HAS TOO MANY LINES TO MAINTAIN'
                   TO WS-ABEND-MESSAGE
               PERFORM 9999-ABEND
           END-IF.

       8310-CHECK-SOURCE-ROOM.
           IF WS-SRL-COUNT >= TABLE-LINE-MAX
               MOVE '99' TO WS-CHECK-STATUS
               MOVE 'SRCTAB HAS TOO MANY LINES TO MAINTAIN'
                   TO WS-ABEND-MESSAGE
               PERFORM 9999-ABEND
           END-IF.

       9000-CHECK-STATUS.
           IF WS-CHECK-STATUS NOT = '00' AND WS-CHECK-STATUS NOT = '10'
               PERFORM 9999-ABEND
           END-IF.

       9999-ABEND.
           DISPLAY 'MSGTBLM ABEND - ' WS-ABEND-MESSAGE
               ' FILE STATUS=' WS-CHECK-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
