       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGFEED.
       AUTHOR. APPLICATION-SUPPORT.

      ******************************************************************
      *  MSGFEED - expected-feed check, run by the scheduler at the
      *  batch-window cutoff.  MSGPROC balances each H/D/T batch it
      *  receives, but only this program knows what should have come:
      *  the FEEDSCHD schedule lists, per registered source system
      *  (SRCTAB), the batches it is expected to send each night and
      *  the time each is due by.  Every schedule line is matched
      *  against the BATCHREG batch register MSGPROC keeps (layout in
      *  MSGBRG01.cpy) and printed on FEEDRPT as:
      *
      *    ON TIME     - a matching batch was processed by its due time
      *    LATE        - a matching batch was processed after it
      *    MISSING     - no matching batch, and the due time has passed
      *    NOT YET DUE - no matching batch, but it is not due yet
      *
      *  A batch that failed its balancing still arrived; its OOB
      *  result is shown beside it (MSGPROC's RC 8 is the alert for
      *  that).  Batches processed in the window that no schedule
      *  line claimed are listed after the schedule - a new feed, or
      *  a schedule line that needs its pattern widened.
      *
      *  Each register entry answers one schedule line at most.  The
      *  lines naming a batch-ID pattern are matched first, then the
      *  lines that take any batch from their source; within a line
      *  the earliest batch processed wins.
      *
      *  Any MISSING line ends the run with RC 8, otherwise any LATE
      *  one with RC 4, so the scheduler can alert on it; each one is
      *  also DISPLAYed.  No schedule is an operator error (RC 16).
      *
      *  FEEDCTL keywords, one per line, '*' comments:
      *      DATE=YYYYMMDD           (the window's date - default the
      *                               run date)
      *      OPEN=HHMM               (the window opened at this time
      *                               the day before - default the
      *                               window is DATE from midnight)
      *      CUTOFF=HHMM             (the window's close on DATE -
      *                               default the time now on the
      *                               run date, 2359 for a past date)
      *  A line due at or after OPEN is due the evening before DATE;
      *  one due before OPEN is due on DATE itself.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO 'FEEDCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO 'FEEDSCHD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.

           SELECT SOURCE-REG-FILE ASSIGN TO 'SRCTAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRCREG-STATUS.

           SELECT BATCH-REG-FILE ASSIGN TO 'BATCHREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BRG-BATCH-ID
               FILE STATUS IS WS-BATCHREG-STATUS.

           SELECT PRINT-FILE ASSIGN TO 'FEEDRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-RECORD                  PIC X(80).

       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD             PIC X(80).

       FD  SOURCE-REG-FILE.
       01  SOURCE-REG-RECORD           PIC X(80).

       FD  BATCH-REG-FILE.
       COPY MSGBRG01.

       FD  PRINT-FILE.
       01  PRINT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS               PIC XX.
       01  WS-SCHED-STATUS             PIC XX.
       01  WS-SRCREG-STATUS            PIC XX.
       01  WS-BATCHREG-STATUS          PIC XX.
       01  WS-PRINT-STATUS             PIC XX.

       01  WS-CHECK-STATUS             PIC XX.
       01  WS-ABEND-MESSAGE            PIC X(60).

       01  WS-END-OF-FILE              PIC X VALUE 'N'.
           88  END-OF-FILE                   VALUE 'Y'.
       01  WS-REGISTER-FLAG            PIC X VALUE 'N'.
           88  REGISTER-FOUND                VALUE 'Y'.
       01  WS-SRCTAB-FLAG              PIC X VALUE 'N'.
           88  SRCTAB-FOUND                  VALUE 'Y'.

      *  The window: its date, the day before, when it opened and
      *  when it closes, as YYYYMMDDHHMM stamps.  WS-OPEN-TIME blank
      *  means the window is DATE from midnight.
       01  WS-WINDOW-DATE              PIC 9(8) VALUE 0.
       01  WS-WINDOW-DATE-X REDEFINES WS-WINDOW-DATE
                                       PIC X(8).
       01  WS-PRIOR-DATE               PIC 9(8) VALUE 0.
       01  WS-PRIOR-DATE-X REDEFINES WS-PRIOR-DATE
                                       PIC X(8).
       01  WS-OPEN-TIME                PIC X(4) VALUE SPACES.
       01  WS-CUTOFF-TIME              PIC X(4) VALUE SPACES.
       01  WS-WINDOW-START             PIC X(12) VALUE SPACES.
       01  WS-WINDOW-END               PIC X(12) VALUE SPACES.
       01  WS-DAY-OF-WEEK              PIC 9 VALUE 0.
       01  WS-HHMM-WORK.
           05  WS-HHMM-HH               PIC 99.
           05  WS-HHMM-MM               PIC 99.

      *  Registered source systems - every code SRCTAB lists on any
      *  of its dated rows, since a schedule line may be written
      *  ahead of the source's start date.
       78  SOURCE-TABLE-MAX            VALUE 100.
       01  WS-SRC-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-SRC-SUB                  PIC 9(4) COMP VALUE 0.
       01  WS-SRC-FOUND-FLAG           PIC X VALUE 'N'.
           88  SOURCE-REGISTERED             VALUE 'Y'.
       01  WS-SOURCE-TABLE.
           05  WS-SRC-CODE              PIC X(4)
                                        OCCURS SOURCE-TABLE-MAX TIMES.

      *  The schedule.  WS-FSC-MATCH is the register entry the line
      *  was matched to (zero for none); only lines whose day mask
      *  takes the window's day of the week are in effect.
       78  SCHEDULE-TABLE-MAX          VALUE 200.
       01  WS-FSC-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-FSC-SUB                  PIC 9(4) COMP VALUE 0.
       01  WS-SCHEDULE-TABLE.
           05  WS-FSC-ENTRY             OCCURS SCHEDULE-TABLE-MAX TIMES.
               10  WS-FSC-SOURCE        PIC X(4).
               10  WS-FSC-PATTERN       PIC X(8).
               10  WS-FSC-DUE-TIME      PIC X(4).
               10  WS-FSC-DAYS          PIC X(7).
               10  WS-FSC-IN-EFFECT     PIC X.
                   88  FSC-IN-EFFECT         VALUE 'Y'.
               10  WS-FSC-DUE-STAMP     PIC X(12).
               10  WS-FSC-MATCH         PIC 9(4) COMP.
               10  WS-FSC-STATUS        PIC X(11).

      *  The register entries processed inside the window.
       78  REGISTER-TABLE-MAX          VALUE 1000.
       01  WS-REG-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-REG-SUB                  PIC 9(4) COMP VALUE 0.
       01  WS-REGISTER-TABLE.
           05  WS-REG-ENTRY             OCCURS REGISTER-TABLE-MAX TIMES.
               10  WS-REG-BATCH-ID      PIC X(8).
               10  WS-REG-PROC-STAMP    PIC X(14).
               10  WS-REG-SOURCE        PIC X(4).
               10  WS-REG-RESULT        PIC X(3).
               10  WS-REG-COUNT-RECS    PIC 9(8).
               10  WS-REG-CLAIMED       PIC X.
                   88  REG-CLAIMED           VALUE 'Y'.

       01  WS-PASS                     PIC 9 VALUE 0.
       01  WS-BEST-SUB                 PIC 9(4) COMP VALUE 0.
       01  WS-CHAR-SUB                 PIC 9(4) COMP VALUE 0.
       01  WS-PATTERN-FLAG             PIC X VALUE 'N'.
           88  PATTERN-MATCHES               VALUE 'Y'.
       01  WS-ALERT-PATTERN            PIC X(8) VALUE SPACES.

       01  WS-EXPECTED-COUNT           PIC 9(8) VALUE 0.
       01  WS-ON-TIME-COUNT            PIC 9(8) VALUE 0.
       01  WS-LATE-COUNT               PIC 9(8) VALUE 0.
       01  WS-MISSING-COUNT            PIC 9(8) VALUE 0.
       01  WS-NOT-DUE-COUNT            PIC 9(8) VALUE 0.
       01  WS-UNSCHEDULED-COUNT        PIC 9(8) VALUE 0.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-TODAY-DATE               PIC X(8).

       01  WS-TITLE-LINE               PIC X(132)
               VALUE 'EXPECTED FEED CHECK'.

       01  WS-HEADER-LINE-1.
           05  FILLER                   PIC X(10)
                   VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE          PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(112) VALUE SPACES.

       01  WS-HEADER-LINE-2.
           05  FILLER                   PIC X(8) VALUE 'WINDOW: '.
           05  WS-HDR-START-DATE        PIC X(8).
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-HDR-START-TIME        PIC X(4).
           05  FILLER                   PIC X(4) VALUE ' TO '.
           05  WS-HDR-END-DATE          PIC X(8).
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-HDR-END-TIME          PIC X(4).
           05  FILLER                   PIC X(94) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                   PIC X(6) VALUE 'SRCE'.
           05  FILLER                   PIC X(10) VALUE 'BATCH ID'.
           05  FILLER                   PIC X(15) VALUE 'DUE BY'.
           05  FILLER                   PIC X(13) VALUE 'STATUS'.
           05  FILLER                   PIC X(10) VALUE 'BATCH'.
           05  FILLER                   PIC X(17) VALUE 'PROCESSED'.
           05  FILLER                   PIC X(7) VALUE 'RESULT'.
           05  FILLER                   PIC X(54) VALUE 'RECORDS'.

      *  A blank pattern prints as '(ANY)'.
       01  WS-SCHEDULE-LINE.
           05  WS-SDL-SOURCE            PIC X(4).
           05  FILLER                   PIC X(2).
           05  WS-SDL-PATTERN           PIC X(8).
           05  FILLER                   PIC X(2).
           05  WS-SDL-DUE-DATE          PIC X(8).
           05  FILLER                   PIC X.
           05  WS-SDL-DUE-TIME          PIC X(4).
           05  FILLER                   PIC X(2).
           05  WS-SDL-STATUS            PIC X(11).
           05  FILLER                   PIC X(2).
           05  WS-SDL-BATCH-ID          PIC X(8).
           05  FILLER                   PIC X(2).
           05  WS-SDL-PROC-DATE         PIC X(8).
           05  FILLER                   PIC X.
           05  WS-SDL-PROC-TIME         PIC X(6).
           05  FILLER                   PIC X(2).
           05  WS-SDL-RESULT            PIC X(3).
           05  FILLER                   PIC X(4).
           05  WS-SDL-RECORDS           PIC ZZZZZZZ9.
           05  WS-SDL-RECORDS-X REDEFINES WS-SDL-RECORDS
                                        PIC X(8).
           05  FILLER                   PIC X(46).

       01  WS-EMPTY-SCHEDULE-LINE      PIC X(132)
               VALUE 'NO SCHEDULED FEEDS FOR THE WINDOW''S DAY'.

       01  WS-NO-REGISTER-LINE         PIC X(132)
               VALUE
               'NO BATCH REGISTER (BATCHREG) - NOTHING PROCESSED YET'.

       01  WS-UNSCHEDULED-TITLE        PIC X(132)
               VALUE
               'BATCHES PROCESSED IN THE WINDOW, NOT ON THE SCHEDULE'.

       01  WS-UNSCHEDULED-LINE.
           05  WS-UDL-SOURCE            PIC X(4).
           05  FILLER                   PIC X(27).
           05  WS-UDL-STATUS            PIC X(13).
           05  WS-UDL-BATCH-ID          PIC X(8).
           05  FILLER                   PIC X(2).
           05  WS-UDL-PROC-DATE         PIC X(8).
           05  FILLER                   PIC X.
           05  WS-UDL-PROC-TIME         PIC X(6).
           05  FILLER                   PIC X(2).
           05  WS-UDL-RESULT            PIC X(3).
           05  FILLER                   PIC X(4).
           05  WS-UDL-RECORDS           PIC ZZZZZZZ9.
           05  FILLER                   PIC X(46).

       01  WS-TRAILER-LINE-1.
           05  FILLER                   PIC X(30)
                   VALUE 'BATCHES EXPECTED: '.
           05  WS-TRL-EXPECTED          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(95) VALUE SPACES.

       01  WS-TRAILER-LINE-2.
           05  FILLER                   PIC X(30)
                   VALUE 'ON TIME: '.
           05  WS-TRL-ON-TIME           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(95) VALUE SPACES.

       01  WS-TRAILER-LINE-3.
           05  FILLER                   PIC X(30)
                   VALUE 'LATE: '.
           05  WS-TRL-LATE              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(95) VALUE SPACES.

       01  WS-TRAILER-LINE-4.
           05  FILLER                   PIC X(30)
                   VALUE 'MISSING: '.
           05  WS-TRL-MISSING           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(95) VALUE SPACES.

       01  WS-TRAILER-LINE-5.
           05  FILLER                   PIC X(30)
                   VALUE 'NOT YET DUE: '.
           05  WS-TRL-NOT-DUE           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(95) VALUE SPACES.

       01  WS-TRAILER-LINE-6.
           05  FILLER                   PIC X(30)
                   VALUE 'UNSCHEDULED BATCHES: '.
           05  WS-TRL-UNSCHEDULED       PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1050-SET-RUN-DATE
           PERFORM 1500-LOAD-PARAMETERS
           PERFORM 1600-SET-WINDOW
           PERFORM 1700-LOAD-SOURCE-REGISTRY
           PERFORM 1800-LOAD-SCHEDULE
           PERFORM 2000-LOAD-REGISTER
           MOVE 1 TO WS-PASS
           PERFORM 3000-MATCH-ONE-LINE
               VARYING WS-FSC-SUB FROM 1 BY 1
               UNTIL WS-FSC-SUB > WS-FSC-COUNT
           MOVE 2 TO WS-PASS
           PERFORM 3000-MATCH-ONE-LINE
               VARYING WS-FSC-SUB FROM 1 BY 1
               UNTIL WS-FSC-SUB > WS-FSC-COUNT
           PERFORM 3200-SET-LINE-STATUS
               VARYING WS-FSC-SUB FROM 1 BY 1
               UNTIL WS-FSC-SUB > WS-FSC-COUNT
           OPEN OUTPUT PRINT-FILE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT OPEN PRINT-FILE (FEEDRPT)' TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           PERFORM 7000-WRITE-REPORT
           CLOSE PRINT-FILE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT CLOSE PRINT-FILE (FEEDRPT)' TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           EVALUATE TRUE
               WHEN WS-MISSING-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-LATE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       1050-SET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-DATE
           STRING WS-CURRENT-DATE-TIME(1:4) '-'
                  WS-CURRENT-DATE-TIME(5:2) '-'
                  WS-CURRENT-DATE-TIME(7:2)
               DELIMITED BY SIZE INTO WS-HDR-RUN-DATE.

      *  Same deck conventions as MSGPROC's CTLCARD: KEYWORD=VALUE,
      *  '*' comments, unknown keywords abend.  No FEEDCTL at all is
      *  the normal cutoff run for today's window.
       1500-LOAD-PARAMETERS.
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS = '00'
               PERFORM 1510-READ-ONE-PARAMETER
                   UNTIL WS-CTL-STATUS NOT = '00'
               IF WS-CTL-STATUS NOT = '10'
                   MOVE WS-CTL-STATUS TO WS-CHECK-STATUS
                   MOVE 'ERROR READING CTL-FILE (FEEDCTL)'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9000-CHECK-STATUS
               END-IF
               CLOSE CTL-FILE
               MOVE WS-CTL-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT CLOSE CTL-FILE (FEEDCTL)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           ELSE
               IF WS-CTL-STATUS NOT = '35'
                   MOVE WS-CTL-STATUS TO WS-CHECK-STATUS
                   MOVE 'CANNOT OPEN CTL-FILE (FEEDCTL)'
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
               WHEN CTL-RECORD(1:5) = 'DATE='
                   IF CTL-RECORD(6:8) IS NUMERIC
                           AND CTL-RECORD(14:1) = SPACE
                           AND FUNCTION TEST-DATE-YYYYMMDD(
                               FUNCTION NUMVAL(CTL-RECORD(6:8))) = 0
                       MOVE CTL-RECORD(6:8) TO WS-WINDOW-DATE-X
                   ELSE
                       MOVE '99' TO WS-CHECK-STATUS
                       MOVE 'INVALID DATE VALUE IN FEEDCTL'
                           TO WS-ABEND-MESSAGE
                       PERFORM 9999-ABEND
                   END-IF
               WHEN CTL-RECORD(1:5) = 'OPEN='
                   MOVE CTL-RECORD(6:4) TO WS-HHMM-WORK
                   IF CTL-RECORD(10:1) = SPACE
                       PERFORM 1530-CHECK-HHMM
                       MOVE WS-HHMM-WORK TO WS-OPEN-TIME
                   ELSE
                       PERFORM 1535-REJECT-HHMM
                   END-IF
               WHEN CTL-RECORD(1:7) = 'CUTOFF='
                   MOVE CTL-RECORD(8:4) TO WS-HHMM-WORK
                   IF CTL-RECORD(12:1) = SPACE
                       PERFORM 1530-CHECK-HHMM
                       MOVE WS-HHMM-WORK TO WS-CUTOFF-TIME
                   ELSE
                       PERFORM 1535-REJECT-HHMM
                   END-IF
               WHEN OTHER
                   MOVE '99' TO WS-CHECK-STATUS
                   MOVE 'UNRECOGNIZED KEYWORD IN FEEDCTL'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9999-ABEND
           END-EVALUATE.

      *  A time of day as HHMM, 0000 to 2359.
       1530-CHECK-HHMM.
           IF WS-HHMM-WORK IS NOT NUMERIC
               PERFORM 1535-REJECT-HHMM
           END-IF
           IF WS-HHMM-HH > 23 OR WS-HHMM-MM > 59
               PERFORM 1535-REJECT-HHMM
           END-IF.

       1535-REJECT-HHMM.
           MOVE '99' TO WS-CHECK-STATUS
           MOVE 'INVALID HHMM TIME IN FEEDCTL' TO WS-ABEND-MESSAGE
           PERFORM 9999-ABEND.

      *  A window still to come has nothing to check.  The cutoff of
      *  today's window defaults to now; a past window's to the end
      *  of its day.
       1600-SET-WINDOW.
           IF WS-WINDOW-DATE = 0
               MOVE WS-TODAY-DATE TO WS-WINDOW-DATE-X
           END-IF
           IF WS-WINDOW-DATE-X > WS-TODAY-DATE
               MOVE '99' TO WS-CHECK-STATUS
               MOVE 'WINDOW DATE IS AFTER THE RUN DATE (FEEDCTL)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9999-ABEND
           END-IF
           IF WS-CUTOFF-TIME = SPACES
               IF WS-WINDOW-DATE-X = WS-TODAY-DATE
                   MOVE WS-CURRENT-DATE-TIME(9:4) TO WS-CUTOFF-TIME
               ELSE
                   MOVE '2359' TO WS-CUTOFF-TIME
               END-IF
           END-IF
           COMPUTE WS-PRIOR-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-WINDOW-DATE) - 1)
      *  INTEGER-OF-DATE day 1 (1601-01-01) was a Monday.
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-WINDOW-DATE) - 1, 7) + 1
           IF WS-OPEN-TIME = SPACES
               STRING WS-WINDOW-DATE-X '0000'
                   DELIMITED BY SIZE INTO WS-WINDOW-START
           ELSE
               STRING WS-PRIOR-DATE-X WS-OPEN-TIME
                   DELIMITED BY SIZE INTO WS-WINDOW-START
           END-IF
           STRING WS-WINDOW-DATE-X WS-CUTOFF-TIME
               DELIMITED BY SIZE INTO WS-WINDOW-END
           IF WS-WINDOW-START > WS-WINDOW-END
               MOVE '99' TO WS-CHECK-STATUS
               MOVE 'CUTOFF IS BEFORE THE WINDOW OPENS (FEEDCTL)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9999-ABEND
           END-IF
           MOVE WS-WINDOW-START(1:8) TO WS-HDR-START-DATE
           MOVE WS-WINDOW-START(9:4) TO WS-HDR-START-TIME
           MOVE WS-WINDOW-END(1:8) TO WS-HDR-END-DATE
           MOVE WS-WINDOW-END(9:4) TO WS-HDR-END-TIME.

      *  Only the source codes are needed; MSGPROC and MSGTBLM police
      *  the rest of each row.  No SRCTAB at all means no source
      *  checking, the same as in MSGPROC.
       1700-LOAD-SOURCE-REGISTRY.
           OPEN INPUT SOURCE-REG-FILE
           IF WS-SRCREG-STATUS = '00'
               SET SRCTAB-FOUND TO TRUE
               PERFORM 1710-READ-ONE-SOURCE
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

       1710-READ-ONE-SOURCE.
           READ SOURCE-REG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF SOURCE-REG-RECORD NOT = SPACES
                           AND SOURCE-REG-RECORD(1:1) NOT = '*'
                           AND WS-SRC-COUNT < SOURCE-TABLE-MAX
                       ADD 1 TO WS-SRC-COUNT
                       MOVE SOURCE-REG-RECORD(1:4)
                           TO WS-SRC-CODE(WS-SRC-COUNT)
                   END-IF
           END-READ.

      *  FEEDSCHD is the point of the run, so it must be there.  A
      *  line this program cannot use abends: a schedule that
      *  silently lost a line would never report that feed missing.
       1800-LOAD-SCHEDULE.
           MOVE 0 TO WS-FSC-COUNT
           OPEN INPUT SCHEDULE-FILE
           MOVE WS-SCHED-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT OPEN FEED-SCHEDULE (FEEDSCHD)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           PERFORM 1810-READ-ONE-SCHEDULE
               UNTIL WS-SCHED-STATUS NOT = '00'
           IF WS-SCHED-STATUS NOT = '10'
               MOVE WS-SCHED-STATUS TO WS-CHECK-STATUS
               MOVE 'ERROR READING FEED-SCHEDULE (FEEDSCHD)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF
           CLOSE SCHEDULE-FILE
           MOVE WS-SCHED-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT CLOSE FEED-SCHEDULE (FEEDSCHD)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS.

       1810-READ-ONE-SCHEDULE.
           READ SCHEDULE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF SCHEDULE-RECORD NOT = SPACES
                           AND SCHEDULE-RECORD(1:1) NOT = '*'
                       PERFORM 1820-LOAD-ONE-SCHEDULE
                   END-IF
           END-READ.

      *  Columns per the FEEDSCHD header block: source 1-4, batch-ID
      *  pattern 6-13, due by 15-18, day mask 20-26.
       1820-LOAD-ONE-SCHEDULE.
           IF WS-FSC-COUNT >= SCHEDULE-TABLE-MAX
               MOVE '99' TO WS-CHECK-STATUS
               MOVE 'FEED-SCHEDULE TABLE OVERFLOWS (FEEDSCHD)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9999-ABEND
           END-IF
           MOVE SCHEDULE-RECORD(15:4) TO WS-HHMM-WORK
           IF SCHEDULE-RECORD(1:4) = SPACES
                   OR WS-HHMM-WORK IS NOT NUMERIC
               PERFORM 1830-REJECT-SCHEDULE-LINE
           END-IF
           IF WS-HHMM-HH > 23 OR WS-HHMM-MM > 59
               PERFORM 1830-REJECT-SCHEDULE-LINE
           END-IF
           IF SCHEDULE-RECORD(20:7) NOT = SPACES
               PERFORM 1840-CHECK-DAY-MASK
                   VARYING WS-CHAR-SUB FROM 1 BY 1
                   UNTIL WS-CHAR-SUB > 7
           END-IF
           IF SRCTAB-FOUND
               MOVE 'N' TO WS-SRC-FOUND-FLAG
               PERFORM 1850-TEST-ONE-SOURCE
                   VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SRC-COUNT
                       OR SOURCE-REGISTERED
               IF NOT SOURCE-REGISTERED
                   MOVE '99' TO WS-CHECK-STATUS
                   MOVE 'FEEDSCHD SOURCE IS NOT IN SRCTAB'
                       TO WS-ABEND-MESSAGE
                   DISPLAY 'MSGFEED - ' SCHEDULE-RECORD
                   PERFORM 9999-ABEND
               END-IF
           END-IF
           ADD 1 TO WS-FSC-COUNT
           MOVE SCHEDULE-RECORD(1:4) TO WS-FSC-SOURCE(WS-FSC-COUNT)
           MOVE SCHEDULE-RECORD(6:8) TO WS-FSC-PATTERN(WS-FSC-COUNT)
           MOVE WS-HHMM-WORK TO WS-FSC-DUE-TIME(WS-FSC-COUNT)
           MOVE SCHEDULE-RECORD(20:7) TO WS-FSC-DAYS(WS-FSC-COUNT)
           MOVE 0 TO WS-FSC-MATCH(WS-FSC-COUNT)
           MOVE SPACES TO WS-FSC-STATUS(WS-FSC-COUNT)
           MOVE 'N' TO WS-FSC-IN-EFFECT(WS-FSC-COUNT)
           IF WS-FSC-DAYS(WS-FSC-COUNT) = SPACES
                   OR WS-FSC-DAYS(WS-FSC-COUNT)(WS-DAY-OF-WEEK:1)
                       = 'Y'
               SET FSC-IN-EFFECT(WS-FSC-COUNT) TO TRUE
               ADD 1 TO WS-EXPECTED-COUNT
           END-IF
      *  Due at or after the window's opening time means due the
      *  evening before; otherwise due on the window's date.
           IF WS-OPEN-TIME NOT = SPACES
                   AND WS-HHMM-WORK >= WS-OPEN-TIME
               STRING WS-PRIOR-DATE-X WS-HHMM-WORK
                   DELIMITED BY SIZE
                   INTO WS-FSC-DUE-STAMP(WS-FSC-COUNT)
           ELSE
               STRING WS-WINDOW-DATE-X WS-HHMM-WORK
                   DELIMITED BY SIZE
                   INTO WS-FSC-DUE-STAMP(WS-FSC-COUNT)
           END-IF.

       1830-REJECT-SCHEDULE-LINE.
           MOVE '99' TO WS-CHECK-STATUS
           MOVE 'MALFORMED LINE IN FEED-SCHEDULE (FEEDSCHD)'
               TO WS-ABEND-MESSAGE
           DISPLAY 'MSGFEED - ' SCHEDULE-RECORD
           PERFORM 9999-ABEND.

       1840-CHECK-DAY-MASK.
           IF SCHEDULE-RECORD(19 + WS-CHAR-SUB:1) NOT = 'Y'
                   AND SCHEDULE-RECORD(19 + WS-CHAR-SUB:1) NOT = 'N'
               PERFORM 1830-REJECT-SCHEDULE-LINE
           END-IF.

       1850-TEST-ONE-SOURCE.
           IF WS-SRC-CODE(WS-SRC-SUB) = SCHEDULE-RECORD(1:4)
               SET SOURCE-REGISTERED TO TRUE
           END-IF.

      *  Every register entry processed inside the window.  No
      *  register yet means no batch was ever processed - every
      *  line due is missing.
       2000-LOAD-REGISTER.
           MOVE 0 TO WS-REG-COUNT
           OPEN INPUT BATCH-REG-FILE
           IF WS-BATCHREG-STATUS = '35'
               CONTINUE
           ELSE
               MOVE WS-BATCHREG-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT OPEN BATCH-REG-FILE (BATCHREG)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
               SET REGISTER-FOUND TO TRUE
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM 2100-READ-ONE-REGISTER UNTIL END-OF-FILE
               CLOSE BATCH-REG-FILE
               MOVE WS-BATCHREG-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT CLOSE BATCH-REG-FILE (BATCHREG)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

       2100-READ-ONE-REGISTER.
           READ BATCH-REG-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF BRG-PROC-DATE NOT < WS-WINDOW-START(1:8)
                           AND BRG-PROC-DATE NOT > WS-WINDOW-END(1:8)
                       PERFORM 2200-KEEP-ONE-REGISTER
                   END-IF
           END-READ
           IF WS-BATCHREG-STATUS NOT = '00'
                   AND WS-BATCHREG-STATUS NOT = '10'
               MOVE WS-BATCHREG-STATUS TO WS-CHECK-STATUS
               MOVE 'ERROR READING BATCH-REG-FILE (BATCHREG)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

      *  The window is to the minute; a batch processed in the
      *  cutoff minute is inside it.
       2200-KEEP-ONE-REGISTER.
           IF BRG-PROC-DATE = WS-WINDOW-START(1:8)
                   AND BRG-PROC-TIME(1:4) < WS-WINDOW-START(9:4)
               CONTINUE
           ELSE
               IF BRG-PROC-DATE = WS-WINDOW-END(1:8)
                       AND BRG-PROC-TIME(1:4) > WS-WINDOW-END(9:4)
                   CONTINUE
               ELSE
                   IF WS-REG-COUNT >= REGISTER-TABLE-MAX
                       MOVE '99' TO WS-CHECK-STATUS
                       MOVE 'REGISTER TABLE OVERFLOWS (BATCHREG)'
                           TO WS-ABEND-MESSAGE
                       PERFORM 9999-ABEND
                   END-IF
                   ADD 1 TO WS-REG-COUNT
                   MOVE BRG-BATCH-ID TO WS-REG-BATCH-ID(WS-REG-COUNT)
                   STRING BRG-PROC-DATE BRG-PROC-TIME
                       DELIMITED BY SIZE
                       INTO WS-REG-PROC-STAMP(WS-REG-COUNT)
                   MOVE BRG-SOURCE TO WS-REG-SOURCE(WS-REG-COUNT)
                   MOVE BRG-RESULT TO WS-REG-RESULT(WS-REG-COUNT)
                   MOVE BRG-RECORD-COUNT
                       TO WS-REG-COUNT-RECS(WS-REG-COUNT)
                   MOVE 'N' TO WS-REG-CLAIMED(WS-REG-COUNT)
               END-IF
           END-IF.

      *  Pass 1 takes the lines with a batch-ID
      *  pattern, pass 2 the lines that take any batch from their
      *  source, so a catch-all line cannot claim a batch a specific
      *  line was written for.
       3000-MATCH-ONE-LINE.
           IF FSC-IN-EFFECT(WS-FSC-SUB)
                   AND WS-FSC-MATCH(WS-FSC-SUB) = 0
                   AND ((WS-PASS = 1
                           AND WS-FSC-PATTERN(WS-FSC-SUB) NOT = SPACES)
                       OR (WS-PASS = 2
                           AND WS-FSC-PATTERN(WS-FSC-SUB) = SPACES))
               MOVE 0 TO WS-BEST-SUB
               PERFORM 3100-TEST-ONE-ENTRY
                   VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
               IF WS-BEST-SUB > 0
                   MOVE WS-BEST-SUB TO WS-FSC-MATCH(WS-FSC-SUB)
                   SET REG-CLAIMED(WS-BEST-SUB) TO TRUE
               END-IF
           END-IF.

      *  An entry answers the line when its source and batch ID fit;
      *  the earliest processed of those that fit wins.  A batch with
      *  no data records has no source and can only answer a line
      *  that names its batch ID.
       3100-TEST-ONE-ENTRY.
           IF NOT REG-CLAIMED(WS-REG-SUB)
                   AND (WS-REG-SOURCE(WS-REG-SUB) =
                           WS-FSC-SOURCE(WS-FSC-SUB)
                       OR (WS-REG-SOURCE(WS-REG-SUB) = SPACES
                           AND WS-FSC-PATTERN(WS-FSC-SUB) NOT = SPACES))
               SET PATTERN-MATCHES TO TRUE
               IF WS-FSC-PATTERN(WS-FSC-SUB) NOT = SPACES
                   PERFORM 3110-TEST-PATTERN-CHAR
                       VARYING WS-CHAR-SUB FROM 1 BY 1
                       UNTIL WS-CHAR-SUB > 8
               END-IF
               IF PATTERN-MATCHES
                   IF WS-BEST-SUB = 0
                       MOVE WS-REG-SUB TO WS-BEST-SUB
                   ELSE
                       IF WS-REG-PROC-STAMP(WS-REG-SUB) <
                               WS-REG-PROC-STAMP(WS-BEST-SUB)
                           MOVE WS-REG-SUB TO WS-BEST-SUB
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *  '?' in the pattern takes any character.
       3110-TEST-PATTERN-CHAR.
           IF WS-FSC-PATTERN(WS-FSC-SUB)(WS-CHAR-SUB:1) NOT = '?'
                   AND WS-FSC-PATTERN(WS-FSC-SUB)(WS-CHAR-SUB:1) NOT =
                       WS-REG-BATCH-ID(WS-REG-SUB)(WS-CHAR-SUB:1)
               MOVE 'N' TO WS-PATTERN-FLAG
           END-IF.

       3200-SET-LINE-STATUS.
           IF FSC-IN-EFFECT(WS-FSC-SUB)
               MOVE WS-FSC-MATCH(WS-FSC-SUB) TO WS-REG-SUB
               EVALUATE TRUE
                   WHEN WS-REG-SUB > 0
                       IF WS-REG-PROC-STAMP(WS-REG-SUB)(1:12) >
                               WS-FSC-DUE-STAMP(WS-FSC-SUB)
                           MOVE 'LATE' TO WS-FSC-STATUS(WS-FSC-SUB)
                           ADD 1 TO WS-LATE-COUNT
                           DISPLAY 'MSGFEED ALERT - '
                               WS-FSC-SOURCE(WS-FSC-SUB) ' BATCH '
                               WS-REG-BATCH-ID(WS-REG-SUB)
                               ' LATE - DUE '
                               WS-FSC-DUE-STAMP(WS-FSC-SUB)
                       ELSE
                           MOVE 'ON TIME' TO WS-FSC-STATUS(WS-FSC-SUB)
                           ADD 1 TO WS-ON-TIME-COUNT
                       END-IF
                   WHEN WS-FSC-DUE-STAMP(WS-FSC-SUB) > WS-WINDOW-END
                       MOVE 'NOT YET DUE' TO WS-FSC-STATUS(WS-FSC-SUB)
                       ADD 1 TO WS-NOT-DUE-COUNT
                   WHEN OTHER
                       MOVE 'MISSING' TO WS-FSC-STATUS(WS-FSC-SUB)
                       ADD 1 TO WS-MISSING-COUNT
                       MOVE WS-FSC-PATTERN(WS-FSC-SUB)
                           TO WS-ALERT-PATTERN
                       IF WS-ALERT-PATTERN = SPACES
                           MOVE '(ANY)' TO WS-ALERT-PATTERN
                       END-IF
                       DISPLAY 'MSGFEED ALERT - '
                           WS-FSC-SOURCE(WS-FSC-SUB) ' BATCH '
                           WS-ALERT-PATTERN
                           ' MISSING - DUE '
                           WS-FSC-DUE-STAMP(WS-FSC-SUB)
               END-EVALUATE
           END-IF.

       7000-WRITE-REPORT.
           MOVE 'ERROR WRITING PRINT-FILE (FEEDRPT)'
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
           IF NOT REGISTER-FOUND
               WRITE PRINT-LINE FROM WS-NO-REGISTER-LINE
               MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
               PERFORM 9000-CHECK-STATUS
               WRITE PRINT-LINE FROM SPACES
               MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
               PERFORM 9000-CHECK-STATUS
           END-IF
           IF WS-EXPECTED-COUNT = 0
               WRITE PRINT-LINE FROM WS-EMPTY-SCHEDULE-LINE
               MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
               PERFORM 9000-CHECK-STATUS
           ELSE
               WRITE PRINT-LINE FROM WS-COLUMN-HEADER
               MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
               PERFORM 9000-CHECK-STATUS
               PERFORM 7100-WRITE-SCHEDULE-LINE
                   VARYING WS-FSC-SUB FROM 1 BY 1
                   UNTIL WS-FSC-SUB > WS-FSC-COUNT
           END-IF
           PERFORM 7200-COUNT-UNSCHEDULED
               VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT
           IF WS-UNSCHEDULED-COUNT > 0
               WRITE PRINT-LINE FROM SPACES
               MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
               PERFORM 9000-CHECK-STATUS
               WRITE PRINT-LINE FROM WS-UNSCHEDULED-TITLE
               MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
               PERFORM 9000-CHECK-STATUS
               PERFORM 7210-WRITE-UNSCHEDULED-LINE
                   VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
           END-IF
           PERFORM 7300-WRITE-TRAILER.

       7100-WRITE-SCHEDULE-LINE.
           IF FSC-IN-EFFECT(WS-FSC-SUB)
               MOVE SPACES TO WS-SCHEDULE-LINE
               MOVE WS-FSC-SOURCE(WS-FSC-SUB) TO WS-SDL-SOURCE
               IF WS-FSC-PATTERN(WS-FSC-SUB) = SPACES
                   MOVE '(ANY)' TO WS-SDL-PATTERN
               ELSE
                   MOVE WS-FSC-PATTERN(WS-FSC-SUB) TO WS-SDL-PATTERN
               END-IF
               MOVE WS-FSC-DUE-STAMP(WS-FSC-SUB)(1:8)
                   TO WS-SDL-DUE-DATE
               MOVE WS-FSC-DUE-STAMP(WS-FSC-SUB)(9:4)
                   TO WS-SDL-DUE-TIME
               MOVE WS-FSC-STATUS(WS-FSC-SUB) TO WS-SDL-STATUS
               MOVE WS-FSC-MATCH(WS-FSC-SUB) TO WS-REG-SUB
               IF WS-REG-SUB > 0
                   MOVE WS-REG-BATCH-ID(WS-REG-SUB) TO WS-SDL-BATCH-ID
                   MOVE WS-REG-PROC-STAMP(WS-REG-SUB)(1:8)
                       TO WS-SDL-PROC-DATE
                   MOVE WS-REG-PROC-STAMP(WS-REG-SUB)(9:6)
                       TO WS-SDL-PROC-TIME
                   MOVE WS-REG-RESULT(WS-REG-SUB) TO WS-SDL-RESULT
                   MOVE WS-REG-COUNT-RECS(WS-REG-SUB)
                       TO WS-SDL-RECORDS
               ELSE
                   MOVE SPACES TO WS-SDL-RECORDS-X
               END-IF
               WRITE PRINT-LINE FROM WS-SCHEDULE-LINE
               MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
               PERFORM 9000-CHECK-STATUS
           END-IF.

       7200-COUNT-UNSCHEDULED.
           IF NOT REG-CLAIMED(WS-REG-SUB)
               ADD 1 TO WS-UNSCHEDULED-COUNT
           END-IF.

       7210-WRITE-UNSCHEDULED-LINE.
           IF NOT REG-CLAIMED(WS-REG-SUB)
               MOVE SPACES TO WS-UNSCHEDULED-LINE
               MOVE WS-REG-SOURCE(WS-REG-SUB) TO WS-UDL-SOURCE
               MOVE 'UNSCHEDULED' TO WS-UDL-STATUS
               MOVE WS-REG-BATCH-ID(WS-REG-SUB) TO WS-UDL-BATCH-ID
               MOVE WS-REG-PROC-STAMP(WS-REG-SUB)(1:8)
                   TO WS-UDL-PROC-DATE
               MOVE WS-REG-PROC-STAMP(WS-REG-SUB)(9:6)
                   TO WS-UDL-PROC-TIME
               MOVE WS-REG-RESULT(WS-REG-SUB) TO WS-UDL-RESULT
               MOVE WS-REG-COUNT-RECS(WS-REG-SUB) TO WS-UDL-RECORDS
               WRITE PRINT-LINE FROM WS-UNSCHEDULED-LINE
               MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
               PERFORM 9000-CHECK-STATUS
           END-IF.

       7300-WRITE-TRAILER.
           MOVE WS-EXPECTED-COUNT TO WS-TRL-EXPECTED
           MOVE WS-ON-TIME-COUNT TO WS-TRL-ON-TIME
           MOVE WS-LATE-COUNT TO WS-TRL-LATE
           MOVE WS-MISSING-COUNT TO WS-TRL-MISSING
           MOVE WS-NOT-DUE-COUNT TO WS-TRL-NOT-DUE
           MOVE WS-UNSCHEDULED-COUNT TO WS-TRL-UNSCHEDULED
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
           PERFORM 9000-CHECK-STATUS.

       9000-CHECK-STATUS.
           IF WS-CHECK-STATUS NOT = '00' AND WS-CHECK-STATUS NOT = '10'
               PERFORM 9999-ABEND
           END-IF.

       9999-ABEND.
           DISPLAY 'MSGFEED ABEND - ' WS-ABEND-MESSAGE
               ' FILE STATUS=' WS-CHECK-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
