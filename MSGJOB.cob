       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGJOB.
       AUTHOR. APPLICATION-SUPPORT.

      ******************************************************************
      *  MSGJOB - nightly job-stream driver.
      *
      *  Runs the night's steps - MSGPROC, MSGRECON, MSGSUSP
      *  ACTION=MERGE, MSGACK and, on purge nights, MSGPURGE and
      *  MSGAUDIT ACTION=ARCHIVE - in the order the JOBSTEPS deck
      *  lists them, and applies the return-code rules the operators
      *  used to apply by eye:
      *
      *    RC 0   the step is done; go on to the next.
      *    RC 4   MSGPROC parked itself (operator STOP/QUIESCE).  The
      *           stream stops at that step: everything after it
      *           would be working on half a night, and above all
      *           nothing may purge behind a suspended run.  The next
      *           MSGJOB run resumes the step, and MSGPROC resumes
      *           from its own checkpoint.
      *    RC 8   hold.  The step's own work stands, but every step
      *           after it is skipped (logged SKIPPED) until someone
      *           has looked; the next MSGJOB run with RELEASE=YES in
      *           JOBCTL carries on from the step after the hold.
      *    RC 16  abend (and anything else not listed here).  The
      *           stream stops; the next MSGJOB run starts again at
      *           the step that failed, not at the top.
      *
      *  A purge-night step is also never run while the MSGCKPT
      *  checkpoint shows a parked MSGPROC run, however that run was
      *  started - MSGPURGE rebuilds the master out from under the
      *  duplicate check, and MSGAUDIT would archive a night that is
      *  only half audited.  Such a step is logged BYPASSED and the
      *  stream goes on without it.
      *
      *  Where the stream stands lives in JOBCKPT, written through
      *  JOBCKPT.TMP and a rename like MSGPROC's checkpoint.  It is
      *  written before each step starts, so even a driver that dies
      *  mid-step restarts at that step.  It carries the stream ID
      *  (the first leg's start stamp) and whether the night is a
      *  purge night, so a stream resumed after midnight is still
      *  the same night.  A stream that runs to the end resets it.
      *
      *  JOBLOG is the permanent run log: one line per step per leg
      *  with its start, end, return code and result (OK, SUSPENDED,
      *  HELD, FAILED, SKIPPED or BYPASSED), and one STREAM line per
      *  leg with how the leg ended.  MSGJOB ends with the highest
      *  step return code of the leg (RC 16 for a failure).
      *
      *  JOBSTEPS - one line per step, '*' comments (see the deck):
      *      COLS 1-8    STEP NAME
      *      COL  10     A EVERY NIGHT, P PURGE NIGHTS ONLY
      *      COLS 12-19  CONTROL DECK THE STEP READS (E.G. SUSCTL)
      *      COLS 21-36  FILE COPIED OVER THAT DECK BEFORE THE STEP
      *                  (E.G. SUSCTL.MRG FOR ACTION=MERGE)
      *      COLS 38-119 COMMAND THAT RUNS THE STEP
      *
      *  JOBCTL keywords, one per line, '*' comments (optional):
      *      PURGEDAY=MON ... SUN  (purge on this weekday; repeatable)
      *      PURGE=YES | NO        (force tonight either way)
      *      RELEASE=YES           (carry on past an RC 8 hold)
      *      RESTART=NO            (abandon an unfinished stream and
      *                             start again at the top)
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO 'JOBCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT STEP-FILE ASSIGN TO 'JOBSTEPS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS.

           SELECT JOB-CKPT-FILE ASSIGN TO 'JOBCKPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBCKPT-STATUS.

      *  Written then renamed over JOBCKPT - see 4010.
           SELECT JOB-CKPT-TEMP-FILE ASSIGN TO 'JOBCKPT.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBCKPT-TMP-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'JOBLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

      *  MSGPROC's checkpoint, read only to see whether a run is
      *  parked.
           SELECT CHECKPOINT-FILE ASSIGN TO 'MSGCKPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-RECORD                  PIC X(80).

       FD  STEP-FILE.
       01  STEP-RECORD                 PIC X(120).

      *  JCK-STATE: blank no stream outstanding, A stopped by a
      *  failure (or a step still running), S stopped by a
      *  suspended step, H held by an RC 8 - JCK-STEP is the step
      *  it stopped or held at.
       FD  JOB-CKPT-FILE.
       01  JOB-CKPT-RECORD.
           05  JCK-STREAM-ID            PIC X(14).
           05  FILLER                   PIC X.
           05  JCK-STATE                PIC X.
           05  FILLER                   PIC X.
           05  JCK-STEP                 PIC X(8).
           05  FILLER                   PIC X.
           05  JCK-PURGE-NIGHT          PIC X.
           05  FILLER                   PIC X.
           05  JCK-LEG                  PIC 9(2).

       FD  JOB-CKPT-TEMP-FILE.
       01  JOB-CKPT-TEMP-RECORD        PIC X(30).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD.
           05  JLG-STREAM-ID            PIC X(14).
           05  FILLER                   PIC X.
           05  JLG-LEG                  PIC 9(2).
           05  FILLER                   PIC X.
           05  JLG-STEP                 PIC X(8).
           05  FILLER                   PIC X.
           05  JLG-START                PIC X(14).
           05  FILLER                   PIC X.
           05  JLG-END                  PIC X(14).
           05  FILLER                   PIC X.
           05  JLG-RC                   PIC X(3).
           05  FILLER                   PIC X.
           05  JLG-RESULT               PIC X(9).
           05  FILLER                   PIC X.
           05  JLG-NOTE                 PIC X(50).

       FD  CHECKPOINT-FILE.
       COPY MSGCKP01.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS               PIC XX.
       01  WS-STEP-STATUS              PIC XX.
       01  WS-JOBCKPT-STATUS           PIC XX.
       01  WS-JOBCKPT-TMP-STATUS       PIC XX.
       01  WS-RUNLOG-STATUS            PIC XX.
       01  WS-CHECKPOINT-STATUS        PIC XX.

       01  WS-CHECK-STATUS             PIC XX.
       01  WS-ABEND-MESSAGE            PIC X(60).

       01  WS-RENAME-RC                PIC S9(9) COMP-5 VALUE 0.
       01  WS-RENAME-RC-DISPLAY        PIC -(9)9.
       01  WS-COPY-RC                  PIC S9(9) COMP-5 VALUE 0.

      *  What CALL 'SYSTEM' hands back is the wait status: the exit
      *  code times 256, plus the signal number if the step was
      *  killed.
       01  WS-SYSTEM-RC                PIC S9(9) COMP-5 VALUE 0.
       01  WS-STEP-RC                  PIC 9(4) VALUE 0.
       01  WS-SIGNAL-NO                PIC 9(4) VALUE 0.
       01  WS-RC-DISPLAY               PIC 9(3) VALUE 0.
       01  WS-STREAM-RC                PIC 9(4) VALUE 0.

       01  WS-PURGE-FORCE              PIC X VALUE SPACE.
       01  WS-RELEASE-HOLD             PIC X VALUE 'N'.
           88  RELEASE-HOLD                  VALUE 'Y'.
       01  WS-RESTART-ALLOWED          PIC X VALUE 'Y'.
           88  RESTART-ALLOWED               VALUE 'Y'.

      *  PURGEDAY= weekdays, 1 Monday through 7 Sunday.
       01  WS-DAY-NAMES                PIC X(21)
               VALUE 'MONTUEWEDTHUFRISATSUN'.
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
           05  WS-DAY-NAME              PIC X(3) OCCURS 7 TIMES.
       01  WS-PURGE-DAYS               PIC X(7) VALUE 'NNNNNNN'.
       01  WS-DAY-SUB                  PIC 9(4) COMP VALUE 0.
       01  WS-DAY-HIT                  PIC 9(4) COMP VALUE 0.
       01  WS-TODAY-DOW                PIC 9(4) COMP VALUE 0.

      *  The JOBSTEPS deck in storage, in run order.
       78  STEP-TABLE-MAX              VALUE 20.
       01  WS-STEP-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-STEP-SUB                 PIC 9(4) COMP VALUE 0.
       01  WS-STEP-HIT                 PIC 9(4) COMP VALUE 0.
       01  WS-FIND-SUB                 PIC 9(4) COMP VALUE 0.
       01  WS-START-SUB                PIC 9(4) COMP VALUE 0.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY            OCCURS STEP-TABLE-MAX TIMES.
               10  WS-STP-NAME          PIC X(8).
               10  WS-STP-NIGHTS        PIC X.
                   88  STP-PURGE-ONLY        VALUE 'P'.
               10  WS-STP-DECK          PIC X(8).
               10  WS-STP-DECK-FROM     PIC X(16).
               10  WS-STP-COMMAND       PIC X(82).
       01  WS-SEARCH-STEP              PIC X(8) VALUE SPACES.

      *  The stream this leg belongs to.
       01  WS-STREAM-ID                PIC X(14) VALUE SPACES.
       01  WS-LEG                      PIC 9(2) VALUE 0.
       01  WS-PURGE-NIGHT              PIC X VALUE 'N'.
           88  PURGE-NIGHT                   VALUE 'Y'.
       01  WS-CKPT-STATE               PIC X VALUE SPACE.
       01  WS-CKPT-STEP                PIC X(8) VALUE SPACES.
       01  WS-PRIOR-STATE              PIC X VALUE SPACE.
       01  WS-PRIOR-STEP               PIC X(8) VALUE SPACES.
       01  WS-PRIOR-FOUND              PIC X VALUE 'N'.
           88  PRIOR-STREAM-FOUND            VALUE 'Y'.

       01  WS-STOP-FLAG                PIC X VALUE 'N'.
           88  STREAM-STOPPED                VALUE 'Y'.
       01  WS-HOLD-FLAG                PIC X VALUE 'N'.
           88  STREAM-HELD                   VALUE 'Y'.
       01  WS-HELD-AT                  PIC X(8) VALUE SPACES.
       01  WS-PARKED-FLAG              PIC X VALUE 'N'.
           88  MSGPROC-PARKED                VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-TODAY-DATE               PIC X(8).
       01  WS-STEP-START               PIC X(14).
       01  WS-STEP-RESULT              PIC X(9).
       01  WS-STEP-NOTE                PIC X(50).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1050-SET-RUN-DATE
           PERFORM 1500-LOAD-PARAMETERS
           PERFORM 1600-LOAD-STEP-DECK
           PERFORM 1700-LOAD-JOB-CHECKPOINT
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = '35'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE WS-RUNLOG-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT OPEN RUN-LOG-FILE (JOBLOG)' TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           PERFORM 2000-DECIDE-STARTING-POINT
           IF NOT STREAM-STOPPED
               PERFORM 3000-RUN-STEPS
           END-IF
           CLOSE RUN-LOG-FILE
           MOVE WS-RUNLOG-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT CLOSE RUN-LOG-FILE (JOBLOG)' TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           MOVE WS-STREAM-RC TO RETURN-CODE
           GOBACK.

       1050-SET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-DOW = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY-DATE))
               - 1, 7) + 1.

      *  Same deck conventions as MSGPROC's CTLCARD: KEYWORD=VALUE,
      *  '*' comments, unknown keywords abend.  No JOBCTL is an
      *  ordinary night: no purge, resume anything unfinished.
       1500-LOAD-PARAMETERS.
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS = '00'
               PERFORM 1510-READ-ONE-PARAMETER
                   UNTIL WS-CTL-STATUS NOT = '00'
               IF WS-CTL-STATUS NOT = '10'
                   MOVE WS-CTL-STATUS TO WS-CHECK-STATUS
                   MOVE 'ERROR READING CTL-FILE (JOBCTL)'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9000-CHECK-STATUS
               END-IF
               CLOSE CTL-FILE
               MOVE WS-CTL-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT CLOSE CTL-FILE (JOBCTL)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           ELSE
               IF WS-CTL-STATUS NOT = '35'
                   MOVE WS-CTL-STATUS TO WS-CHECK-STATUS
                   MOVE 'CANNOT OPEN CTL-FILE (JOBCTL)'
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
               WHEN CTL-RECORD(1:9) = 'PURGEDAY='
                   MOVE 0 TO WS-DAY-HIT
                   PERFORM 1530-TEST-ONE-DAY-NAME
                       VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > 7
                   IF WS-DAY-HIT = 0
                       MOVE '99' TO WS-CHECK-STATUS
                       MOVE 'INVALID PURGEDAY VALUE IN JOBCTL'
                           TO WS-ABEND-MESSAGE
                       PERFORM 9999-ABEND
                   END-IF
                   MOVE 'Y' TO WS-PURGE-DAYS(WS-DAY-HIT:1)
               WHEN CTL-RECORD(1:6) = 'PURGE='
                   EVALUATE CTL-RECORD(7:3)
                       WHEN 'YES'
                           MOVE 'Y' TO WS-PURGE-FORCE
                       WHEN 'NO'
                           MOVE 'N' TO WS-PURGE-FORCE
                       WHEN OTHER
                           MOVE '99' TO WS-CHECK-STATUS
                           MOVE 'INVALID PURGE VALUE IN JOBCTL'
                               TO WS-ABEND-MESSAGE
                           PERFORM 9999-ABEND
                   END-EVALUATE
               WHEN CTL-RECORD(1:8) = 'RELEASE='
                   EVALUATE CTL-RECORD(9:3)
                       WHEN 'YES'
                           MOVE 'Y' TO WS-RELEASE-HOLD
                       WHEN 'NO'
                           MOVE 'N' TO WS-RELEASE-HOLD
                       WHEN OTHER
                           MOVE '99' TO WS-CHECK-STATUS
                           MOVE 'INVALID RELEASE VALUE IN JOBCTL'
                               TO WS-ABEND-MESSAGE
                           PERFORM 9999-ABEND
                   END-EVALUATE
               WHEN CTL-RECORD(1:8) = 'RESTART='
                   EVALUATE CTL-RECORD(9:3)
                       WHEN 'YES'
                           MOVE 'Y' TO WS-RESTART-ALLOWED
                       WHEN 'NO'
                           MOVE 'N' TO WS-RESTART-ALLOWED
                       WHEN OTHER
                           MOVE '99' TO WS-CHECK-STATUS
                           MOVE 'INVALID RESTART VALUE IN JOBCTL'
                               TO WS-ABEND-MESSAGE
                           PERFORM 9999-ABEND
                   END-EVALUATE
               WHEN OTHER
                   MOVE '99' TO WS-CHECK-STATUS
                   MOVE 'UNRECOGNIZED KEYWORD IN JOBCTL'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9999-ABEND
           END-EVALUATE.

       1530-TEST-ONE-DAY-NAME.
           IF CTL-RECORD(10:3) = WS-DAY-NAME(WS-DAY-SUB)
               MOVE WS-DAY-SUB TO WS-DAY-HIT
           END-IF.

      *  The step deck is the stream - without it there is nothing
      *  to run, so it is required, and a bad line abends before any
      *  step has been started.
       1600-LOAD-STEP-DECK.
           OPEN INPUT STEP-FILE
           MOVE WS-STEP-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT OPEN STEP-FILE (JOBSTEPS)' TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           PERFORM 1610-READ-ONE-STEP
               UNTIL WS-STEP-STATUS NOT = '00'
           IF WS-STEP-STATUS NOT = '10'
               MOVE WS-STEP-STATUS TO WS-CHECK-STATUS
               MOVE 'ERROR READING STEP-FILE (JOBSTEPS)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF
           CLOSE STEP-FILE
           MOVE WS-STEP-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT CLOSE STEP-FILE (JOBSTEPS)' TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           IF WS-STEP-COUNT = 0
               MOVE '99' TO WS-CHECK-STATUS
               MOVE 'NO STEPS IN JOBSTEPS' TO WS-ABEND-MESSAGE
               PERFORM 9999-ABEND
           END-IF.

       1610-READ-ONE-STEP.
           READ STEP-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 1620-APPLY-ONE-STEP
           END-READ.

       1620-APPLY-ONE-STEP.
           IF STEP-RECORD = SPACES OR STEP-RECORD(1:1) = '*'
               CONTINUE
           ELSE
               IF WS-STEP-COUNT >= STEP-TABLE-MAX
                   MOVE '99' TO WS-CHECK-STATUS
                   MOVE 'TOO MANY STEPS IN JOBSTEPS'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9999-ABEND
               END-IF
               IF (STEP-RECORD(10:1) NOT = 'A'
                       AND STEP-RECORD(10:1) NOT = 'P')
                   OR STEP-RECORD(38:82) = SPACES
                   OR (STEP-RECORD(21:16) NOT = SPACES
                       AND STEP-RECORD(12:8) = SPACES)
                   MOVE '99' TO WS-CHECK-STATUS
                   MOVE 'MALFORMED LINE IN STEP-FILE (JOBSTEPS)'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9999-ABEND
               END-IF
               MOVE STEP-RECORD(1:8) TO WS-SEARCH-STEP
               PERFORM 8000-FIND-STEP
               IF WS-STEP-HIT > 0
                   MOVE '99' TO WS-CHECK-STATUS
                   MOVE 'DUPLICATE STEP NAME IN JOBSTEPS'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9999-ABEND
               END-IF
               ADD 1 TO WS-STEP-COUNT
               MOVE STEP-RECORD(1:8) TO WS-STP-NAME(WS-STEP-COUNT)
               MOVE STEP-RECORD(10:1) TO WS-STP-NIGHTS(WS-STEP-COUNT)
               MOVE STEP-RECORD(12:8) TO WS-STP-DECK(WS-STEP-COUNT)
               MOVE STEP-RECORD(21:16)
                   TO WS-STP-DECK-FROM(WS-STEP-COUNT)
               MOVE STEP-RECORD(38:82)
                   TO WS-STP-COMMAND(WS-STEP-COUNT)
           END-IF.

      *  No JOBCKPT is a stream that has never run.
       1700-LOAD-JOB-CHECKPOINT.
           OPEN INPUT JOB-CKPT-FILE
           IF WS-JOBCKPT-STATUS = '00'
               READ JOB-CKPT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF JCK-STATE NOT = SPACE
                           MOVE 'Y' TO WS-PRIOR-FOUND
                           MOVE JCK-STATE TO WS-PRIOR-STATE
                           MOVE JCK-STEP TO WS-PRIOR-STEP
                           MOVE JCK-STREAM-ID TO WS-STREAM-ID
                           MOVE JCK-PURGE-NIGHT TO WS-PURGE-NIGHT
                           IF JCK-LEG IS NUMERIC
                               MOVE JCK-LEG TO WS-LEG
                           END-IF
                       END-IF
               END-READ
               IF WS-JOBCKPT-STATUS NOT = '00'
                       AND WS-JOBCKPT-STATUS NOT = '10'
                   MOVE WS-JOBCKPT-STATUS TO WS-CHECK-STATUS
                   MOVE 'ERROR READING JOB-CKPT-FILE (JOBCKPT)'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9000-CHECK-STATUS
               END-IF
               CLOSE JOB-CKPT-FILE
               MOVE WS-JOBCKPT-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT CLOSE JOB-CKPT-FILE (JOBCKPT)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           ELSE
               IF WS-JOBCKPT-STATUS NOT = '35'
                   MOVE WS-JOBCKPT-STATUS TO WS-CHECK-STATUS
                   MOVE 'CANNOT OPEN JOB-CKPT-FILE (JOBCKPT)'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9000-CHECK-STATUS
               END-IF
           END-IF.

      *  A new stream starts at the top; an unfinished one picks up
      *  where it stopped - at the failed or suspended step itself,
      *  or after a held step once the operator releases it.  A
      *  hold not yet released runs nothing and keeps its RC 8.
       2000-DECIDE-STARTING-POINT.
           IF PRIOR-STREAM-FOUND AND NOT RESTART-ALLOWED
               MOVE 'ABANDONED' TO WS-STEP-RESULT
               STRING 'RESTART=NO - STREAM LEFT AT STEP '
                   WS-PRIOR-STEP DELIMITED BY SIZE INTO WS-STEP-NOTE
               PERFORM 3900-WRITE-STREAM-LINE
               MOVE 'N' TO WS-PRIOR-FOUND
           END-IF
           IF NOT PRIOR-STREAM-FOUND
               MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-STREAM-ID
               MOVE 1 TO WS-LEG
               PERFORM 2100-DECIDE-PURGE-NIGHT
               MOVE 1 TO WS-START-SUB
           ELSE
               ADD 1 TO WS-LEG
               MOVE WS-PRIOR-STEP TO WS-SEARCH-STEP
               PERFORM 8000-FIND-STEP
               IF WS-STEP-HIT = 0
                   MOVE '99' TO WS-CHECK-STATUS
                   MOVE 'RESTART STEP IN JOBCKPT IS NOT IN JOBSTEPS'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9999-ABEND
               END-IF
               EVALUATE TRUE
                   WHEN WS-PRIOR-STATE NOT = 'H'
                       MOVE WS-STEP-HIT TO WS-START-SUB
                   WHEN RELEASE-HOLD
                       COMPUTE WS-START-SUB = WS-STEP-HIT + 1
                   WHEN OTHER
                       SET STREAM-STOPPED TO TRUE
                       MOVE 8 TO WS-STREAM-RC
                       MOVE 'HELD' TO WS-STEP-RESULT
                       STRING 'STILL HELD AT ' DELIMITED BY SIZE
                           WS-PRIOR-STEP DELIMITED BY SPACE
                           ' - RELEASE=YES TO GO ON' DELIMITED BY SIZE
                           INTO WS-STEP-NOTE
                       PERFORM 3900-WRITE-STREAM-LINE
                       MOVE WS-PRIOR-STATE TO WS-CKPT-STATE
                       MOVE WS-PRIOR-STEP TO WS-CKPT-STEP
                       PERFORM 4000-WRITE-JOB-CHECKPOINT
                       DISPLAY 'MSGJOB - STREAM ' WS-STREAM-ID
                           ' STILL HELD AT STEP ' WS-PRIOR-STEP
               END-EVALUATE
           END-IF
           IF NOT STREAM-STOPPED
               DISPLAY 'MSGJOB - STREAM ' WS-STREAM-ID ' LEG '
                   WS-LEG ' PURGE NIGHT=' WS-PURGE-NIGHT
           END-IF.

       2100-DECIDE-PURGE-NIGHT.
           EVALUATE WS-PURGE-FORCE
               WHEN 'Y'
                   MOVE 'Y' TO WS-PURGE-NIGHT
               WHEN 'N'
                   MOVE 'N' TO WS-PURGE-NIGHT
               WHEN OTHER
                   MOVE WS-PURGE-DAYS(WS-TODAY-DOW:1)
                       TO WS-PURGE-NIGHT
           END-EVALUATE.

       3000-RUN-STEPS.
           PERFORM 3100-RUN-ONE-STEP
               VARYING WS-STEP-SUB FROM WS-START-SUB BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT
                   OR STREAM-STOPPED
           IF NOT STREAM-STOPPED
               IF STREAM-HELD
                   MOVE 'HELD' TO WS-STEP-RESULT
                   STRING 'HELD AT ' DELIMITED BY SIZE
                       WS-HELD-AT DELIMITED BY SPACE
                       ' - DOWNSTREAM STEPS SKIPPED' DELIMITED BY SIZE
                       INTO WS-STEP-NOTE
               ELSE
                   MOVE SPACE TO WS-CKPT-STATE
                   MOVE SPACES TO WS-CKPT-STEP
                   PERFORM 4000-WRITE-JOB-CHECKPOINT
                   MOVE 'COMPLETE' TO WS-STEP-RESULT
                   MOVE 'END OF STREAM' TO WS-STEP-NOTE
               END-IF
               PERFORM 3900-WRITE-STREAM-LINE
           END-IF
           MOVE WS-STREAM-RC TO WS-RC-DISPLAY
           DISPLAY 'MSGJOB - STREAM ' WS-STREAM-ID ' LEG ' WS-LEG
               ' ENDED RC=' WS-RC-DISPLAY.

       3100-RUN-ONE-STEP.
           MOVE SPACES TO WS-STEP-NOTE
           MOVE SPACES TO WS-STEP-START
           EVALUATE TRUE
               WHEN STREAM-HELD
                   MOVE 'SKIPPED' TO WS-STEP-RESULT
                   STRING 'HELD BEHIND RC 8 AT ' WS-HELD-AT
                       DELIMITED BY SIZE INTO WS-STEP-NOTE
                   PERFORM 3800-WRITE-STEP-LINE
               WHEN STP-PURGE-ONLY(WS-STEP-SUB) AND NOT PURGE-NIGHT
                   MOVE 'BYPASSED' TO WS-STEP-RESULT
                   MOVE 'NOT A PURGE NIGHT' TO WS-STEP-NOTE
                   PERFORM 3800-WRITE-STEP-LINE
               WHEN OTHER
                   IF STP-PURGE-ONLY(WS-STEP-SUB)
                       PERFORM 3300-CHECK-PARKED-RUN
                   ELSE
                       MOVE 'N' TO WS-PARKED-FLAG
                   END-IF
                   IF MSGPROC-PARKED
                       MOVE 'BYPASSED' TO WS-STEP-RESULT
                       MOVE 'MSGPROC RUN PARKED (MSGCKPT) - NO PURGE'
                           TO WS-STEP-NOTE
                       PERFORM 3800-WRITE-STEP-LINE
                   ELSE
                       PERFORM 3200-EXECUTE-STEP
                   END-IF
           END-EVALUATE.

      *  The checkpoint says "stopped at this step" before the step
      *  starts, so if the driver itself dies here the next leg
      *  starts with this step again.
       3200-EXECUTE-STEP.
           MOVE 'A' TO WS-CKPT-STATE
           MOVE WS-STP-NAME(WS-STEP-SUB) TO WS-CKPT-STEP
           PERFORM 4000-WRITE-JOB-CHECKPOINT
           IF WS-STP-DECK-FROM(WS-STEP-SUB) NOT = SPACES
               CALL 'CBL_COPY_FILE' USING WS-STP-DECK-FROM(WS-STEP-SUB)
                   WS-STP-DECK(WS-STEP-SUB)
                   RETURNING WS-COPY-RC
               END-CALL
               IF WS-COPY-RC NOT = 0
                   MOVE WS-COPY-RC TO WS-RENAME-RC-DISPLAY
                   MOVE '99' TO WS-CHECK-STATUS
                   MOVE SPACES TO WS-ABEND-MESSAGE
                   STRING 'CANNOT STAGE ' DELIMITED BY SIZE
                       WS-STP-DECK(WS-STEP-SUB) DELIMITED BY SPACE
                       ' FOR STEP ' DELIMITED BY SIZE
                       WS-STP-NAME(WS-STEP-SUB) DELIMITED BY SPACE
                       ', RC=' WS-RENAME-RC-DISPLAY DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM 9999-ABEND
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-STEP-START
           DISPLAY 'MSGJOB - STEP ' WS-STP-NAME(WS-STEP-SUB)
               ' STARTED'
           CALL 'SYSTEM' USING WS-STP-COMMAND(WS-STEP-SUB)
               RETURNING WS-SYSTEM-RC
           END-CALL
           MOVE 0 TO RETURN-CODE
           DIVIDE WS-SYSTEM-RC BY 256 GIVING WS-STEP-RC
               REMAINDER WS-SIGNAL-NO
           IF WS-SYSTEM-RC < 0 OR WS-SIGNAL-NO NOT = 0
               MOVE 16 TO WS-STEP-RC
               MOVE 'STEP DID NOT END NORMALLY' TO WS-STEP-NOTE
           END-IF
           EVALUATE TRUE
               WHEN WS-STEP-RC = 0
                   MOVE 'OK' TO WS-STEP-RESULT
               WHEN WS-STEP-RC <= 4
                   MOVE 'SUSPENDED' TO WS-STEP-RESULT
                   MOVE 'S' TO WS-CKPT-STATE
                   PERFORM 4000-WRITE-JOB-CHECKPOINT
                   SET STREAM-STOPPED TO TRUE
                   MOVE 'STREAM STOPS - RESUMES AT THIS STEP'
                       TO WS-STEP-NOTE
               WHEN WS-STEP-RC <= 8
                   MOVE 'HELD' TO WS-STEP-RESULT
                   MOVE 'H' TO WS-CKPT-STATE
                   PERFORM 4000-WRITE-JOB-CHECKPOINT
                   SET STREAM-HELD TO TRUE
                   MOVE WS-STP-NAME(WS-STEP-SUB) TO WS-HELD-AT
                   MOVE 'DOWNSTREAM STEPS SKIPPED UNTIL RELEASE=YES'
                       TO WS-STEP-NOTE
               WHEN OTHER
                   MOVE 'FAILED' TO WS-STEP-RESULT
                   SET STREAM-STOPPED TO TRUE
                   IF WS-STEP-NOTE = SPACES
                       MOVE 'STREAM STOPS - RESTARTS AT THIS STEP'
                           TO WS-STEP-NOTE
                   END-IF
           END-EVALUATE
           IF WS-STEP-RC > WS-STREAM-RC
               MOVE WS-STEP-RC TO WS-STREAM-RC
           END-IF
           IF WS-STEP-RESULT = 'FAILED'
               MOVE 16 TO WS-STREAM-RC
           END-IF
           PERFORM 3800-WRITE-STEP-LINE
           DISPLAY 'MSGJOB - STEP ' WS-STP-NAME(WS-STEP-SUB)
               ' ENDED RC=' WS-RC-DISPLAY ' ' WS-STEP-RESULT
           IF STREAM-STOPPED
               MOVE SPACES TO WS-STEP-NOTE
               STRING 'STOPPED AT ' WS-STP-NAME(WS-STEP-SUB)
                   DELIMITED BY SIZE INTO WS-STEP-NOTE
               PERFORM 3900-WRITE-STREAM-LINE
           END-IF.

      *  A parked MSGPROC run leaves a non-zero count in MSGCKPT
      *  (4100-CLEAR-CHECKPOINT zeroes it at a clean end).  No MSGCKPT
      *  is no parked run; a checkpoint that cannot be read abends
      *  the stream rather than purge behind a run it cannot see.
       3300-CHECK-PARKED-RUN.
           MOVE 'N' TO WS-PARKED-FLAG
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS = '35'
               CONTINUE
           ELSE
               MOVE WS-CHECKPOINT-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT OPEN CHECKPOINT-FILE (MSGCKPT)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CKPT-COUNT IS NUMERIC AND CKPT-COUNT > 0
                           MOVE 'Y' TO WS-PARKED-FLAG
                       END-IF
               END-READ
               MOVE WS-CHECKPOINT-STATUS TO WS-CHECK-STATUS
               MOVE 'ERROR READING CHECKPOINT-FILE (MSGCKPT)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
               CLOSE CHECKPOINT-FILE
               MOVE WS-CHECKPOINT-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT CLOSE CHECKPOINT-FILE (MSGCKPT)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

       3800-WRITE-STEP-LINE.
           MOVE SPACES TO RUN-LOG-RECORD
           MOVE WS-STREAM-ID TO JLG-STREAM-ID
           MOVE WS-LEG TO JLG-LEG
           MOVE WS-STP-NAME(WS-STEP-SUB) TO JLG-STEP
           IF WS-STEP-START NOT = SPACES
               MOVE WS-STEP-START TO JLG-START
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE WS-CURRENT-DATE-TIME(1:14) TO JLG-END
               MOVE WS-STEP-RC TO WS-RC-DISPLAY
               MOVE WS-RC-DISPLAY TO JLG-RC
           END-IF
           MOVE WS-STEP-RESULT TO JLG-RESULT
           MOVE WS-STEP-NOTE TO JLG-NOTE
           PERFORM 3950-WRITE-LOG-RECORD.

      *  The leg's own line, step name STREAM, RC the leg's RC.
       3900-WRITE-STREAM-LINE.
           MOVE SPACES TO RUN-LOG-RECORD
           MOVE WS-STREAM-ID TO JLG-STREAM-ID
           MOVE WS-LEG TO JLG-LEG
           MOVE 'STREAM' TO JLG-STEP
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:14) TO JLG-END
           MOVE WS-STREAM-RC TO WS-RC-DISPLAY
           MOVE WS-RC-DISPLAY TO JLG-RC
           MOVE WS-STEP-RESULT TO JLG-RESULT
           MOVE WS-STEP-NOTE TO JLG-NOTE
           PERFORM 3950-WRITE-LOG-RECORD.

       3950-WRITE-LOG-RECORD.
           WRITE RUN-LOG-RECORD
           MOVE WS-RUNLOG-STATUS TO WS-CHECK-STATUS
           MOVE 'ERROR WRITING RUN-LOG-FILE (JOBLOG)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS.

      *  Caller has set WS-CKPT-STATE and WS-CKPT-STEP.
       4000-WRITE-JOB-CHECKPOINT.
           MOVE SPACES TO JOB-CKPT-RECORD
           MOVE WS-CKPT-STATE TO JCK-STATE
           MOVE WS-CKPT-STEP TO JCK-STEP
           MOVE WS-STREAM-ID TO JCK-STREAM-ID
           MOVE WS-PURGE-NIGHT TO JCK-PURGE-NIGHT
           MOVE WS-LEG TO JCK-LEG
           PERFORM 4010-WRITE-JOB-CKPT-RECORD.

       4010-WRITE-JOB-CKPT-RECORD.
           MOVE JOB-CKPT-RECORD TO JOB-CKPT-TEMP-RECORD
           OPEN OUTPUT JOB-CKPT-TEMP-FILE
           MOVE WS-JOBCKPT-TMP-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT OPEN JOB CHECKPOINT TEMP FILE (JOBCKPT.TMP)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           WRITE JOB-CKPT-TEMP-RECORD
           MOVE WS-JOBCKPT-TMP-STATUS TO WS-CHECK-STATUS
           MOVE 'ERROR WRITING JOB CHECKPOINT TEMP FILE (JOBCKPT.TMP)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           CLOSE JOB-CKPT-TEMP-FILE
           MOVE WS-JOBCKPT-TMP-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT CLOSE JOB CHECKPOINT TEMP FILE (JOBCKPT.TMP)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           CALL 'CBL_RENAME_FILE' USING 'JOBCKPT.TMP' 'JOBCKPT'
               RETURNING WS-RENAME-RC
           END-CALL
           IF WS-RENAME-RC NOT = 0
               MOVE WS-RENAME-RC TO WS-RENAME-RC-DISPLAY
               MOVE '99' TO WS-CHECK-STATUS
               MOVE SPACES TO WS-ABEND-MESSAGE
               STRING 'CANNOT RENAME JOBCKPT.TMP TO JOBCKPT, RC='
                   WS-RENAME-RC-DISPLAY DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM 9999-ABEND
           END-IF.

      *  Leaves WS-STEP-HIT at the step named WS-SEARCH-STEP, or
      *  zero.
       8000-FIND-STEP.
           MOVE 0 TO WS-STEP-HIT
           PERFORM 8010-TEST-ONE-STEP
               VARYING WS-FIND-SUB FROM 1 BY 1
               UNTIL WS-FIND-SUB > WS-STEP-COUNT
                   OR WS-STEP-HIT > 0.

       8010-TEST-ONE-STEP.
           IF WS-STP-NAME(WS-FIND-SUB) = WS-SEARCH-STEP
               MOVE WS-FIND-SUB TO WS-STEP-HIT
           END-IF.

       9000-CHECK-STATUS.
           IF WS-CHECK-STATUS NOT = '00' AND WS-CHECK-STATUS NOT = '10'
               PERFORM 9999-ABEND
           END-IF.

       9999-ABEND.
           DISPLAY 'MSGJOB ABEND - ' WS-ABEND-MESSAGE
               ' FILE STATUS=' WS-CHECK-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
