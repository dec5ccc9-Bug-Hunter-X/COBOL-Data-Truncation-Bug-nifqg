       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGSVC.
       AUTHOR. APPLICATION-SUPPORT.

      ******************************************************************
      *  MSGSVC - monthly service statement, one section per source
      *  system that feeds the suite and one per consumer it delivers
      *  to, printed to SVCRPT.  The numbers are spread over a dozen
      *  nightly files that are rolled, truncated or archived; this
      *  program gathers one calendar month of them in one place:
      *
      *    - MSGSRCH (MSGPROC's BY SOURCE SYSTEM section, kept per
      *      run - layout in MSGSRH01.cpy) - received, rejected (by
      *      reason code: the run's MSGREJ, tallied before the next
      *      run truncates it), duplicates (the run's DUPLOG, ditto)
      *      and truncated, per source.  Received is everything a
      *      NORMAL or RELEASE run counted as processed, rejected or
      *      duplicate; a REPROCESS run reads back records an earlier
      *      run already received, so only its truncations count;
      *    - AUDITOUT and the AUDARCH.YYYYMMDD archives - late against
      *      the priority's SLA (AUDIT-LATE-FLAG) per source; and per
      *      consumer delivered, truncated and late, the destination
      *      resolved through the MSGROUTE row in effect on the day
      *      (no row means DESTSUSP).  Archives are probed from the
      *      first of the month up to the run date, since a month's
      *      audit records are rolled off at any time after it;
      *    - SUSPMSTR - records first rejected in the month that are
      *      still in suspense awaiting a fix;
      *    - ACKHIST (MSGACK's acknowledgment history - layout in
      *      MSGAKH01.cpy) - acknowledged in the month, average and
      *      longest days to acknowledge, per consumer;
      *    - ACKOUTS and ACKHIST together - outstanding at month end:
      *      first delivered by then and not acknowledged by then.
      *
      *  Each figure is printed with its change on the month before.
      *  The month's figures are kept in SVCHIST (one line per
      *  source, reason code and consumer) for next month's
      *  comparison; rerunning a month replaces its lines, so a rerun
      *  never counts twice.  SVCHIST is rewritten to SVCHIST.NEW
      *  and renamed over the old one, the same atomic-rename
      *  protection MSGACK gives ACKOUTS.
      *
      *  SVCCTL keywords, one per line, '*' comments:
      *      MONTH=YYYYMM            (month to state - default the
      *                               month before the run date)
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO 'SVCCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT ROUTE-FILE ASSIGN TO 'MSGROUTE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTE-STATUS.

           SELECT SOURCE-HIST-FILE ASSIGN TO 'MSGSRCH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRCHIST-STATUS.

      *  One FD serves AUDITOUT and every AUDARCH.YYYYMMDD - they
      *  share the MSGAUD01 layout, so only the name changes.
           SELECT AUDIT-FILE ASSIGN USING WS-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO 'SUSPMSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT ACK-HIST-FILE ASSIGN TO 'ACKHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-HIST-STATUS.

           SELECT OUTSTANDING-FILE ASSIGN TO 'ACKOUTS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTS-STATUS.

           SELECT SVC-HIST-FILE ASSIGN TO 'SVCHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SVCHIST-STATUS.

      *  The rewritten month history goes here first, then gets
      *  renamed over SVCHIST - see 7500-REWRITE-SVC-HISTORY.
           SELECT SVC-NEW-FILE ASSIGN TO 'SVCHIST.NEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SVCNEW-STATUS.

           SELECT PRINT-FILE ASSIGN TO 'SVCRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-RECORD                  PIC X(80).

       FD  ROUTE-FILE.
       01  ROUTE-RECORD                PIC X(80).

       FD  SOURCE-HIST-FILE.
       COPY MSGSRH01.

       FD  AUDIT-FILE.
       COPY MSGAUD01.

      *  Same layout as MSGSUSP's SUSPENSE-RECORD; the inbound record
      *  inside it still carries the record type in column 1 and the
      *  MSGHDR01 header behind it.
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05  SUS-FIRST-DATE           PIC X(8).
           05  FILLER                   PIC X.
           05  SUS-REJ-COUNT            PIC 9(4).
           05  FILLER                   PIC X.
           05  SUS-REASON-CODE          PIC X(8).
           05  FILLER                   PIC X.
           05  SUS-ORIGINAL-RECORD.
               10  SUS-REC-TYPE         PIC X.
               10  SUS-MESSAGE-ID       PIC X(12).
               10  SUS-SOURCE-SYSTEM    PIC X(4).
               10  FILLER               PIC X(218).

       FD  ACK-HIST-FILE.
       COPY MSGAKH01.

      *  Same layout as MSGACK's OUTS-RECORD; the delivered record is
      *  MSGPROC's routed record - header, truncation flag, text,
      *  segment number and count.
       FD  OUTSTANDING-FILE.
       01  OUTS-RECORD.
           05  OUTS-DEST-NO             PIC X.
           05  FILLER                   PIC X.
           05  OUTS-FIRST-DATE          PIC X(8).
           05  FILLER                   PIC X.
           05  OUTS-DELIVERED-REC.
               10  OUTS-MESSAGE-ID      PIC X(12).
               10  OUTS-SOURCE-SYSTEM   PIC X(4).
               10  OUTS-PRIORITY        PIC X.
               10  OUTS-ORIGIN-TS       PIC X(14).
               10  FILLER               PIC X(87).
               10  OUTS-SEG-NO          PIC X(3).
               10  FILLER               PIC X.
               10  OUTS-SEG-COUNT       PIC X(3).

      *  One line per source ('S'), per source and reason code ('R')
      *  and per consumer ('C') for each month stated.  SVH-KEY is
      *  the source, the source then the reason code, or the
      *  consumer's destination name.  The figures are in the order
      *  the statement prints them:
      *      S - received, rejected, duplicates, truncated, late,
      *          still in suspense (figure 7 unused)
      *      R - rejected with that reason (figures 2-7 unused)
      *      C - delivered, truncated, late, acknowledged, average
      *          days to acknowledge, longest, outstanding
      *  Plain display numerics, editor-readable.
       FD  SVC-HIST-FILE.
       01  SVH-RECORD.
           05  SVH-MONTH                PIC X(6).
           05  FILLER                   PIC X.
           05  SVH-KIND                 PIC X.
               88  SVH-SOURCE-ROW            VALUE 'S'.
               88  SVH-REASON-ROW            VALUE 'R'.
               88  SVH-CONSUMER-ROW          VALUE 'C'.
           05  FILLER                   PIC X.
           05  SVH-KEY                  PIC X(12).
           05  SVH-SOURCE-KEY REDEFINES SVH-KEY.
               10  SVH-SOURCE           PIC X(4).
               10  SVH-REASON-CODE      PIC X(8).
           05  SVH-FIGURES              OCCURS 7 TIMES.
               10  FILLER               PIC X.
               10  SVH-FIG              PIC 9(8).

       FD  SVC-NEW-FILE.
       01  SVC-NEW-RECORD              PIC X(84).

       FD  PRINT-FILE.
       01  PRINT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS               PIC XX.
       01  WS-ROUTE-STATUS             PIC XX.
       01  WS-SRCHIST-STATUS           PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-SUSP-STATUS              PIC XX.
       01  WS-ACK-HIST-STATUS          PIC XX.
       01  WS-OUTS-STATUS              PIC XX.
       01  WS-SVCHIST-STATUS           PIC XX.
       01  WS-SVCNEW-STATUS            PIC XX.
       01  WS-PRINT-STATUS             PIC XX.

       01  WS-CHECK-STATUS             PIC XX.
       01  WS-ABEND-MESSAGE            PIC X(60).

       01  WS-RENAME-RC                PIC S9(9) COMP-5 VALUE 0.
       01  WS-RENAME-RC-DISPLAY        PIC -(9)9.

       01  WS-AUDIT-NAME               PIC X(16) VALUE SPACES.

       01  WS-END-OF-FILE              PIC X VALUE 'N'.
           88  END-OF-FILE                   VALUE 'Y'.
       01  WS-PRIOR-FOUND              PIC X VALUE 'N'.
           88  PRIOR-MONTH-FOUND             VALUE 'Y'.

      *  The month stated, its first and last days, and the month
      *  it is compared with.
       01  WS-SVC-MONTH.
           05  WS-SVC-YEAR              PIC 9(4) VALUE 0.
           05  WS-SVC-MON               PIC 9(2) VALUE 0.
       01  WS-PRIOR-MONTH.
           05  WS-PRIOR-YEAR            PIC 9(4) VALUE 0.
           05  WS-PRIOR-MON             PIC 9(2) VALUE 0.
       01  WS-NEXT-MONTH.
           05  WS-NEXT-YEAR             PIC 9(4) VALUE 0.
           05  WS-NEXT-MON              PIC 9(2) VALUE 0.
       01  WS-MONTH-FIRST-DATE         PIC 9(8) VALUE 0.
       01  WS-MONTH-LAST-DATE          PIC 9(8) VALUE 0.
       01  WS-MONTH-LAST-X REDEFINES WS-MONTH-LAST-DATE
                                       PIC X(8).
       01  WS-NEXT-FIRST-DATE          PIC 9(8) VALUE 0.
       01  WS-MONTH-FIRST-DAY-NO       PIC 9(8) COMP VALUE 0.

      *  In-storage copy of MSGROUTE, only to turn an audited routing
      *  code back into the destination it went to.  Every dated row
      *  is kept, so the row in effect on the day the message was
      *  audited is the one that answers.
       78  ROUTE-TABLE-MAX             VALUE 50.
       01  WS-ROUTE-COUNT              PIC 9(4) COMP VALUE 0.
       01  WS-ROUTE-SUB                PIC 9(4) COMP VALUE 0.
       01  WS-ROUTE-TABLE.
           05  WS-ROUTE-ENTRY           OCCURS ROUTE-TABLE-MAX TIMES.
               10  WS-RTE-CODE          PIC X(3).
               10  WS-RTE-DEST-NO       PIC X.
               10  WS-RTE-EFF-FROM      PIC X(8).
               10  WS-RTE-EFF-TO        PIC X(8).
       01  WS-ROUTE-SEARCH-CODE        PIC X(3) VALUE SPACES.
       01  WS-ROUTE-SEARCH-DATE        PIC X(8) VALUE SPACES.
       01  WS-FOUND-DEST-NO            PIC X VALUE SPACE.

      *  Per-source figures for the month (WS-SVS-FIG) and the month
      *  before (WS-SVS-PRV), in SVCHIST 'S' order: received,
      *  rejected, duplicates, truncated, late, still in suspense.
       78  SOURCE-TABLE-MAX            VALUE 100.
       78  SOURCE-FIG-MAX              VALUE 6.
       01  WS-SRC-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-SRC-SUB                  PIC 9(4) COMP VALUE 0.
       01  WS-SRC-HIT                  PIC 9(4) COMP VALUE 0.
       01  WS-SRC-SEARCH               PIC X(4) VALUE SPACES.
       01  WS-SOURCE-TABLE.
           05  WS-SRC-ENTRY             OCCURS SOURCE-TABLE-MAX TIMES.
               10  WS-SVS-SOURCE        PIC X(4).
               10  WS-SVS-FIG           PIC 9(8) COMP
                                        OCCURS SOURCE-FIG-MAX TIMES.
               10  WS-SVS-PRV           PIC 9(8) COMP
                                        OCCURS SOURCE-FIG-MAX TIMES.

      *  Rejections by source and reason code, this month and last.
       78  REASON-TABLE-MAX            VALUE 500.
       01  WS-RSV-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-RSV-SUB                  PIC 9(4) COMP VALUE 0.
       01  WS-RSV-HIT                  PIC 9(4) COMP VALUE 0.
       01  WS-RSV-SEARCH-REASON        PIC X(8) VALUE SPACES.
       01  WS-REASON-TABLE.
           05  WS-RSV-ENTRY             OCCURS REASON-TABLE-MAX TIMES.
               10  WS-RSV-SOURCE        PIC X(4).
               10  WS-RSV-REASON        PIC X(8).
               10  WS-RSV-FIG           PIC 9(8) COMP.
               10  WS-RSV-PRV           PIC 9(8) COMP.

      *  One entry per consumer - DEST01-03 in destination-number
      *  order, then DESTSUSP - figures in SVCHIST 'C' order:
      *  delivered, truncated, late, acknowledged, average days to
      *  acknowledge, longest, outstanding at month end.
       78  CONSUMER-MAX                VALUE 4.
       78  CONSUMER-FIG-MAX            VALUE 7.
       01  WS-CNS-SUB                  PIC 9(4) COMP VALUE 0.
       01  WS-CNS-HIT                  PIC 9(4) COMP VALUE 0.
       01  WS-CONSUMER-TABLE.
           05  WS-CNS-ENTRY             OCCURS CONSUMER-MAX TIMES.
               10  WS-CNS-NAME          PIC X(8).
               10  WS-CNS-DAYS-TOTAL    PIC 9(8) COMP.
               10  WS-CNS-FIG           PIC 9(8) COMP
                                        OCCURS CONSUMER-FIG-MAX TIMES.
               10  WS-CNS-PRV           PIC 9(8) COMP
                                        OCCURS CONSUMER-FIG-MAX TIMES.

       01  WS-CNS-DEST-NO              PIC 9 VALUE 0.

       01  WS-FIG-SUB                  PIC 9(4) COMP VALUE 0.
       01  WS-CHANGE                   PIC S9(8) COMP VALUE 0.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-TODAY-DATE               PIC X(8).
       01  WS-TODAY-DAY-NO             PIC 9(8) COMP VALUE 0.
       01  WS-ARCH-DAY-NO              PIC 9(8) COMP VALUE 0.
       01  WS-ARCH-DATE                PIC 9(8) VALUE 0.

       01  WS-RUNS-COUNTED             PIC 9(8) VALUE 0.
      *  A run writes one 'S' row per source, all together, so a
      *  run is counted on the first row under a new run ID.
       01  WS-LAST-RUN-ID              PIC X(14) VALUE SPACES.
       01  WS-AUDITS-COUNTED           PIC 9(8) VALUE 0.
       01  WS-ARCHIVES-READ            PIC 9(8) VALUE 0.
       01  WS-ACKS-COUNTED             PIC 9(8) VALUE 0.

       01  WS-TITLE-LINE               PIC X(132)
               VALUE 'MONTHLY SERVICE STATEMENT'.

       01  WS-HEADER-LINE-1.
           05  FILLER                   PIC X(10)
                   VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE          PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(112) VALUE SPACES.

       01  WS-HEADER-LINE-2.
           05  FILLER                   PIC X(17)
                   VALUE 'STATEMENT MONTH: '.
           05  WS-HDR-MONTH             PIC X(6).
           05  FILLER                   PIC X(18)
                   VALUE '   COMPARED WITH: '.
           05  WS-HDR-PRIOR-MONTH       PIC X(6).
           05  WS-HDR-PRIOR-NOTE        PIC X(85).

       01  WS-SOURCE-TITLE             PIC X(132)
               VALUE 'BY SOURCE SYSTEM'.

       01  WS-SOURCE-HEADER-1.
           05  FILLER                   PIC X(8) VALUE 'SOURCE'.
           05  FILLER                   PIC X(17)
                   VALUE '    RECEIVED'.
           05  FILLER                   PIC X(17)
                   VALUE '    REJECTED'.
           05  FILLER                   PIC X(17)
                   VALUE '   DUPLICATES'.
           05  FILLER                   PIC X(17)
                   VALUE '    TRUNCATED'.
           05  FILLER                   PIC X(17)
                   VALUE '  LATE (SLA)'.
           05  FILLER                   PIC X(39)
                   VALUE '  IN SUSPENSE'.

       01  WS-SOURCE-HEADER-2.
           05  FILLER                   PIC X(8) VALUE SPACES.
           05  FILLER                   PIC X(17)
                   VALUE '  MONTH   CHANGE'.
           05  FILLER                   PIC X(17)
                   VALUE '  MONTH   CHANGE'.
           05  FILLER                   PIC X(17)
                   VALUE '  MONTH   CHANGE'.
           05  FILLER                   PIC X(17)
                   VALUE '  MONTH   CHANGE'.
           05  FILLER                   PIC X(17)
                   VALUE '  MONTH   CHANGE'.
           05  FILLER                   PIC X(39)
                   VALUE '  MONTH   CHANGE'.

      *  CHANGE is blanked (WS-xxx-CHANGE-X) when there is no month
      *  before on file to compare with.
       01  WS-SOURCE-LINE.
           05  WS-SDL-SOURCE            PIC X(4).
           05  FILLER                   PIC X(4).
           05  WS-SDL-BLOCK             OCCURS 6 TIMES.
               10  WS-SDL-MONTH         PIC ZZZ,ZZ9.
               10  FILLER               PIC X.
               10  WS-SDL-CHANGE        PIC ++++,++9.
               10  WS-SDL-CHANGE-X REDEFINES WS-SDL-CHANGE
                                        PIC X(8).
               10  FILLER               PIC X.
           05  FILLER                   PIC X(22).

      *  Reason lines print under the REJECTED column of their
      *  source.
       01  WS-REASON-LINE.
           05  FILLER                   PIC X(8) VALUE SPACES.
           05  FILLER                   PIC X(9) VALUE 'REASON:'.
           05  WS-RDL-REASON            PIC X(8).
           05  WS-RDL-MONTH             PIC ZZZ,ZZ9.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-RDL-CHANGE            PIC ++++,++9.
           05  WS-RDL-CHANGE-X REDEFINES WS-RDL-CHANGE
                                        PIC X(8).
           05  FILLER                   PIC X(91) VALUE SPACES.

       01  WS-CONSUMER-TITLE           PIC X(132)
               VALUE 'BY CONSUMER'.

       01  WS-CONSUMER-HEADER-1.
           05  FILLER                   PIC X(10)
                   VALUE 'CONSUMER'.
           05  FILLER                   PIC X(17)
                   VALUE '   DELIVERED'.
           05  FILLER                   PIC X(17)
                   VALUE '    TRUNCATED'.
           05  FILLER                   PIC X(17)
                   VALUE '  LATE (SLA)'.
           05  FILLER                   PIC X(17)
                   VALUE '  ACKNOWLEDGED'.
           05  FILLER                   PIC X(17)
                   VALUE ' AVG DAYS TO ACK'.
           05  FILLER                   PIC X(17)
                   VALUE ' MAX DAYS TO ACK'.
           05  FILLER                   PIC X(20)
                   VALUE '  OUTSTANDING'.

       01  WS-CONSUMER-HEADER-2.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(17)
                   VALUE '  MONTH   CHANGE'.
           05  FILLER                   PIC X(17)
                   VALUE '  MONTH   CHANGE'.
           05  FILLER                   PIC X(17)
                   VALUE '  MONTH   CHANGE'.
           05  FILLER                   PIC X(17)
                   VALUE '  MONTH   CHANGE'.
           05  FILLER                   PIC X(17)
                   VALUE '  MONTH   CHANGE'.
           05  FILLER                   PIC X(17)
                   VALUE '  MONTH   CHANGE'.
           05  FILLER                   PIC X(20)
                   VALUE ' AT END   CHANGE'.

       01  WS-CONSUMER-LINE.
           05  WS-CDL-NAME              PIC X(8).
           05  FILLER                   PIC X(2).
           05  WS-CDL-BLOCK             OCCURS 7 TIMES.
               10  WS-CDL-MONTH         PIC ZZZ,ZZ9.
               10  FILLER               PIC X.
               10  WS-CDL-CHANGE        PIC ++++,++9.
               10  WS-CDL-CHANGE-X REDEFINES WS-CDL-CHANGE
                                        PIC X(8).
               10  FILLER               PIC X.
           05  FILLER                   PIC X(3).

       01  WS-EMPTY-SOURCE-LINE        PIC X(132)
               VALUE 'NO SOURCE ACTIVITY ON FILE FOR THE MONTH'.

       01  WS-TRAILER-LINE-1.
           05  FILLER                   PIC X(30)
                   VALUE 'RUNS COUNTED (MSGSRCH): '.
           05  WS-TRL-RUNS              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(95) VALUE SPACES.

       01  WS-TRAILER-LINE-2.
           05  FILLER                   PIC X(30)
                   VALUE 'AUDIT RECORDS COUNTED: '.
           05  WS-TRL-AUDITS            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(95) VALUE SPACES.

       01  WS-TRAILER-LINE-3.
           05  FILLER                   PIC X(30)
                   VALUE 'AUDIT ARCHIVES READ: '.
           05  WS-TRL-ARCHIVES          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(95) VALUE SPACES.

       01  WS-TRAILER-LINE-4.
           05  FILLER                   PIC X(30)
                   VALUE 'ACKNOWLEDGMENTS COUNTED: '.
           05  WS-TRL-ACKS              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1050-SET-RUN-DATE
           PERFORM 1500-LOAD-PARAMETERS
           PERFORM 1600-SET-STATEMENT-MONTH
           PERFORM 1800-LOAD-ROUTING-TABLE
           PERFORM 1900-INIT-CONSUMER
               VARYING WS-CNS-SUB FROM 1 BY 1
               UNTIL WS-CNS-SUB > CONSUMER-MAX
           PERFORM 2000-SCAN-SOURCE-HISTORY
           MOVE 'AUDITOUT' TO WS-AUDIT-NAME
           PERFORM 3000-SCAN-AUDIT-FILE
           PERFORM 3500-SCAN-ONE-AUDIT-ARCHIVE
               VARYING WS-ARCH-DAY-NO FROM WS-MONTH-FIRST-DAY-NO BY 1
               UNTIL WS-ARCH-DAY-NO > WS-TODAY-DAY-NO
           PERFORM 4000-SCAN-SUSPENSE
           PERFORM 5000-SCAN-ACK-HISTORY
           PERFORM 5500-SCAN-OUTSTANDING
           PERFORM 5900-COMPUTE-AVERAGE
               VARYING WS-CNS-SUB FROM 1 BY 1
               UNTIL WS-CNS-SUB > CONSUMER-MAX
           PERFORM 6000-LOAD-PRIOR-MONTH
           OPEN OUTPUT PRINT-FILE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT OPEN PRINT-FILE (SVCRPT)' TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           PERFORM 7000-WRITE-REPORT
           CLOSE PRINT-FILE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT CLOSE PRINT-FILE (SVCRPT)' TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           PERFORM 7500-REWRITE-SVC-HISTORY
           GOBACK.

       1050-SET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-DAY-NO =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY-DATE))
           STRING WS-CURRENT-DATE-TIME(1:4) '-'
                  WS-CURRENT-DATE-TIME(5:2) '-'
                  WS-CURRENT-DATE-TIME(7:2)
               DELIMITED BY SIZE INTO WS-HDR-RUN-DATE.

      *  Same deck conventions as MSGPROC's CTLCARD: KEYWORD=VALUE,
      *  '*' comments, unknown keywords abend.  No SVCCTL at all is
      *  the normal month-end run for the month just closed.
       1500-LOAD-PARAMETERS.
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS = '00'
               PERFORM 1510-READ-ONE-PARAMETER
                   UNTIL WS-CTL-STATUS NOT = '00'
               IF WS-CTL-STATUS NOT = '10'
                   MOVE WS-CTL-STATUS TO WS-CHECK-STATUS
                   MOVE 'ERROR READING CTL-FILE (SVCCTL)'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9000-CHECK-STATUS
               END-IF
               CLOSE CTL-FILE
               MOVE WS-CTL-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT CLOSE CTL-FILE (SVCCTL)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           ELSE
               IF WS-CTL-STATUS NOT = '35'
                   MOVE WS-CTL-STATUS TO WS-CHECK-STATUS
                   MOVE 'CANNOT OPEN CTL-FILE (SVCCTL)'
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
               WHEN CTL-RECORD(1:6) = 'MONTH='
                   IF CTL-RECORD(7:6) IS NUMERIC
                           AND CTL-RECORD(11:2) >= '01'
                           AND CTL-RECORD(11:2) <= '12'
                           AND CTL-RECORD(13:1) = SPACE
                       MOVE CTL-RECORD(7:6) TO WS-SVC-MONTH
                   ELSE
                       MOVE '99' TO WS-CHECK-STATUS
                       MOVE 'INVALID MONTH VALUE IN SVCCTL'
                           TO WS-ABEND-MESSAGE
                       PERFORM 9999-ABEND
                   END-IF
               WHEN OTHER
                   MOVE '99' TO WS-CHECK-STATUS
                   MOVE 'UNRECOGNIZED KEYWORD IN SVCCTL'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9999-ABEND
           END-EVALUATE.

      *  Default to the month before the run date, then work out the
      *  month's first and last days and the month it is compared
      *  with.  A month not yet started has nothing to state.
       1600-SET-STATEMENT-MONTH.
           IF WS-SVC-YEAR = 0
               MOVE WS-TODAY-DATE(1:6) TO WS-SVC-MONTH
               IF WS-SVC-MON = 1
                   SUBTRACT 1 FROM WS-SVC-YEAR
                   MOVE 12 TO WS-SVC-MON
               ELSE
                   SUBTRACT 1 FROM WS-SVC-MON
               END-IF
           END-IF
           IF WS-SVC-MONTH > WS-TODAY-DATE(1:6)
               MOVE '99' TO WS-CHECK-STATUS
               MOVE 'STATEMENT MONTH IS AFTER THE RUN DATE (SVCCTL)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9999-ABEND
           END-IF
           MOVE WS-SVC-MONTH TO WS-PRIOR-MONTH
           IF WS-PRIOR-MON = 1
               SUBTRACT 1 FROM WS-PRIOR-YEAR
               MOVE 12 TO WS-PRIOR-MON
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-MON
           END-IF
           MOVE WS-SVC-MONTH TO WS-NEXT-MONTH
           IF WS-NEXT-MON = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MON
           ELSE
               ADD 1 TO WS-NEXT-MON
           END-IF
           COMPUTE WS-MONTH-FIRST-DATE = WS-SVC-YEAR * 10000
               + WS-SVC-MON * 100 + 1
           COMPUTE WS-NEXT-FIRST-DATE = WS-NEXT-YEAR * 10000
               + WS-NEXT-MON * 100 + 1
           COMPUTE WS-MONTH-FIRST-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST-DATE)
           COMPUTE WS-MONTH-LAST-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST-DATE) - 1)
           MOVE WS-SVC-MONTH TO WS-HDR-MONTH
           MOVE WS-PRIOR-MONTH TO WS-HDR-PRIOR-MONTH.

      *  Only the code-to-destination pairs are needed here; MSGPROC
      *  is the program that polices the table's contents, so a line
      *  this program cannot use is skipped, not abended on.  No
      *  MSGROUTE at all means everything went to DESTSUSP.
       1800-LOAD-ROUTING-TABLE.
           MOVE 0 TO WS-ROUTE-COUNT
           OPEN INPUT ROUTE-FILE
           IF WS-ROUTE-STATUS = '00'
               PERFORM 1810-READ-ONE-ROUTE
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

       1810-READ-ONE-ROUTE.
           READ ROUTE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 1820-APPLY-ONE-ROUTE
           END-READ.

       1820-APPLY-ONE-ROUTE.
           IF ROUTE-RECORD NOT = SPACES
                   AND ROUTE-RECORD(1:1) NOT = '*'
                   AND ROUTE-RECORD(5:1) >= '1'
                   AND ROUTE-RECORD(5:1) <= '3'
                   AND WS-ROUTE-COUNT < ROUTE-TABLE-MAX
               ADD 1 TO WS-ROUTE-COUNT
               MOVE ROUTE-RECORD(1:3) TO WS-RTE-CODE(WS-ROUTE-COUNT)
               MOVE ROUTE-RECORD(5:1) TO WS-RTE-DEST-NO(WS-ROUTE-COUNT)
               MOVE ROUTE-RECORD(14:8)
                   TO WS-RTE-EFF-FROM(WS-ROUTE-COUNT)
               MOVE ROUTE-RECORD(23:8)
                   TO WS-RTE-EFF-TO(WS-ROUTE-COUNT)
           END-IF.

       1900-INIT-CONSUMER.
           MOVE SPACES TO WS-CNS-NAME(WS-CNS-SUB)
           IF WS-CNS-SUB = CONSUMER-MAX
               MOVE 'DESTSUSP' TO WS-CNS-NAME(WS-CNS-SUB)
           ELSE
               MOVE WS-CNS-SUB TO WS-CNS-DEST-NO
               STRING 'DEST0' WS-CNS-DEST-NO
                   DELIMITED BY SIZE INTO WS-CNS-NAME(WS-CNS-SUB)
           END-IF
           MOVE 0 TO WS-CNS-DAYS-TOTAL(WS-CNS-SUB)
           PERFORM 1910-ZERO-CONSUMER-FIGURE
               VARYING WS-FIG-SUB FROM 1 BY 1
               UNTIL WS-FIG-SUB > CONSUMER-FIG-MAX.

       1910-ZERO-CONSUMER-FIGURE.
           MOVE 0 TO WS-CNS-FIG(WS-CNS-SUB, WS-FIG-SUB)
           MOVE 0 TO WS-CNS-PRV(WS-CNS-SUB, WS-FIG-SUB).

      *  MSGSRCH - what each run of the month received, rejected
      *  (and why), suppressed and truncated, by source.
       2000-SCAN-SOURCE-HISTORY.
           OPEN INPUT SOURCE-HIST-FILE
           IF WS-SRCHIST-STATUS = '35'
               CONTINUE
           ELSE
               MOVE WS-SRCHIST-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT OPEN SOURCE-HIST-FILE (MSGSRCH)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM 2100-READ-ONE-SOURCE-HIST UNTIL END-OF-FILE
               CLOSE SOURCE-HIST-FILE
               MOVE WS-SRCHIST-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT CLOSE SOURCE-HIST-FILE (MSGSRCH)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

       2100-READ-ONE-SOURCE-HIST.
           READ SOURCE-HIST-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF SRCH-RUN-DATE(1:6) = WS-SVC-MONTH
                       PERFORM 2200-TALLY-ONE-SOURCE-HIST
                   END-IF
           END-READ
           IF WS-SRCHIST-STATUS NOT = '00'
                   AND WS-SRCHIST-STATUS NOT = '10'
               MOVE WS-SRCHIST-STATUS TO WS-CHECK-STATUS
               MOVE 'ERROR READING SOURCE-HIST-FILE (MSGSRCH)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

      *  A REPROCESS run's records were received (and rejected) by
      *  the run that first read them; only what it truncated is new.
       2200-TALLY-ONE-SOURCE-HIST.
           MOVE SRCH-SOURCE TO WS-SRC-SEARCH
           EVALUATE TRUE
               WHEN SRCH-SOURCE-TOTALS
                   IF SRCH-PROCESSED IS NUMERIC
                           AND SRCH-REJECTED IS NUMERIC
                           AND SRCH-TRUNCATED IS NUMERIC
                           AND SRCH-DUPLICATE IS NUMERIC
                       PERFORM 8000-FIND-SOURCE-ENTRY
                       IF SRCH-RUN-MODE = 'REPROCESS'
                           ADD SRCH-TRUNCATED
                               TO WS-SVS-FIG(WS-SRC-HIT, 4)
                       ELSE
                           IF SRCH-RUN-ID NOT = WS-LAST-RUN-ID
                               ADD 1 TO WS-RUNS-COUNTED
                               MOVE SRCH-RUN-ID TO WS-LAST-RUN-ID
                           END-IF
                           COMPUTE WS-SVS-FIG(WS-SRC-HIT, 1) =
                               WS-SVS-FIG(WS-SRC-HIT, 1)
                               + SRCH-PROCESSED + SRCH-REJECTED
                               + SRCH-DUPLICATE
                           ADD SRCH-REJECTED
                               TO WS-SVS-FIG(WS-SRC-HIT, 2)
                           ADD SRCH-DUPLICATE
                               TO WS-SVS-FIG(WS-SRC-HIT, 3)
                           ADD SRCH-TRUNCATED
                               TO WS-SVS-FIG(WS-SRC-HIT, 4)
                       END-IF
                   END-IF
               WHEN SRCH-REJECT-REASON
                   IF SRCH-REASON-COUNT IS NUMERIC
                           AND SRCH-RUN-MODE NOT = 'REPROCESS'
                       PERFORM 8000-FIND-SOURCE-ENTRY
                       MOVE SRCH-REASON-CODE TO WS-RSV-SEARCH-REASON
                       PERFORM 8100-FIND-REASON-ENTRY
                       ADD SRCH-REASON-COUNT TO WS-RSV-FIG(WS-RSV-HIT)
                   END-IF
           END-EVALUATE.

      *  AUDITOUT or one AUDARCH file - WS-AUDIT-NAME says which.
       3000-SCAN-AUDIT-FILE.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = '35'
               CONTINUE
           ELSE
               MOVE WS-AUDIT-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT OPEN AUDIT-FILE' TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM 3100-READ-ONE-AUDIT UNTIL END-OF-FILE
               CLOSE AUDIT-FILE
               MOVE WS-AUDIT-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT CLOSE AUDIT-FILE' TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

       3100-READ-ONE-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF AUDIT-TIMESTAMP(1:6) = WS-SVC-MONTH
                       PERFORM 3200-TALLY-ONE-AUDIT
                   END-IF
           END-READ
           IF WS-AUDIT-STATUS NOT = '00' AND WS-AUDIT-STATUS NOT = '10'
                   AND WS-AUDIT-STATUS NOT = '09'
               MOVE WS-AUDIT-STATUS TO WS-CHECK-STATUS
               MOVE 'ERROR READING AUDIT-FILE' TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

      *  One audit record per message delivered.  The destination is
      *  the one its routing code had on the day; DESTSUSP when no
      *  row was in effect.
       3200-TALLY-ONE-AUDIT.
           ADD 1 TO WS-AUDITS-COUNTED
           MOVE AUDIT-ROUTING-CODE TO WS-ROUTE-SEARCH-CODE
           MOVE AUDIT-TIMESTAMP(1:8) TO WS-ROUTE-SEARCH-DATE
           PERFORM 8400-FIND-DESTINATION
           IF WS-FOUND-DEST-NO = SPACE
               MOVE CONSUMER-MAX TO WS-CNS-HIT
           ELSE
               MOVE WS-FOUND-DEST-NO TO WS-CNS-HIT
           END-IF
           ADD 1 TO WS-CNS-FIG(WS-CNS-HIT, 1)
           IF AUDIT-TRUNCATED-FLAG = 'Y'
               ADD 1 TO WS-CNS-FIG(WS-CNS-HIT, 2)
           END-IF
           IF AUDIT-LATE-FLAG = 'Y'
               ADD 1 TO WS-CNS-FIG(WS-CNS-HIT, 3)
               MOVE AUDIT-SOURCE-SYSTEM TO WS-SRC-SEARCH
               PERFORM 8000-FIND-SOURCE-ENTRY
               ADD 1 TO WS-SVS-FIG(WS-SRC-HIT, 5)
           END-IF.

       3500-SCAN-ONE-AUDIT-ARCHIVE.
           COMPUTE WS-ARCH-DATE =
               FUNCTION DATE-OF-INTEGER(WS-ARCH-DAY-NO)
           MOVE SPACES TO WS-AUDIT-NAME
           STRING 'AUDARCH.' WS-ARCH-DATE DELIMITED BY SIZE
               INTO WS-AUDIT-NAME
           PERFORM 3000-SCAN-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '35'
               ADD 1 TO WS-ARCHIVES-READ
           END-IF.

      *  SUSPMSTR - rejects first suspended in the month and still
      *  waiting for a fix.  A rejected batch header or trailer has
      *  no source of its own, so it counts under '????' the way
      *  MSGPROC counts it.
       4000-SCAN-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-STATUS = '35'
               CONTINUE
           ELSE
               MOVE WS-SUSP-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT OPEN SUSPENSE-FILE (SUSPMSTR)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM 4100-READ-ONE-SUSPENSE UNTIL END-OF-FILE
               CLOSE SUSPENSE-FILE
               MOVE WS-SUSP-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT CLOSE SUSPENSE-FILE (SUSPMSTR)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

       4100-READ-ONE-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF SUS-FIRST-DATE(1:6) = WS-SVC-MONTH
                       IF SUS-REC-TYPE = 'D'
                           MOVE SUS-SOURCE-SYSTEM TO WS-SRC-SEARCH
                       ELSE
                           MOVE '????' TO WS-SRC-SEARCH
                       END-IF
                       PERFORM 8000-FIND-SOURCE-ENTRY
                       ADD 1 TO WS-SVS-FIG(WS-SRC-HIT, 6)
                   END-IF
           END-READ
           IF WS-SUSP-STATUS NOT = '00' AND WS-SUSP-STATUS NOT = '10'
                   AND WS-SUSP-STATUS NOT = '09'
               MOVE WS-SUSP-STATUS TO WS-CHECK-STATUS
               MOVE 'ERROR READING SUSPENSE-FILE (SUSPMSTR)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

      *  ACKHIST - acknowledgments matched in the month, and those
      *  matched after it for messages delivered by its end, which
      *  were still outstanding when it closed.
       5000-SCAN-ACK-HISTORY.
           OPEN INPUT ACK-HIST-FILE
           IF WS-ACK-HIST-STATUS = '35'
               CONTINUE
           ELSE
               MOVE WS-ACK-HIST-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT OPEN ACK-HIST-FILE (ACKHIST)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM 5100-READ-ONE-ACK-HISTORY UNTIL END-OF-FILE
               CLOSE ACK-HIST-FILE
               MOVE WS-ACK-HIST-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT CLOSE ACK-HIST-FILE (ACKHIST)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

       5100-READ-ONE-ACK-HISTORY.
           READ ACK-HIST-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF AKH-DEST-NO >= '1' AND AKH-DEST-NO <= '3'
                       PERFORM 5200-TALLY-ONE-ACK
                   END-IF
           END-READ
           IF WS-ACK-HIST-STATUS NOT = '00'
                   AND WS-ACK-HIST-STATUS NOT = '10'
               MOVE WS-ACK-HIST-STATUS TO WS-CHECK-STATUS
               MOVE 'ERROR READING ACK-HIST-FILE (ACKHIST)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

       5200-TALLY-ONE-ACK.
           MOVE AKH-DEST-NO TO WS-CNS-HIT
           IF AKH-ACK-DATE(1:6) = WS-SVC-MONTH
                   AND AKH-DAYS-TO-ACK IS NUMERIC
               ADD 1 TO WS-ACKS-COUNTED
               ADD 1 TO WS-CNS-FIG(WS-CNS-HIT, 4)
               ADD AKH-DAYS-TO-ACK TO WS-CNS-DAYS-TOTAL(WS-CNS-HIT)
               IF AKH-DAYS-TO-ACK > WS-CNS-FIG(WS-CNS-HIT, 6)
                   MOVE AKH-DAYS-TO-ACK TO WS-CNS-FIG(WS-CNS-HIT, 6)
               END-IF
           END-IF
           IF AKH-FIRST-DATE <= WS-MONTH-LAST-X
                   AND AKH-ACK-DATE > WS-MONTH-LAST-X
               ADD 1 TO WS-CNS-FIG(WS-CNS-HIT, 7)
           END-IF.

      *  ACKOUTS - still outstanding now, so outstanding at month end
      *  too if first delivered by then.  A split message is counted
      *  once, on its first part.
       5500-SCAN-OUTSTANDING.
           OPEN INPUT OUTSTANDING-FILE
           IF WS-OUTS-STATUS = '35'
               CONTINUE
           ELSE
               MOVE WS-OUTS-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT OPEN OUTSTANDING-FILE (ACKOUTS)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM 5600-READ-ONE-OUTSTANDING UNTIL END-OF-FILE
               CLOSE OUTSTANDING-FILE
               MOVE WS-OUTS-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT CLOSE OUTSTANDING-FILE (ACKOUTS)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

       5600-READ-ONE-OUTSTANDING.
           READ OUTSTANDING-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF OUTS-DEST-NO >= '1' AND OUTS-DEST-NO <= '3'
                           AND OUTS-FIRST-DATE <= WS-MONTH-LAST-X
                           AND (OUTS-SEG-NO = '001'
                               OR OUTS-SEG-NO = SPACES)
                       MOVE OUTS-DEST-NO TO WS-CNS-HIT
                       ADD 1 TO WS-CNS-FIG(WS-CNS-HIT, 7)
                   END-IF
           END-READ
           IF WS-OUTS-STATUS NOT = '00' AND WS-OUTS-STATUS NOT = '10'
                   AND WS-OUTS-STATUS NOT = '09'
               MOVE WS-OUTS-STATUS TO WS-CHECK-STATUS
               MOVE 'ERROR READING OUTSTANDING-FILE (ACKOUTS)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

      *  Whole days, rounded.
       5900-COMPUTE-AVERAGE.
           IF WS-CNS-FIG(WS-CNS-SUB, 4) > 0
               COMPUTE WS-CNS-FIG(WS-CNS-SUB, 5) ROUNDED =
                   WS-CNS-DAYS-TOTAL(WS-CNS-SUB)
                       / WS-CNS-FIG(WS-CNS-SUB, 4)
           END-IF.

      *  SVCHIST - the month before's figures, for the comparison.
      *  A source or reason seen only last month still gets its line,
      *  showing this month's zero against it.
       6000-LOAD-PRIOR-MONTH.
           OPEN INPUT SVC-HIST-FILE
           IF WS-SVCHIST-STATUS = '35'
               CONTINUE
           ELSE
               MOVE WS-SVCHIST-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT OPEN SVC-HIST-FILE (SVCHIST)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM 6100-READ-ONE-PRIOR UNTIL END-OF-FILE
               CLOSE SVC-HIST-FILE
               MOVE WS-SVCHIST-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT CLOSE SVC-HIST-FILE (SVCHIST)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF
           IF PRIOR-MONTH-FOUND
               MOVE SPACES TO WS-HDR-PRIOR-NOTE
           ELSE
               MOVE ' - NOT ON FILE, NO CHANGES SHOWN'
                   TO WS-HDR-PRIOR-NOTE
           END-IF.

       6100-READ-ONE-PRIOR.
           READ SVC-HIST-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF SVH-MONTH = WS-PRIOR-MONTH
                       SET PRIOR-MONTH-FOUND TO TRUE
                       PERFORM 6200-LOAD-ONE-PRIOR
                   END-IF
           END-READ
           IF WS-SVCHIST-STATUS NOT = '00'
                   AND WS-SVCHIST-STATUS NOT = '10'
               MOVE WS-SVCHIST-STATUS TO WS-CHECK-STATUS
               MOVE 'ERROR READING SVC-HIST-FILE (SVCHIST)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

       6200-LOAD-ONE-PRIOR.
           EVALUATE TRUE
               WHEN SVH-SOURCE-ROW
                   MOVE SVH-SOURCE TO WS-SRC-SEARCH
                   PERFORM 8000-FIND-SOURCE-ENTRY
                   PERFORM 6210-LOAD-PRIOR-SOURCE-FIGURE
                       VARYING WS-FIG-SUB FROM 1 BY 1
                       UNTIL WS-FIG-SUB > SOURCE-FIG-MAX
               WHEN SVH-REASON-ROW
                   MOVE SVH-SOURCE TO WS-SRC-SEARCH
                   PERFORM 8000-FIND-SOURCE-ENTRY
                   MOVE SVH-REASON-CODE TO WS-RSV-SEARCH-REASON
                   PERFORM 8100-FIND-REASON-ENTRY
                   IF SVH-FIG(1) IS NUMERIC
                       MOVE SVH-FIG(1) TO WS-RSV-PRV(WS-RSV-HIT)
                   END-IF
               WHEN SVH-CONSUMER-ROW
                   MOVE 0 TO WS-CNS-HIT
                   PERFORM 6220-TEST-ONE-CONSUMER
                       VARYING WS-CNS-SUB FROM 1 BY 1
                       UNTIL WS-CNS-SUB > CONSUMER-MAX
                   IF WS-CNS-HIT > 0
                       PERFORM 6230-LOAD-PRIOR-CONSUMER-FIG
                           VARYING WS-FIG-SUB FROM 1 BY 1
                           UNTIL WS-FIG-SUB > CONSUMER-FIG-MAX
                   END-IF
           END-EVALUATE.

       6210-LOAD-PRIOR-SOURCE-FIGURE.
           IF SVH-FIG(WS-FIG-SUB) IS NUMERIC
               MOVE SVH-FIG(WS-FIG-SUB)
                   TO WS-SVS-PRV(WS-SRC-HIT, WS-FIG-SUB)
           END-IF.

       6220-TEST-ONE-CONSUMER.
           IF WS-CNS-NAME(WS-CNS-SUB) = SVH-KEY(1:8)
               MOVE WS-CNS-SUB TO WS-CNS-HIT
           END-IF.

       6230-LOAD-PRIOR-CONSUMER-FIG.
           IF SVH-FIG(WS-FIG-SUB) IS NUMERIC
               MOVE SVH-FIG(WS-FIG-SUB)
                   TO WS-CNS-PRV(WS-CNS-HIT, WS-FIG-SUB)
           END-IF.

       7000-WRITE-REPORT.
           MOVE 'ERROR WRITING PRINT-FILE (SVCRPT)'
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
           WRITE PRINT-LINE FROM WS-SOURCE-TITLE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           IF WS-SRC-COUNT = 0
               WRITE PRINT-LINE FROM WS-EMPTY-SOURCE-LINE
               MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
               PERFORM 9000-CHECK-STATUS
           ELSE
               WRITE PRINT-LINE FROM WS-SOURCE-HEADER-1
               MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
               PERFORM 9000-CHECK-STATUS
               WRITE PRINT-LINE FROM WS-SOURCE-HEADER-2
               MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
               PERFORM 9000-CHECK-STATUS
               PERFORM 7100-WRITE-ONE-SOURCE
                   VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SRC-COUNT
           END-IF
           WRITE PRINT-LINE FROM SPACES
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           WRITE PRINT-LINE FROM WS-CONSUMER-TITLE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           WRITE PRINT-LINE FROM WS-CONSUMER-HEADER-1
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           WRITE PRINT-LINE FROM WS-CONSUMER-HEADER-2
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           PERFORM 7200-WRITE-ONE-CONSUMER
               VARYING WS-CNS-SUB FROM 1 BY 1
               UNTIL WS-CNS-SUB > CONSUMER-MAX
           PERFORM 7300-WRITE-TRAILERS.

       7100-WRITE-ONE-SOURCE.
           MOVE SPACES TO WS-SOURCE-LINE
           MOVE WS-SVS-SOURCE(WS-SRC-SUB) TO WS-SDL-SOURCE
           PERFORM 7110-FORMAT-SOURCE-FIGURE
               VARYING WS-FIG-SUB FROM 1 BY 1
               UNTIL WS-FIG-SUB > SOURCE-FIG-MAX
           WRITE PRINT-LINE FROM WS-SOURCE-LINE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           PERFORM 7120-WRITE-ONE-REASON
               VARYING WS-RSV-SUB FROM 1 BY 1
               UNTIL WS-RSV-SUB > WS-RSV-COUNT.

       7110-FORMAT-SOURCE-FIGURE.
           MOVE WS-SVS-FIG(WS-SRC-SUB, WS-FIG-SUB)
               TO WS-SDL-MONTH(WS-FIG-SUB)
           IF PRIOR-MONTH-FOUND
               COMPUTE WS-CHANGE = WS-SVS-FIG(WS-SRC-SUB, WS-FIG-SUB)
                   - WS-SVS-PRV(WS-SRC-SUB, WS-FIG-SUB)
               MOVE WS-CHANGE TO WS-SDL-CHANGE(WS-FIG-SUB)
           ELSE
               MOVE SPACES TO WS-SDL-CHANGE-X(WS-FIG-SUB)
           END-IF.

       7120-WRITE-ONE-REASON.
           IF WS-RSV-SOURCE(WS-RSV-SUB) = WS-SVS-SOURCE(WS-SRC-SUB)
               MOVE WS-RSV-REASON(WS-RSV-SUB) TO WS-RDL-REASON
               MOVE WS-RSV-FIG(WS-RSV-SUB) TO WS-RDL-MONTH
               IF PRIOR-MONTH-FOUND
                   COMPUTE WS-CHANGE = WS-RSV-FIG(WS-RSV-SUB)
                       - WS-RSV-PRV(WS-RSV-SUB)
                   MOVE WS-CHANGE TO WS-RDL-CHANGE
               ELSE
                   MOVE SPACES TO WS-RDL-CHANGE-X
               END-IF
               WRITE PRINT-LINE FROM WS-REASON-LINE
               MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
               PERFORM 9000-CHECK-STATUS
           END-IF.

       7200-WRITE-ONE-CONSUMER.
           MOVE SPACES TO WS-CONSUMER-LINE
           MOVE WS-CNS-NAME(WS-CNS-SUB) TO WS-CDL-NAME
           PERFORM 7210-FORMAT-CONSUMER-FIGURE
               VARYING WS-FIG-SUB FROM 1 BY 1
               UNTIL WS-FIG-SUB > CONSUMER-FIG-MAX
           WRITE PRINT-LINE FROM WS-CONSUMER-LINE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS.

       7210-FORMAT-CONSUMER-FIGURE.
           MOVE WS-CNS-FIG(WS-CNS-SUB, WS-FIG-SUB)
               TO WS-CDL-MONTH(WS-FIG-SUB)
           IF PRIOR-MONTH-FOUND
               COMPUTE WS-CHANGE = WS-CNS-FIG(WS-CNS-SUB, WS-FIG-SUB)
                   - WS-CNS-PRV(WS-CNS-SUB, WS-FIG-SUB)
               MOVE WS-CHANGE TO WS-CDL-CHANGE(WS-FIG-SUB)
           ELSE
               MOVE SPACES TO WS-CDL-CHANGE-X(WS-FIG-SUB)
           END-IF.

       7300-WRITE-TRAILERS.
           MOVE WS-RUNS-COUNTED TO WS-TRL-RUNS
           MOVE WS-AUDITS-COUNTED TO WS-TRL-AUDITS
           MOVE WS-ARCHIVES-READ TO WS-TRL-ARCHIVES
           MOVE WS-ACKS-COUNTED TO WS-TRL-ACKS
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

      *  Copy every other month's lines to SVCHIST.NEW, add this
      *  month's, and rename the new file over SVCHIST in one atomic
      *  step.  A month stated again replaces its own lines.
       7500-REWRITE-SVC-HISTORY.
           OPEN OUTPUT SVC-NEW-FILE
           MOVE WS-SVCNEW-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT OPEN SVC-NEW-FILE (SVCHIST.NEW)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           OPEN INPUT SVC-HIST-FILE
           IF WS-SVCHIST-STATUS NOT = '35'
               MOVE WS-SVCHIST-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT OPEN SVC-HIST-FILE (SVCHIST)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM 7510-COPY-ONE-HISTORY UNTIL END-OF-FILE
               CLOSE SVC-HIST-FILE
               MOVE WS-SVCHIST-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT CLOSE SVC-HIST-FILE (SVCHIST)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF
           PERFORM 7520-WRITE-SOURCE-HISTORY
               VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB > WS-SRC-COUNT
           PERFORM 7530-WRITE-REASON-HISTORY
               VARYING WS-RSV-SUB FROM 1 BY 1
               UNTIL WS-RSV-SUB > WS-RSV-COUNT
           PERFORM 7540-WRITE-CONSUMER-HISTORY
               VARYING WS-CNS-SUB FROM 1 BY 1
               UNTIL WS-CNS-SUB > CONSUMER-MAX
           CLOSE SVC-NEW-FILE
           MOVE WS-SVCNEW-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT CLOSE SVC-NEW-FILE (SVCHIST.NEW)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           CALL 'CBL_RENAME_FILE' USING 'SVCHIST.NEW' 'SVCHIST'
               RETURNING WS-RENAME-RC
           END-CALL
           IF WS-RENAME-RC NOT = 0
               MOVE WS-RENAME-RC TO WS-RENAME-RC-DISPLAY
               MOVE '99' TO WS-CHECK-STATUS
               MOVE SPACES TO WS-ABEND-MESSAGE
               STRING 'CANNOT RENAME SVCHIST.NEW TO SVCHIST, RC='
                   WS-RENAME-RC-DISPLAY DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM 9999-ABEND
           END-IF.

       7510-COPY-ONE-HISTORY.
           READ SVC-HIST-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF SVH-MONTH NOT = WS-SVC-MONTH
                       WRITE SVC-NEW-RECORD FROM SVH-RECORD
                       MOVE WS-SVCNEW-STATUS TO WS-CHECK-STATUS
                       MOVE 'ERROR WRITING SVC-NEW-FILE (SVCHIST.NEW)'
                           TO WS-ABEND-MESSAGE
                       PERFORM 9000-CHECK-STATUS
                   END-IF
           END-READ
           IF WS-SVCHIST-STATUS NOT = '00'
                   AND WS-SVCHIST-STATUS NOT = '10'
               MOVE WS-SVCHIST-STATUS TO WS-CHECK-STATUS
               MOVE 'ERROR READING SVC-HIST-FILE (SVCHIST)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

       7520-WRITE-SOURCE-HISTORY.
           PERFORM 7550-START-HISTORY-LINE
           SET SVH-SOURCE-ROW TO TRUE
           MOVE WS-SVS-SOURCE(WS-SRC-SUB) TO SVH-SOURCE
           PERFORM 7525-MOVE-SOURCE-FIGURE
               VARYING WS-FIG-SUB FROM 1 BY 1
               UNTIL WS-FIG-SUB > SOURCE-FIG-MAX
           PERFORM 7560-WRITE-HISTORY-LINE.

       7525-MOVE-SOURCE-FIGURE.
           MOVE WS-SVS-FIG(WS-SRC-SUB, WS-FIG-SUB)
               TO SVH-FIG(WS-FIG-SUB).

       7530-WRITE-REASON-HISTORY.
           PERFORM 7550-START-HISTORY-LINE
           SET SVH-REASON-ROW TO TRUE
           MOVE WS-RSV-SOURCE(WS-RSV-SUB) TO SVH-SOURCE
           MOVE WS-RSV-REASON(WS-RSV-SUB) TO SVH-REASON-CODE
           MOVE WS-RSV-FIG(WS-RSV-SUB) TO SVH-FIG(1)
           PERFORM 7560-WRITE-HISTORY-LINE.

       7540-WRITE-CONSUMER-HISTORY.
           PERFORM 7550-START-HISTORY-LINE
           SET SVH-CONSUMER-ROW TO TRUE
           MOVE WS-CNS-NAME(WS-CNS-SUB) TO SVH-KEY
           PERFORM 7545-MOVE-CONSUMER-FIGURE
               VARYING WS-FIG-SUB FROM 1 BY 1
               UNTIL WS-FIG-SUB > CONSUMER-FIG-MAX
           PERFORM 7560-WRITE-HISTORY-LINE.

       7545-MOVE-CONSUMER-FIGURE.
           MOVE WS-CNS-FIG(WS-CNS-SUB, WS-FIG-SUB)
               TO SVH-FIG(WS-FIG-SUB).

      *  Unused figures are written as zero so every line reads back
      *  numeric.
       7550-START-HISTORY-LINE.
           MOVE SPACES TO SVH-RECORD
           MOVE WS-SVC-MONTH TO SVH-MONTH
           PERFORM 7555-ZERO-HISTORY-FIGURE
               VARYING WS-FIG-SUB FROM 1 BY 1
               UNTIL WS-FIG-SUB > CONSUMER-FIG-MAX.

       7555-ZERO-HISTORY-FIGURE.
           MOVE 0 TO SVH-FIG(WS-FIG-SUB).

       7560-WRITE-HISTORY-LINE.
           WRITE SVC-NEW-RECORD FROM SVH-RECORD
           MOVE WS-SVCNEW-STATUS TO WS-CHECK-STATUS
           MOVE 'ERROR WRITING SVC-NEW-FILE (SVCHIST.NEW)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS.

      *  Finds (or adds) WS-SRC-SEARCH in the source table and leaves
      *  WS-SRC-HIT at the entry.
       8000-FIND-SOURCE-ENTRY.
           MOVE 0 TO WS-SRC-HIT
           PERFORM 8010-TEST-ONE-SOURCE
               VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB > WS-SRC-COUNT
                   OR WS-SRC-HIT > 0
           IF WS-SRC-HIT = 0
               IF WS-SRC-COUNT >= SOURCE-TABLE-MAX
                   MOVE '99' TO WS-CHECK-STATUS
                   MOVE 'SOURCE TABLE OVERFLOWS' TO WS-ABEND-MESSAGE
                   PERFORM 9999-ABEND
               END-IF
               ADD 1 TO WS-SRC-COUNT
               MOVE WS-SRC-COUNT TO WS-SRC-HIT
               MOVE WS-SRC-SEARCH TO WS-SVS-SOURCE(WS-SRC-HIT)
               PERFORM 8020-ZERO-SOURCE-FIGURE
                   VARYING WS-FIG-SUB FROM 1 BY 1
                   UNTIL WS-FIG-SUB > SOURCE-FIG-MAX
           END-IF.

       8010-TEST-ONE-SOURCE.
           IF WS-SVS-SOURCE(WS-SRC-SUB) = WS-SRC-SEARCH
               MOVE WS-SRC-SUB TO WS-SRC-HIT
           END-IF.

       8020-ZERO-SOURCE-FIGURE.
           MOVE 0 TO WS-SVS-FIG(WS-SRC-HIT, WS-FIG-SUB)
           MOVE 0 TO WS-SVS-PRV(WS-SRC-HIT, WS-FIG-SUB).

      *  Finds (or adds) WS-SRC-SEARCH / WS-RSV-SEARCH-REASON in the
      *  reason table and leaves WS-RSV-HIT at the entry.
       8100-FIND-REASON-ENTRY.
           MOVE 0 TO WS-RSV-HIT
           PERFORM 8110-TEST-ONE-REASON
               VARYING WS-RSV-SUB FROM 1 BY 1
               UNTIL WS-RSV-SUB > WS-RSV-COUNT
                   OR WS-RSV-HIT > 0
           IF WS-RSV-HIT = 0
               IF WS-RSV-COUNT >= REASON-TABLE-MAX
                   MOVE '99' TO WS-CHECK-STATUS
                   MOVE 'REASON TABLE OVERFLOWS' TO WS-ABEND-MESSAGE
                   PERFORM 9999-ABEND
               END-IF
               ADD 1 TO WS-RSV-COUNT
               MOVE WS-RSV-COUNT TO WS-RSV-HIT
               MOVE WS-SRC-SEARCH TO WS-RSV-SOURCE(WS-RSV-HIT)
               MOVE WS-RSV-SEARCH-REASON TO WS-RSV-REASON(WS-RSV-HIT)
               MOVE 0 TO WS-RSV-FIG(WS-RSV-HIT)
               MOVE 0 TO WS-RSV-PRV(WS-RSV-HIT)
           END-IF.

       8110-TEST-ONE-REASON.
           IF WS-RSV-SOURCE(WS-RSV-SUB) = WS-SRC-SEARCH
                   AND WS-RSV-REASON(WS-RSV-SUB) = WS-RSV-SEARCH-REASON
               MOVE WS-RSV-SUB TO WS-RSV-HIT
           END-IF.

      *  The row for WS-ROUTE-SEARCH-CODE in effect on
      *  WS-ROUTE-SEARCH-DATE; WS-FOUND-DEST-NO stays SPACE if none
      *  was, which means the message went to DESTSUSP.
       8400-FIND-DESTINATION.
           MOVE SPACE TO WS-FOUND-DEST-NO
           PERFORM 8410-TEST-ONE-ROUTE
               VARYING WS-ROUTE-SUB FROM 1 BY 1
               UNTIL WS-ROUTE-SUB > WS-ROUTE-COUNT
                   OR WS-FOUND-DEST-NO NOT = SPACE.

       8410-TEST-ONE-ROUTE.
           IF WS-RTE-CODE(WS-ROUTE-SUB) = WS-ROUTE-SEARCH-CODE
                   AND (WS-RTE-EFF-FROM(WS-ROUTE-SUB) = SPACES
                       OR WS-RTE-EFF-FROM(WS-ROUTE-SUB) <=
                           WS-ROUTE-SEARCH-DATE)
                   AND (WS-RTE-EFF-TO(WS-ROUTE-SUB) = SPACES
                       OR WS-RTE-EFF-TO(WS-ROUTE-SUB) >=
                           WS-ROUTE-SEARCH-DATE)
               MOVE WS-RTE-DEST-NO(WS-ROUTE-SUB) TO WS-FOUND-DEST-NO
           END-IF.

       9000-CHECK-STATUS.
           IF WS-CHECK-STATUS NOT = '00' AND WS-CHECK-STATUS NOT = '10'
               PERFORM 9999-ABEND
           END-IF.

       9999-ABEND.
           DISPLAY 'MSGSVC ABEND - ' WS-ABEND-MESSAGE
               ' FILE STATUS=' WS-CHECK-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
