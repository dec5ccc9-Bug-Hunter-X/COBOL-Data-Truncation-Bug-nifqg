       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGTRACE.
       AUTHOR. APPLICATION-SUPPORT.

      ******************************************************************
      *  MSGTRACE - message lifecycle trace inquiry.  When a consumer
      *  calls about one HDR-MESSAGE-ID, the answer is spread over
      *  half the suite's files; this program searches all of them in
      *  one run and prints a single chronological trace per message
      *  to TRCRPT:
      *
      *    - MSGMSTR and the MSTARCH.YYYYMMDD archives - accepted
      *      (first seen), and purged from the master;
      *    - AUDITOUT and the AUDARCH.YYYYMMDD archives - routed to
      *      which destination, delivered whole, truncated or split
      *      into segments, and the audit record archived;
      *    - DUPLOG - suppressed as a duplicate;
      *    - SUSPMSTR and SUSDEAD - rejected, with the reason code and
      *      the reject count, still in suspense or expired;
      *    - MSGHELD - held by an operator's MSGHOLD entry and not yet
      *      released, with the entry's type, value, reason and last
      *      day (a held message is in none of the files above);
      *    - ACKOUTS - delivered and still outstanding (for how many
      *      days), and resent once it aged past RESENDAGE;
      *    - ACKHIST - acknowledged, on the night MSGACK matched the
      *      ack.  A delivery to DEST01-03 that is in neither ACKOUTS
      *      nor ACKHIST was acknowledged before the history began,
      *      and is shown as acknowledged on the day it was routed.
      *      Run this after the night's MSGACK.
      *
      *  A listed message found nowhere is reported as NEVER
      *  RECEIVED - which is itself the answer half the time.
      *
      *  Messages are chosen either by a list of MSGID= lines or by
      *  SOURCE= with an origin-timestamp range (HDR-ORIGIN-TIMESTAMP
      *  from TSFROM= to TSTO=); every record in the files searched
      *  that matches the source and range puts its message on the
      *  report.  The dated archives are probed day by day for the
      *  ARCHDAYS days up to the run date - a day with no archive is
      *  simply skipped.  Read-only: nothing is ever written but the
      *  report.
      *
      *  TRCCTL keywords, one per line, '*' comments:
      *      MSGID=xxxxxxxxxxxx      (trace this message - repeat the
      *                               line for each one)
      *      SOURCE=xxxx             (trace this source's messages...)
      *      TSFROM=YYYYMMDD[HHMMSS] (...originated no earlier than)
      *      TSTO=YYYYMMDD[HHMMSS]   (...originated no later than)
      *      ARCHDAYS=nnnn           (days of dated archives to
      *                               search, default 90)
      *      RESENDAGE=nnn           (keep in step with ACKCTL,
      *                               default 1)
      *  MSGID= and SOURCE= cannot be combined; one of them is
      *  required.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO 'TRCCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT ROUTE-FILE ASSIGN TO 'MSGROUTE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTE-STATUS.

      *  Random reads by key for a message-ID list, a front-to-back
      *  pass for a source and range.
           SELECT MASTER-FILE ASSIGN TO 'MSGMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-MESSAGE-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT MASTER-ARCH-FILE ASSIGN USING WS-MASTER-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-ARCH-STATUS.

      *  One FD serves AUDITOUT and every AUDARCH.YYYYMMDD - they
      *  share the MSGAUD01 layout, so only the name changes.
           SELECT AUDIT-FILE ASSIGN USING WS-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT DUP-LOG-FILE ASSIGN TO 'DUPLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPLOG-STATUS.

      *  SUSPMSTR and SUSDEAD share one layout, and like every
      *  suspense file they are record sequential.
           SELECT SUSPENSE-FILE ASSIGN USING WS-SUSPENSE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

      *  Record sequential, as MSGPROC writes it.
           SELECT HELD-FILE ASSIGN TO 'MSGHELD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.

           SELECT OUTSTANDING-FILE ASSIGN TO 'ACKOUTS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTS-STATUS.

           SELECT ACK-HIST-FILE ASSIGN TO 'ACKHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-HIST-STATUS.

           SELECT PRINT-FILE ASSIGN TO 'TRCRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-RECORD                  PIC X(80).

       FD  ROUTE-FILE.
       01  ROUTE-RECORD                PIC X(80).

       FD  MASTER-FILE.
       COPY MSGMST01.

      *  Same layout as MSGMST01 - MSGPURGE writes retired master
      *  records to the archive unchanged.
       FD  MASTER-ARCH-FILE.
       01  MASTER-ARCH-RECORD.
           05  MSTA-MESSAGE-ID          PIC X(12).
           05  MSTA-SOURCE-SYSTEM       PIC X(4).
           05  MSTA-ORIGIN-TS           PIC X(14).
           05  MSTA-FIRST-SEEN          PIC X(21).

       FD  AUDIT-FILE.
       COPY MSGAUD01.

      *  Same layout as MSGPROC's DUP-LOG-RECORD.
       FD  DUP-LOG-FILE.
       01  DUP-LOG-RECORD.
           05  DUP-TIMESTAMP            PIC X(21).
           05  FILLER                   PIC X.
           05  DUP-MESSAGE-ID           PIC X(12).
           05  FILLER                   PIC X.
           05  DUP-SOURCE-SYSTEM        PIC X(4).
           05  FILLER                   PIC X.
           05  DUP-PRIORITY             PIC X.
           05  FILLER                   PIC X.
           05  DUP-ORIGIN-TS            PIC X(14).
           05  FILLER                   PIC X.
           05  DUP-ROUTING-CODE         PIC X(3).
           05  FILLER                   PIC X.
           05  DUP-FIRST-SEEN           PIC X(21).
           05  FILLER                   PIC X.
           05  DUP-MESSAGE              PIC X(200).

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
               10  SUS-PRIORITY         PIC X.
               10  SUS-ORIGIN-TS        PIC X(14).
               10  FILLER               PIC X(203).

      *  The inbound record inside HELD-ORIGINAL-RECORD carries the
      *  record type in column 1 and the MSGHDR01 header behind it,
      *  as in the suspense files.
       FD  HELD-FILE.
       COPY MSGHLD01.

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

       FD  ACK-HIST-FILE.
       COPY MSGAKH01.

       FD  PRINT-FILE.
       01  PRINT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS               PIC XX.
       01  WS-ROUTE-STATUS             PIC XX.
       01  WS-MASTER-STATUS            PIC XX.
       01  WS-MASTER-ARCH-STATUS       PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-DUPLOG-STATUS            PIC XX.
       01  WS-SUSP-STATUS              PIC XX.
       01  WS-HELD-STATUS              PIC XX.
       01  WS-OUTS-STATUS              PIC XX.
       01  WS-ACK-HIST-STATUS          PIC XX.
       01  WS-PRINT-STATUS             PIC XX.

       01  WS-CHECK-STATUS             PIC XX.
       01  WS-ABEND-MESSAGE            PIC X(60).

       01  WS-MASTER-ARCH-NAME         PIC X(16) VALUE SPACES.
       01  WS-AUDIT-NAME               PIC X(16) VALUE SPACES.
       01  WS-SUSPENSE-NAME            PIC X(8) VALUE SPACES.

      *  Selection criteria from TRCCTL.
       01  WS-SELECT-MODE              PIC X VALUE SPACE.
           88  SELECT-BY-ID                  VALUE 'I'.
           88  SELECT-BY-SOURCE              VALUE 'S'.
       01  WS-SEL-SOURCE               PIC X(4) VALUE SPACES.
       01  WS-SEL-TS-FROM              PIC X(14)
               VALUE '00000000000000'.
       01  WS-SEL-TS-TO                PIC X(14)
               VALUE '99999999999999'.
       01  WS-ARCH-DAYS                PIC 9(4) VALUE 90.
       01  WS-RESEND-AGE               PIC 9(4) VALUE 1.

       01  WS-END-OF-FILE              PIC X VALUE 'N'.
           88  END-OF-FILE                   VALUE 'Y'.
       01  WS-OUTS-FOUND               PIC X VALUE 'N'.
           88  OUTS-FILE-FOUND               VALUE 'Y'.
       01  WS-EVENT-FOUND              PIC X VALUE 'N'.
           88  EVENT-FOUND                   VALUE 'Y'.

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
       01  WS-FOUND-DEST-NAME          PIC X(8) VALUE SPACES.

      *  One entry per message on the report - listed up front for a
      *  MSGID= run, added as the files are searched for a SOURCE=
      *  run.  WS-TRC-ROUTED-DATE is the date the message was routed
      *  to each of DEST01-03 (spaces if never), WS-TRC-OUTSTANDING
      *  whether ACKOUTS still holds it for that destination and
      *  WS-TRC-ACK-HIST whether ACKHIST has dated its ack - a routed
      *  message with neither was acknowledged before the history.
       78  TRACE-TABLE-MAX             VALUE 500.
       01  WS-TRACE-COUNT              PIC 9(4) COMP VALUE 0.
       01  WS-TRACE-SUB                PIC 9(4) COMP VALUE 0.
       01  WS-TRACE-HIT                PIC 9(4) COMP VALUE 0.
       01  WS-TRACE-TABLE.
           05  WS-TRACE-ENTRY           OCCURS TRACE-TABLE-MAX TIMES.
               10  WS-TRC-MSG-ID        PIC X(12).
               10  WS-TRC-SOURCE        PIC X(4).
               10  WS-TRC-ORIGIN-TS     PIC X(14).
               10  WS-TRC-EVENTS        PIC 9(4) COMP.
               10  WS-TRC-DEST-STATE    OCCURS 3 TIMES.
                   15  WS-TRC-ROUTED-DATE   PIC X(8).
                   15  WS-TRC-OUTSTANDING   PIC X.
                   15  WS-TRC-ACK-HIST      PIC X.

      *  Every event found, in the order the files were searched.
      *  WS-EVT-WHEN (YYYYMMDDHHMMSS) is the sort key the report
      *  prints each trace in; events the files only date to the day
      *  carry a nominal time and WS-EVT-DATE-ONLY 'Y', so the report
      *  shows no time for them.
       78  EVENT-TABLE-MAX             VALUE 5000.
       01  WS-EVENT-COUNT              PIC 9(4) COMP VALUE 0.
       01  WS-EVENT-SUB                PIC 9(4) COMP VALUE 0.
       01  WS-EVENT-HIT                PIC 9(4) COMP VALUE 0.
       01  WS-EVENT-TABLE.
           05  WS-EVENT-ENTRY           OCCURS EVENT-TABLE-MAX TIMES.
               10  WS-EVT-TRACE-SUB     PIC 9(4) COMP.
               10  WS-EVT-WHEN          PIC X(14).
               10  WS-EVT-DATE-ONLY     PIC X.
               10  WS-EVT-PRINTED       PIC X.
               10  WS-EVT-WHERE         PIC X(16).
               10  WS-EVT-TEXT          PIC X(89).

      *  The event being added - built here, then tabled by
      *  8200-ADD-EVENT.
       01  WS-NEW-EVENT.
           05  WS-NEW-WHEN              PIC X(14).
           05  WS-NEW-DATE-ONLY         PIC X.
           05  WS-NEW-WHERE             PIC X(16).
           05  WS-NEW-TEXT              PIC X(89).

      *  The identity of the record being looked at, whichever file
      *  it came from.
       01  WS-CAND-MSG-ID              PIC X(12) VALUE SPACES.
       01  WS-CAND-SOURCE              PIC X(4) VALUE SPACES.
       01  WS-CAND-ORIGIN-TS           PIC X(14) VALUE SPACES.

       01  WS-EVENTS-LEFT              PIC 9(4) COMP VALUE 0.
       01  WS-LOW-WHEN                 PIC X(14) VALUE SPACES.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-TODAY-DATE               PIC X(8).
       01  WS-TODAY-DAY-NO             PIC 9(8) COMP VALUE 0.
       01  WS-ARCH-DAY-NO              PIC 9(8) COMP VALUE 0.
       01  WS-ARCH-FIRST-DAY-NO        PIC 9(8) COMP VALUE 0.
       01  WS-ARCH-DATE                PIC 9(8) VALUE 0.
       01  WS-ENTRY-DAY-NO             PIC 9(8) COMP VALUE 0.
       01  WS-RESEND-DATE              PIC 9(8) VALUE 0.
       01  WS-AGE-DAYS                 PIC S9(4) COMP VALUE 0.
       01  WS-AGE-DISPLAY              PIC ZZZ9.
       01  WS-COUNT-DISPLAY            PIC ZZZ9.
       01  WS-DEST-SUB                 PIC 9(4) COMP VALUE 0.
       01  WS-HOLD-TYPE-NAME           PIC X(6) VALUE SPACES.

       01  WS-LISTED-COUNT             PIC 9(8) VALUE 0.
       01  WS-NEVER-COUNT              PIC 9(8) VALUE 0.
       01  WS-ARCHIVES-SEARCHED        PIC 9(8) VALUE 0.

       01  WS-TITLE-LINE               PIC X(132)
               VALUE 'MESSAGE LIFECYCLE TRACE REPORT'.

       01  WS-HEADER-LINE-1.
           05  FILLER                   PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE          PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(112) VALUE SPACES.

       01  WS-CRIT-LINE-ID.
           05  FILLER                   PIC X(22)
                   VALUE 'SELECTED BY:  MSGID= '.
           05  WS-CRIT-LISTED           PIC ZZZ9.
           05  FILLER                   PIC X(106)
                   VALUE ' MESSAGE ID(S) LISTED'.

       01  WS-CRIT-LINE-SOURCE.
           05  FILLER                   PIC X(21)
                   VALUE 'SELECTED BY:  SOURCE '.
           05  WS-CRIT-SOURCE           PIC X(4).
           05  FILLER                   PIC X(9) VALUE '  ORIGIN '.
           05  WS-CRIT-TS-FROM          PIC X(14).
           05  FILLER                   PIC X(3) VALUE ' - '.
           05  WS-CRIT-TS-TO            PIC X(14).
           05  FILLER                   PIC X(67) VALUE SPACES.

       01  WS-CRIT-LINE-ARCH.
           05  FILLER                   PIC X(22)
                   VALUE 'ARCHIVES SEARCHED:    '.
           05  WS-CRIT-ARCH-FROM        PIC 9(8).
           05  FILLER                   PIC X(3) VALUE ' - '.
           05  WS-CRIT-ARCH-TO          PIC X(8).
           05  FILLER                   PIC X(91)
                   VALUE '  (AUDARCH.* / MSTARCH.*)'.

       01  WS-TRACE-LINE.
           05  FILLER                   PIC X(12) VALUE 'MESSAGE ID: '.
           05  WS-TRL-MSG-ID            PIC X(12).
           05  FILLER                   PIC X(10) VALUE '  SOURCE: '.
           05  WS-TRL-SOURCE            PIC X(4).
           05  FILLER                   PIC X(10) VALUE '  ORIGIN: '.
           05  WS-TRL-ORIGIN-TS         PIC X(14).
           05  FILLER                   PIC X(70) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                   PIC X(4).
           05  WS-DTL-DATE              PIC X(10).
           05  FILLER                   PIC X.
           05  WS-DTL-TIME              PIC X(8).
           05  FILLER                   PIC X(2).
           05  WS-DTL-WHERE             PIC X(16).
           05  FILLER                   PIC X(2).
           05  WS-DTL-TEXT              PIC X(89).

       01  WS-NEVER-LINE.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  FILLER                   PIC X(17)
                   VALUE 'NEVER RECEIVED - '.
           05  FILLER                   PIC X(111)
                   VALUE 'NOT FOUND IN ANY FILE SEARCHED'.

       01  WS-NONE-FOUND-LINE.
           05  FILLER                   PIC X(40)
                   VALUE 'NO MESSAGES FOUND FOR THE SOURCE AND '.
           05  FILLER                   PIC X(92)
                   VALUE 'ORIGIN RANGE SELECTED'.

       01  WS-TRAILER-LINE-1.
           05  FILLER                   PIC X(30)
                   VALUE 'MESSAGES TRACED: '.
           05  WS-TRL-TRACED            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(95) VALUE SPACES.

       01  WS-TRAILER-LINE-2.
           05  FILLER                   PIC X(30)
                   VALUE 'NEVER RECEIVED: '.
           05  WS-TRL-NEVER             PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(95) VALUE SPACES.

       01  WS-TRAILER-LINE-3.
           05  FILLER                   PIC X(30)
                   VALUE 'EVENTS FOUND: '.
           05  WS-TRL-EVENTS            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(95) VALUE SPACES.

       01  WS-TRAILER-LINE-4.
           05  FILLER                   PIC X(30)
                   VALUE 'ARCHIVE FILES SEARCHED: '.
           05  WS-TRL-ARCHIVES          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1050-SET-RUN-DATE
           PERFORM 1500-LOAD-PARAMETERS
           PERFORM 1800-LOAD-ROUTING-TABLE
           OPEN OUTPUT PRINT-FILE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT OPEN PRINT-FILE (TRCRPT)' TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           PERFORM 2000-SEARCH-MASTER
           PERFORM 2500-SEARCH-ONE-MASTER-ARCHIVE
               VARYING WS-ARCH-DAY-NO FROM WS-ARCH-FIRST-DAY-NO BY 1
               UNTIL WS-ARCH-DAY-NO > WS-TODAY-DAY-NO
           MOVE 'AUDITOUT' TO WS-AUDIT-NAME
           PERFORM 3000-SEARCH-AUDIT-FILE
           PERFORM 3500-SEARCH-ONE-AUDIT-ARCHIVE
               VARYING WS-ARCH-DAY-NO FROM WS-ARCH-FIRST-DAY-NO BY 1
               UNTIL WS-ARCH-DAY-NO > WS-TODAY-DAY-NO
           PERFORM 4000-SEARCH-DUPLOG
           MOVE 'SUSPMSTR' TO WS-SUSPENSE-NAME
           PERFORM 4500-SEARCH-SUSPENSE-FILE
           MOVE 'SUSDEAD' TO WS-SUSPENSE-NAME
           PERFORM 4500-SEARCH-SUSPENSE-FILE
           PERFORM 4700-SEARCH-HELD-FILE
           PERFORM 5000-SEARCH-OUTSTANDING
           PERFORM 5500-SEARCH-ACK-HISTORY
           IF OUTS-FILE-FOUND
               PERFORM 6000-INFER-ACKNOWLEDGED
                   VARYING WS-TRACE-SUB FROM 1 BY 1
                   UNTIL WS-TRACE-SUB > WS-TRACE-COUNT
           END-IF
           PERFORM 7000-WRITE-REPORT
           CLOSE PRINT-FILE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT CLOSE PRINT-FILE (TRCRPT)' TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
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
      *  '*' comments, unknown keywords abend.  An inquiry with no
      *  criteria has nothing to answer, so TRCCTL is required.
       1500-LOAD-PARAMETERS.
           OPEN INPUT CTL-FILE
           MOVE WS-CTL-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT OPEN CTL-FILE (TRCCTL)' TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           PERFORM 1510-READ-ONE-PARAMETER
               UNTIL WS-CTL-STATUS NOT = '00'
           IF WS-CTL-STATUS NOT = '10'
               MOVE WS-CTL-STATUS TO WS-CHECK-STATUS
               MOVE 'ERROR READING CTL-FILE (TRCCTL)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF
           CLOSE CTL-FILE
           MOVE WS-CTL-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT CLOSE CTL-FILE (TRCCTL)' TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           IF NOT SELECT-BY-ID AND NOT SELECT-BY-SOURCE
               MOVE '99' TO WS-CHECK-STATUS
               MOVE 'NO MSGID= OR SOURCE= IN TRCCTL'
                   TO WS-ABEND-MESSAGE
               PERFORM 9999-ABEND
           END-IF
           IF WS-SEL-TS-FROM > WS-SEL-TS-TO
               MOVE '99' TO WS-CHECK-STATUS
               MOVE 'TSFROM IS LATER THAN TSTO IN TRCCTL'
                   TO WS-ABEND-MESSAGE
               PERFORM 9999-ABEND
           END-IF
           IF WS-ARCH-DAYS >= WS-TODAY-DAY-NO
               MOVE 1 TO WS-ARCH-FIRST-DAY-NO
           ELSE
               COMPUTE WS-ARCH-FIRST-DAY-NO =
                   WS-TODAY-DAY-NO - WS-ARCH-DAYS
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
               WHEN CTL-RECORD(1:6) = 'MSGID='
                   IF SELECT-BY-SOURCE
                       PERFORM 1590-ABEND-MIXED-CRITERIA
                   END-IF
                   IF CTL-RECORD(7:12) = SPACES
                       MOVE '99' TO WS-CHECK-STATUS
                       MOVE 'INVALID MSGID VALUE IN TRCCTL'
                           TO WS-ABEND-MESSAGE
                       PERFORM 9999-ABEND
                   END-IF
                   SET SELECT-BY-ID TO TRUE
                   MOVE CTL-RECORD(7:12) TO WS-CAND-MSG-ID
                   PERFORM 8000-FIND-TRACE
                   IF WS-TRACE-HIT = 0
                       MOVE SPACES TO WS-CAND-SOURCE
                       MOVE SPACES TO WS-CAND-ORIGIN-TS
                       PERFORM 8100-ADD-TRACE
                       ADD 1 TO WS-LISTED-COUNT
                   END-IF
               WHEN CTL-RECORD(1:7) = 'SOURCE='
                   IF SELECT-BY-ID
                       PERFORM 1590-ABEND-MIXED-CRITERIA
                   END-IF
                   IF CTL-RECORD(8:4) = SPACES
                       MOVE '99' TO WS-CHECK-STATUS
                       MOVE 'INVALID SOURCE VALUE IN TRCCTL'
                           TO WS-ABEND-MESSAGE
                       PERFORM 9999-ABEND
                   END-IF
                   SET SELECT-BY-SOURCE TO TRUE
                   MOVE CTL-RECORD(8:4) TO WS-SEL-SOURCE
               WHEN CTL-RECORD(1:7) = 'TSFROM='
                   IF CTL-RECORD(8:8) IS NOT NUMERIC
                       MOVE '99' TO WS-CHECK-STATUS
                       MOVE 'INVALID TSFROM VALUE IN TRCCTL'
                           TO WS-ABEND-MESSAGE
                       PERFORM 9999-ABEND
                   END-IF
                   IF CTL-RECORD(16:6) = SPACES
                       STRING CTL-RECORD(8:8) '000000'
                           DELIMITED BY SIZE INTO WS-SEL-TS-FROM
                   ELSE
                       IF CTL-RECORD(16:6) IS NOT NUMERIC
                           MOVE '99' TO WS-CHECK-STATUS
                           MOVE 'INVALID TSFROM VALUE IN TRCCTL'
                               TO WS-ABEND-MESSAGE
                           PERFORM 9999-ABEND
                       END-IF
                       MOVE CTL-RECORD(8:14) TO WS-SEL-TS-FROM
                   END-IF
               WHEN CTL-RECORD(1:5) = 'TSTO='
                   IF CTL-RECORD(6:8) IS NOT NUMERIC
                       MOVE '99' TO WS-CHECK-STATUS
                       MOVE 'INVALID TSTO VALUE IN TRCCTL'
                           TO WS-ABEND-MESSAGE
                       PERFORM 9999-ABEND
                   END-IF
                   IF CTL-RECORD(14:6) = SPACES
                       STRING CTL-RECORD(6:8) '235959'
                           DELIMITED BY SIZE INTO WS-SEL-TS-TO
                   ELSE
                       IF CTL-RECORD(14:6) IS NOT NUMERIC
                           MOVE '99' TO WS-CHECK-STATUS
                           MOVE 'INVALID TSTO VALUE IN TRCCTL'
                               TO WS-ABEND-MESSAGE
                           PERFORM 9999-ABEND
                       END-IF
                       MOVE CTL-RECORD(6:14) TO WS-SEL-TS-TO
                   END-IF
               WHEN CTL-RECORD(1:9) = 'ARCHDAYS='
                   IF CTL-RECORD(10:4) NOT = SPACES
                           AND FUNCTION TEST-NUMVAL(CTL-RECORD(10:4))
                               = 0
                       COMPUTE WS-ARCH-DAYS =
                           FUNCTION NUMVAL(CTL-RECORD(10:4))
                   ELSE
                       MOVE '99' TO WS-CHECK-STATUS
                       MOVE 'INVALID ARCHDAYS VALUE IN TRCCTL'
                           TO WS-ABEND-MESSAGE
                       PERFORM 9999-ABEND
                   END-IF
               WHEN CTL-RECORD(1:10) = 'RESENDAGE='
                   IF CTL-RECORD(11:4) NOT = SPACES
                           AND FUNCTION TEST-NUMVAL(CTL-RECORD(11:4))
                               = 0
                       COMPUTE WS-RESEND-AGE =
                           FUNCTION NUMVAL(CTL-RECORD(11:4))
                   ELSE
                       MOVE '99' TO WS-CHECK-STATUS
                       MOVE 'INVALID RESENDAGE VALUE IN TRCCTL'
                           TO WS-ABEND-MESSAGE
                       PERFORM 9999-ABEND
                   END-IF
               WHEN OTHER
                   MOVE '99' TO WS-CHECK-STATUS
                   MOVE 'UNRECOGNIZED KEYWORD IN TRCCTL'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9999-ABEND
           END-EVALUATE.

       1590-ABEND-MIXED-CRITERIA.
           MOVE '99' TO WS-CHECK-STATUS
           MOVE 'MSGID= AND SOURCE= CANNOT BE COMBINED IN TRCCTL'
               TO WS-ABEND-MESSAGE
           PERFORM 9999-ABEND.

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

      *  The live master: one random read per listed ID, or a
      *  front-to-back pass for a source and range.  No MSGMSTR yet
      *  is not an error - there is simply nothing on it.
       2000-SEARCH-MASTER.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS = '35'
               CONTINUE
           ELSE
               MOVE WS-MASTER-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT OPEN MASTER-FILE (MSGMSTR)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
               IF SELECT-BY-ID
                   PERFORM 2010-READ-ONE-LISTED-ID
                       VARYING WS-TRACE-SUB FROM 1 BY 1
                       UNTIL WS-TRACE-SUB > WS-TRACE-COUNT
               ELSE
                   MOVE 'N' TO WS-END-OF-FILE
                   PERFORM 2100-SCAN-ONE-MASTER UNTIL END-OF-FILE
               END-IF
               CLOSE MASTER-FILE
               MOVE WS-MASTER-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT CLOSE MASTER-FILE (MSGMSTR)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

       2010-READ-ONE-LISTED-ID.
           MOVE WS-TRC-MSG-ID(WS-TRACE-SUB) TO MST-MESSAGE-ID
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 2200-MASTER-EVENT
           END-READ
           IF WS-MASTER-STATUS NOT = '00'
                   AND WS-MASTER-STATUS NOT = '23'
               MOVE WS-MASTER-STATUS TO WS-CHECK-STATUS
               MOVE 'ERROR READING MASTER-FILE (MSGMSTR)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

       2100-SCAN-ONE-MASTER.
           READ MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM 2200-MASTER-EVENT
           END-READ
           IF WS-MASTER-STATUS NOT = '00'
                   AND WS-MASTER-STATUS NOT = '10'
               MOVE WS-MASTER-STATUS TO WS-CHECK-STATUS
               MOVE 'ERROR READING MASTER-FILE (MSGMSTR)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

       2200-MASTER-EVENT.
           MOVE MST-MESSAGE-ID TO WS-CAND-MSG-ID
           MOVE MST-SOURCE-SYSTEM TO WS-CAND-SOURCE
           MOVE MST-ORIGIN-TS TO WS-CAND-ORIGIN-TS
           PERFORM 8300-SELECT-CANDIDATE
           IF WS-TRACE-HIT > 0
               MOVE MST-FIRST-SEEN(1:14) TO WS-NEW-WHEN
               MOVE 'N' TO WS-NEW-DATE-ONLY
               MOVE 'MSGMSTR' TO WS-NEW-WHERE
               MOVE 'ACCEPTED - FIRST SEEN, STILL ON THE MESSAGE MASTER'
                   TO WS-NEW-TEXT
               PERFORM 8200-ADD-EVENT
           END-IF.

      *  One day's MSTARCH file, if MSGPURGE ran that day.  A record
      *  here was accepted on its first-seen date and purged from the
      *  master on the archive's date.
       2500-SEARCH-ONE-MASTER-ARCHIVE.
           COMPUTE WS-ARCH-DATE =
               FUNCTION DATE-OF-INTEGER(WS-ARCH-DAY-NO)
           MOVE SPACES TO WS-MASTER-ARCH-NAME
           STRING 'MSTARCH.' WS-ARCH-DATE DELIMITED BY SIZE
               INTO WS-MASTER-ARCH-NAME
           OPEN INPUT MASTER-ARCH-FILE
           IF WS-MASTER-ARCH-STATUS = '35'
               CONTINUE
           ELSE
               MOVE WS-MASTER-ARCH-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT OPEN MASTER-ARCH-FILE (MSTARCH)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
               ADD 1 TO WS-ARCHIVES-SEARCHED
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM 2510-SCAN-ONE-MASTER-ARCH UNTIL END-OF-FILE
               CLOSE MASTER-ARCH-FILE
               MOVE WS-MASTER-ARCH-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT CLOSE MASTER-ARCH-FILE (MSTARCH)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

       2510-SCAN-ONE-MASTER-ARCH.
           READ MASTER-ARCH-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM 2520-MASTER-ARCH-EVENTS
           END-READ
           IF WS-MASTER-ARCH-STATUS NOT = '00'
                   AND WS-MASTER-ARCH-STATUS NOT = '10'
                   AND WS-MASTER-ARCH-STATUS NOT = '09'
               MOVE WS-MASTER-ARCH-STATUS TO WS-CHECK-STATUS
               MOVE 'ERROR READING MASTER-ARCH-FILE (MSTARCH)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

       2520-MASTER-ARCH-EVENTS.
           MOVE MSTA-MESSAGE-ID TO WS-CAND-MSG-ID
           MOVE MSTA-SOURCE-SYSTEM TO WS-CAND-SOURCE
           MOVE MSTA-ORIGIN-TS TO WS-CAND-ORIGIN-TS
           PERFORM 8300-SELECT-CANDIDATE
           IF WS-TRACE-HIT > 0
               MOVE MSTA-FIRST-SEEN(1:14) TO WS-NEW-WHEN
               MOVE 'N' TO WS-NEW-DATE-ONLY
               MOVE WS-MASTER-ARCH-NAME TO WS-NEW-WHERE
               MOVE 'ACCEPTED - FIRST SEEN' TO WS-NEW-TEXT
               PERFORM 8200-ADD-EVENT
               STRING WS-ARCH-DATE '235959' DELIMITED BY SIZE
                   INTO WS-NEW-WHEN
               MOVE 'Y' TO WS-NEW-DATE-ONLY
               MOVE 'PURGED FROM THE MESSAGE MASTER (MSGPURGE)'
                   TO WS-NEW-TEXT
               PERFORM 8200-ADD-EVENT
           END-IF.

      *  AUDITOUT or one AUDARCH file - WS-AUDIT-NAME says which.
       3000-SEARCH-AUDIT-FILE.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = '35'
               CONTINUE
           ELSE
               MOVE WS-AUDIT-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT OPEN AUDIT-FILE' TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM 3100-SCAN-ONE-AUDIT UNTIL END-OF-FILE
               CLOSE AUDIT-FILE
               MOVE WS-AUDIT-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT CLOSE AUDIT-FILE' TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

       3100-SCAN-ONE-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM 3200-AUDIT-EVENTS
           END-READ
           IF WS-AUDIT-STATUS NOT = '00' AND WS-AUDIT-STATUS NOT = '10'
                   AND WS-AUDIT-STATUS NOT = '09'
               MOVE WS-AUDIT-STATUS TO WS-CHECK-STATUS
               MOVE 'ERROR READING AUDIT-FILE' TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

      *  An audit record is written for every message routed, so it
      *  says where the message went and in what shape.  One that has
      *  since been rolled off to an archive says that too.
       3200-AUDIT-EVENTS.
           MOVE AUDIT-MESSAGE-ID TO WS-CAND-MSG-ID
           MOVE AUDIT-SOURCE-SYSTEM TO WS-CAND-SOURCE
           MOVE AUDIT-ORIGIN-TS TO WS-CAND-ORIGIN-TS
           PERFORM 8300-SELECT-CANDIDATE
           IF WS-TRACE-HIT > 0
               MOVE AUDIT-ROUTING-CODE TO WS-ROUTE-SEARCH-CODE
               MOVE AUDIT-TIMESTAMP(1:8) TO WS-ROUTE-SEARCH-DATE
               PERFORM 8400-FIND-DESTINATION
               MOVE AUDIT-TIMESTAMP(1:14) TO WS-NEW-WHEN
               MOVE 'N' TO WS-NEW-DATE-ONLY
               MOVE WS-AUDIT-NAME TO WS-NEW-WHERE
               MOVE SPACES TO WS-NEW-TEXT
               EVALUATE AUDIT-TRUNCATED-FLAG
                   WHEN 'Y'
                       STRING 'ROUTED: CODE ' AUDIT-ROUTING-CODE ' TO '
                               DELIMITED BY SIZE
                           WS-FOUND-DEST-NAME DELIMITED BY SPACE
                           ' - TRUNCATED' DELIMITED BY SIZE
                           INTO WS-NEW-TEXT
                   WHEN 'S'
                       STRING 'ROUTED: CODE ' AUDIT-ROUTING-CODE ' TO '
                               DELIMITED BY SIZE
                           WS-FOUND-DEST-NAME DELIMITED BY SPACE
                           ' - SPLIT INTO SEGMENTS' DELIMITED BY SIZE
                           INTO WS-NEW-TEXT
                   WHEN OTHER
                       STRING 'ROUTED: CODE ' AUDIT-ROUTING-CODE ' TO '
                               DELIMITED BY SIZE
                           WS-FOUND-DEST-NAME DELIMITED BY SPACE
                           ' - DELIVERED IN FULL' DELIMITED BY SIZE
                           INTO WS-NEW-TEXT
               END-EVALUATE
               PERFORM 8200-ADD-EVENT
               IF WS-FOUND-DEST-NO >= '1' AND WS-FOUND-DEST-NO <= '3'
                   MOVE WS-FOUND-DEST-NO TO WS-DEST-SUB
                   MOVE AUDIT-TIMESTAMP(1:8)
                       TO WS-TRC-ROUTED-DATE(WS-TRACE-HIT, WS-DEST-SUB)
               END-IF
               IF WS-AUDIT-NAME NOT = 'AUDITOUT'
                   STRING WS-ARCH-DATE '235959' DELIMITED BY SIZE
                       INTO WS-NEW-WHEN
                   MOVE 'Y' TO WS-NEW-DATE-ONLY
                   MOVE 'AUDIT RECORD ARCHIVED (MSGAUDIT ARCHIVE)'
                       TO WS-NEW-TEXT
                   PERFORM 8200-ADD-EVENT
               END-IF
           END-IF.

       3500-SEARCH-ONE-AUDIT-ARCHIVE.
           COMPUTE WS-ARCH-DATE =
               FUNCTION DATE-OF-INTEGER(WS-ARCH-DAY-NO)
           MOVE SPACES TO WS-AUDIT-NAME
           STRING 'AUDARCH.' WS-ARCH-DATE DELIMITED BY SIZE
               INTO WS-AUDIT-NAME
           PERFORM 3000-SEARCH-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '35'
               ADD 1 TO WS-ARCHIVES-SEARCHED
           END-IF.

       4000-SEARCH-DUPLOG.
           OPEN INPUT DUP-LOG-FILE
           IF WS-DUPLOG-STATUS = '35'
               CONTINUE
           ELSE
               MOVE WS-DUPLOG-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT OPEN DUP-LOG-FILE (DUPLOG)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM 4100-SCAN-ONE-DUPLICATE UNTIL END-OF-FILE
               CLOSE DUP-LOG-FILE
               MOVE WS-DUPLOG-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT CLOSE DUP-LOG-FILE (DUPLOG)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

       4100-SCAN-ONE-DUPLICATE.
           READ DUP-LOG-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM 4200-DUPLICATE-EVENT
           END-READ
           IF WS-DUPLOG-STATUS NOT = '00'
                   AND WS-DUPLOG-STATUS NOT = '10'
                   AND WS-DUPLOG-STATUS NOT = '09'
               MOVE WS-DUPLOG-STATUS TO WS-CHECK-STATUS
               MOVE 'ERROR READING DUP-LOG-FILE (DUPLOG)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

       4200-DUPLICATE-EVENT.
           MOVE DUP-MESSAGE-ID TO WS-CAND-MSG-ID
           MOVE DUP-SOURCE-SYSTEM TO WS-CAND-SOURCE
           MOVE DUP-ORIGIN-TS TO WS-CAND-ORIGIN-TS
           PERFORM 8300-SELECT-CANDIDATE
           IF WS-TRACE-HIT > 0
               MOVE DUP-TIMESTAMP(1:14) TO WS-NEW-WHEN
               MOVE 'N' TO WS-NEW-DATE-ONLY
               MOVE 'DUPLOG' TO WS-NEW-WHERE
               MOVE SPACES TO WS-NEW-TEXT
               STRING 'SUPPRESSED AS A DUPLICATE - ORIGINAL FIRST SEEN '
                   DUP-FIRST-SEEN(1:8)
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
               PERFORM 8200-ADD-EVENT
           END-IF.

      *  SUSPMSTR or SUSDEAD - WS-SUSPENSE-NAME says which.  Only a
      *  data record has a message ID to match; a rejected batch
      *  header or trailer never does.
       4500-SEARCH-SUSPENSE-FILE.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-STATUS = '35'
               CONTINUE
           ELSE
               MOVE WS-SUSP-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT OPEN SUSPENSE-FILE' TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM 4510-SCAN-ONE-SUSPENSE UNTIL END-OF-FILE
               CLOSE SUSPENSE-FILE
               MOVE WS-SUSP-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT CLOSE SUSPENSE-FILE' TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

       4510-SCAN-ONE-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF SUS-REC-TYPE = 'D'
                       PERFORM 4520-SUSPENSE-EVENT
                   END-IF
           END-READ
           IF WS-SUSP-STATUS NOT = '00' AND WS-SUSP-STATUS NOT = '10'
                   AND WS-SUSP-STATUS NOT = '09'
               MOVE WS-SUSP-STATUS TO WS-CHECK-STATUS
               MOVE 'ERROR READING SUSPENSE-FILE' TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

       4520-SUSPENSE-EVENT.
           MOVE SUS-MESSAGE-ID TO WS-CAND-MSG-ID
           MOVE SUS-SOURCE-SYSTEM TO WS-CAND-SOURCE
           MOVE SUS-ORIGIN-TS TO WS-CAND-ORIGIN-TS
           PERFORM 8300-SELECT-CANDIDATE
           IF WS-TRACE-HIT > 0
               STRING SUS-FIRST-DATE '000000' DELIMITED BY SIZE
                   INTO WS-NEW-WHEN
               MOVE 'Y' TO WS-NEW-DATE-ONLY
               MOVE WS-SUSPENSE-NAME TO WS-NEW-WHERE
               IF SUS-REJ-COUNT IS NUMERIC
                   MOVE SUS-REJ-COUNT TO WS-COUNT-DISPLAY
               ELSE
                   MOVE 0 TO WS-COUNT-DISPLAY
               END-IF
               MOVE SPACES TO WS-NEW-TEXT
               IF WS-SUSPENSE-NAME = 'SUSDEAD'
                   STRING 'REJECTED ' SUS-REASON-CODE ' X'
                       WS-COUNT-DISPLAY
                       ' - EXPIRED TO DEAD-LETTER, NEVER REPROCESSED'
                       DELIMITED BY SIZE INTO WS-NEW-TEXT
               ELSE
                   STRING 'REJECTED ' SUS-REASON-CODE ' X'
                       WS-COUNT-DISPLAY
                       ' - STILL IN SUSPENSE AWAITING A FIX'
                       DELIMITED BY SIZE INTO WS-NEW-TEXT
               END-IF
               PERFORM 8200-ADD-EVENT
           END-IF.

      *  MSGPROC holds a message before its master check, so until
      *  MSGRLSE releases it this is the only file that knows of it.
      *  Only a data record is ever held.
       4700-SEARCH-HELD-FILE.
           OPEN INPUT HELD-FILE
           IF WS-HELD-STATUS = '35'
               CONTINUE
           ELSE
               MOVE WS-HELD-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT OPEN HELD-FILE (MSGHELD)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM 4710-SCAN-ONE-HELD UNTIL END-OF-FILE
               CLOSE HELD-FILE
               MOVE WS-HELD-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT CLOSE HELD-FILE (MSGHELD)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

       4710-SCAN-ONE-HELD.
           READ HELD-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF HELD-ORIGINAL-RECORD(1:1) = 'D'
                       PERFORM 4720-HELD-EVENT
                   END-IF
           END-READ
           IF WS-HELD-STATUS NOT = '00' AND WS-HELD-STATUS NOT = '10'
               MOVE WS-HELD-STATUS TO WS-CHECK-STATUS
               MOVE 'ERROR READING HELD-FILE (MSGHELD)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

       4720-HELD-EVENT.
           MOVE HELD-ORIGINAL-RECORD(2:12) TO WS-CAND-MSG-ID
           MOVE HELD-ORIGINAL-RECORD(14:4) TO WS-CAND-SOURCE
           MOVE HELD-ORIGINAL-RECORD(19:14) TO WS-CAND-ORIGIN-TS
           PERFORM 8300-SELECT-CANDIDATE
           IF WS-TRACE-HIT > 0
               MOVE HELD-TIMESTAMP TO WS-NEW-WHEN
               MOVE 'N' TO WS-NEW-DATE-ONLY
               MOVE 'MSGHELD' TO WS-NEW-WHERE
               EVALUATE HELD-HOLD-TYPE
                   WHEN 'S'
                       MOVE 'SOURCE' TO WS-HOLD-TYPE-NAME
                   WHEN 'R'
                       MOVE 'ROUTE' TO WS-HOLD-TYPE-NAME
                   WHEN OTHER
                       MOVE 'MSGID' TO WS-HOLD-TYPE-NAME
               END-EVALUATE
               MOVE SPACES TO WS-NEW-TEXT
               STRING 'HELD - ' DELIMITED BY SIZE
                   WS-HOLD-TYPE-NAME DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   HELD-HOLD-VALUE DELIMITED BY SPACE
                   ', ' DELIMITED BY SIZE
                   HELD-REASON DELIMITED BY '  '
                   ', EXPIRES ' HELD-EXPIRY-DATE DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               PERFORM 8200-ADD-EVENT
           END-IF.

      *  What is in ACKOUTS is delivered and not yet acknowledged.
      *  A split message has one entry per part; its first part
      *  speaks for the message.
       5000-SEARCH-OUTSTANDING.
           OPEN INPUT OUTSTANDING-FILE
           IF WS-OUTS-STATUS = '35'
               CONTINUE
           ELSE
               MOVE WS-OUTS-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT OPEN OUTSTANDING-FILE (ACKOUTS)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
               SET OUTS-FILE-FOUND TO TRUE
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM 5100-SCAN-ONE-OUTSTANDING UNTIL END-OF-FILE
               CLOSE OUTSTANDING-FILE
               MOVE WS-OUTS-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT CLOSE OUTSTANDING-FILE (ACKOUTS)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

       5100-SCAN-ONE-OUTSTANDING.
           READ OUTSTANDING-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF OUTS-SEG-NO = '001' OR OUTS-SEG-NO IS NOT NUMERIC
                       PERFORM 5200-OUTSTANDING-EVENTS
                   END-IF
           END-READ
           IF WS-OUTS-STATUS NOT = '00' AND WS-OUTS-STATUS NOT = '10'
                   AND WS-OUTS-STATUS NOT = '09'
               MOVE WS-OUTS-STATUS TO WS-CHECK-STATUS
               MOVE 'ERROR READING OUTSTANDING-FILE (ACKOUTS)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

      *  MSGACK resends an item every night once it is RESENDAGE days
      *  old, so the first resend is dated first-sent + RESENDAGE.
       5200-OUTSTANDING-EVENTS.
           MOVE OUTS-MESSAGE-ID TO WS-CAND-MSG-ID
           MOVE OUTS-SOURCE-SYSTEM TO WS-CAND-SOURCE
           MOVE OUTS-ORIGIN-TS TO WS-CAND-ORIGIN-TS
           PERFORM 8300-SELECT-CANDIDATE
           IF WS-TRACE-HIT > 0 AND OUTS-FIRST-DATE IS NUMERIC
                   AND OUTS-DEST-NO >= '1' AND OUTS-DEST-NO <= '3'
               MOVE OUTS-DEST-NO TO WS-DEST-SUB
               MOVE 'Y' TO WS-TRC-OUTSTANDING(WS-TRACE-HIT, WS-DEST-SUB)
               COMPUTE WS-ENTRY-DAY-NO =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(OUTS-FIRST-DATE))
               COMPUTE WS-AGE-DAYS = WS-TODAY-DAY-NO - WS-ENTRY-DAY-NO
               IF WS-AGE-DAYS < 0
                   MOVE 0 TO WS-AGE-DAYS
               END-IF
               MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY
               STRING OUTS-FIRST-DATE '235959' DELIMITED BY SIZE
                   INTO WS-NEW-WHEN
               MOVE 'Y' TO WS-NEW-DATE-ONLY
               MOVE 'ACKOUTS' TO WS-NEW-WHERE
               MOVE SPACES TO WS-NEW-TEXT
               STRING 'DELIVERED TO DEST0' OUTS-DEST-NO
                   ' - NOT ACKNOWLEDGED, OUTSTANDING ' WS-AGE-DISPLAY
                   ' DAYS'
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
               PERFORM 8200-ADD-EVENT
               IF WS-AGE-DAYS >= WS-RESEND-AGE
                   COMPUTE WS-RESEND-DATE =
                       FUNCTION DATE-OF-INTEGER(
                           WS-ENTRY-DAY-NO + WS-RESEND-AGE)
                   STRING WS-RESEND-DATE '235959' DELIMITED BY SIZE
                       INTO WS-NEW-WHEN
                   MOVE SPACES TO WS-NEW-TEXT
                   STRING 'RESENT ON ACKRSND' OUTS-DEST-NO
                       ' - AND EVERY NIGHT SINCE UNTIL ACKNOWLEDGED'
                       DELIMITED BY SIZE INTO WS-NEW-TEXT
                   PERFORM 8200-ADD-EVENT
               END-IF
           END-IF.

      *  MSGACK writes one ACKHIST record per message acknowledged,
      *  dated the night it matched the ack.  The history carries no
      *  origin timestamp, so it only adds to a message some other
      *  file has already put on the report.
       5500-SEARCH-ACK-HISTORY.
           OPEN INPUT ACK-HIST-FILE
           IF WS-ACK-HIST-STATUS = '35'
               CONTINUE
           ELSE
               MOVE WS-ACK-HIST-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT OPEN ACK-HIST-FILE (ACKHIST)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM 5510-SCAN-ONE-ACK-HISTORY UNTIL END-OF-FILE
               CLOSE ACK-HIST-FILE
               MOVE WS-ACK-HIST-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT CLOSE ACK-HIST-FILE (ACKHIST)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

       5510-SCAN-ONE-ACK-HISTORY.
           READ ACK-HIST-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM 5520-ACK-HISTORY-EVENT
           END-READ
           IF WS-ACK-HIST-STATUS NOT = '00'
                   AND WS-ACK-HIST-STATUS NOT = '10'
                   AND WS-ACK-HIST-STATUS NOT = '09'
               MOVE WS-ACK-HIST-STATUS TO WS-CHECK-STATUS
               MOVE 'ERROR READING ACK-HIST-FILE (ACKHIST)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

       5520-ACK-HISTORY-EVENT.
           MOVE AKH-MSG-ID TO WS-CAND-MSG-ID
           PERFORM 8000-FIND-TRACE
           IF WS-TRACE-HIT > 0 AND AKH-ACK-DATE IS NUMERIC
                   AND AKH-DEST-NO >= '1' AND AKH-DEST-NO <= '3'
               MOVE AKH-DEST-NO TO WS-DEST-SUB
               MOVE 'Y' TO WS-TRC-ACK-HIST(WS-TRACE-HIT, WS-DEST-SUB)
               IF AKH-DAYS-TO-ACK IS NUMERIC
                   MOVE AKH-DAYS-TO-ACK TO WS-AGE-DISPLAY
               ELSE
                   MOVE 0 TO WS-AGE-DISPLAY
               END-IF
               STRING AKH-ACK-DATE '235959' DELIMITED BY SIZE
                   INTO WS-NEW-WHEN
               MOVE 'Y' TO WS-NEW-DATE-ONLY
               MOVE 'ACKHIST' TO WS-NEW-WHERE
               MOVE SPACES TO WS-NEW-TEXT
               STRING 'ACKNOWLEDGED BY DEST0' AKH-DEST-NO
                   ' - ' WS-AGE-DISPLAY ' DAYS AFTER FIRST DELIVERY'
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
               PERFORM 8200-ADD-EVENT
           END-IF.

      *  A message routed to DEST01-03 that ACKOUTS no longer holds
      *  for that destination has had its acknowledgment matched.
      *  Where ACKHIST dated it, 5520 has already said so; an ack
      *  older than the history is dated to the day the message was
      *  routed.
       6000-INFER-ACKNOWLEDGED.
           PERFORM 6100-INFER-ONE-DEST
               VARYING WS-DEST-SUB FROM 1 BY 1 UNTIL WS-DEST-SUB > 3.

       6100-INFER-ONE-DEST.
           IF WS-TRC-ROUTED-DATE(WS-TRACE-SUB, WS-DEST-SUB) NOT = SPACES
                   AND WS-TRC-OUTSTANDING(WS-TRACE-SUB, WS-DEST-SUB)
                       NOT = 'Y'
                   AND WS-TRC-ACK-HIST(WS-TRACE-SUB, WS-DEST-SUB)
                       NOT = 'Y'
               MOVE WS-TRACE-SUB TO WS-TRACE-HIT
               STRING WS-TRC-ROUTED-DATE(WS-TRACE-SUB, WS-DEST-SUB)
                   '235959' DELIMITED BY SIZE INTO WS-NEW-WHEN
               MOVE 'Y' TO WS-NEW-DATE-ONLY
               MOVE 'ACKOUTS' TO WS-NEW-WHERE
               MOVE WS-DEST-SUB TO WS-FOUND-DEST-NO
               MOVE SPACES TO WS-NEW-TEXT
               STRING 'ACKNOWLEDGED BY DEST0' WS-FOUND-DEST-NO
                   ' - NO LONGER OUTSTANDING'
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
               PERFORM 8200-ADD-EVENT
           END-IF.

       7000-WRITE-REPORT.
           MOVE 'ERROR WRITING PRINT-FILE (TRCRPT)'
               TO WS-ABEND-MESSAGE
           WRITE PRINT-LINE FROM WS-TITLE-LINE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           WRITE PRINT-LINE FROM WS-HEADER-LINE-1
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           IF SELECT-BY-ID
               MOVE WS-LISTED-COUNT TO WS-CRIT-LISTED
               WRITE PRINT-LINE FROM WS-CRIT-LINE-ID
           ELSE
               MOVE WS-SEL-SOURCE TO WS-CRIT-SOURCE
               MOVE WS-SEL-TS-FROM TO WS-CRIT-TS-FROM
               MOVE WS-SEL-TS-TO TO WS-CRIT-TS-TO
               WRITE PRINT-LINE FROM WS-CRIT-LINE-SOURCE
           END-IF
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           COMPUTE WS-CRIT-ARCH-FROM =
               FUNCTION DATE-OF-INTEGER(WS-ARCH-FIRST-DAY-NO)
           MOVE WS-TODAY-DATE TO WS-CRIT-ARCH-TO
           WRITE PRINT-LINE FROM WS-CRIT-LINE-ARCH
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           WRITE PRINT-LINE FROM SPACES
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           IF WS-TRACE-COUNT = 0
               WRITE PRINT-LINE FROM WS-NONE-FOUND-LINE
               MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
               PERFORM 9000-CHECK-STATUS
               WRITE PRINT-LINE FROM SPACES
               MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
               PERFORM 9000-CHECK-STATUS
           END-IF
           PERFORM 7100-WRITE-ONE-TRACE
               VARYING WS-TRACE-SUB FROM 1 BY 1
               UNTIL WS-TRACE-SUB > WS-TRACE-COUNT
           MOVE WS-TRACE-COUNT TO WS-TRL-TRACED
           MOVE WS-NEVER-COUNT TO WS-TRL-NEVER
           MOVE WS-EVENT-COUNT TO WS-TRL-EVENTS
           MOVE WS-ARCHIVES-SEARCHED TO WS-TRL-ARCHIVES
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

      *  One message's trace: its identity line, then its events
      *  earliest first - each pass of 7200 prints the earliest one
      *  not yet printed.
       7100-WRITE-ONE-TRACE.
           MOVE WS-TRC-MSG-ID(WS-TRACE-SUB) TO WS-TRL-MSG-ID
           MOVE WS-TRC-SOURCE(WS-TRACE-SUB) TO WS-TRL-SOURCE
           MOVE WS-TRC-ORIGIN-TS(WS-TRACE-SUB) TO WS-TRL-ORIGIN-TS
           WRITE PRINT-LINE FROM WS-TRACE-LINE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           IF WS-TRC-EVENTS(WS-TRACE-SUB) = 0
               ADD 1 TO WS-NEVER-COUNT
               WRITE PRINT-LINE FROM WS-NEVER-LINE
               MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
               PERFORM 9000-CHECK-STATUS
           ELSE
               MOVE WS-TRC-EVENTS(WS-TRACE-SUB) TO WS-EVENTS-LEFT
               PERFORM 7200-WRITE-EARLIEST-EVENT
                   UNTIL WS-EVENTS-LEFT = 0
           END-IF
           WRITE PRINT-LINE FROM SPACES
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS.

      *  Equal times keep the order the files were searched in,
      *  which is the order things happen to a message.
       7200-WRITE-EARLIEST-EVENT.
           MOVE 0 TO WS-EVENT-HIT
           MOVE HIGH-VALUES TO WS-LOW-WHEN
           PERFORM 7210-TEST-ONE-EVENT
               VARYING WS-EVENT-SUB FROM 1 BY 1
               UNTIL WS-EVENT-SUB > WS-EVENT-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           STRING WS-EVT-WHEN(WS-EVENT-HIT)(1:4) '-'
                  WS-EVT-WHEN(WS-EVENT-HIT)(5:2) '-'
                  WS-EVT-WHEN(WS-EVENT-HIT)(7:2)
               DELIMITED BY SIZE INTO WS-DTL-DATE
           IF WS-EVT-DATE-ONLY(WS-EVENT-HIT) NOT = 'Y'
               STRING WS-EVT-WHEN(WS-EVENT-HIT)(9:2) ':'
                      WS-EVT-WHEN(WS-EVENT-HIT)(11:2) ':'
                      WS-EVT-WHEN(WS-EVENT-HIT)(13:2)
                   DELIMITED BY SIZE INTO WS-DTL-TIME
           END-IF
           MOVE WS-EVT-WHERE(WS-EVENT-HIT) TO WS-DTL-WHERE
           MOVE WS-EVT-TEXT(WS-EVENT-HIT) TO WS-DTL-TEXT
           WRITE PRINT-LINE FROM WS-DETAIL-LINE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           MOVE 'Y' TO WS-EVT-PRINTED(WS-EVENT-HIT)
           SUBTRACT 1 FROM WS-EVENTS-LEFT.

       7210-TEST-ONE-EVENT.
           IF WS-EVT-TRACE-SUB(WS-EVENT-SUB) = WS-TRACE-SUB
                   AND WS-EVT-PRINTED(WS-EVENT-SUB) = 'N'
                   AND WS-EVT-WHEN(WS-EVENT-SUB) < WS-LOW-WHEN
               MOVE WS-EVENT-SUB TO WS-EVENT-HIT
               MOVE WS-EVT-WHEN(WS-EVENT-SUB) TO WS-LOW-WHEN
           END-IF.

      *  Linear search of the trace table for WS-CAND-MSG-ID; leaves
      *  WS-TRACE-HIT at the match, or zero.
       8000-FIND-TRACE.
           MOVE 0 TO WS-TRACE-HIT
           PERFORM 8010-TEST-ONE-TRACE
               VARYING WS-TRACE-SUB FROM 1 BY 1
               UNTIL WS-TRACE-SUB > WS-TRACE-COUNT
                   OR WS-TRACE-HIT > 0.

       8010-TEST-ONE-TRACE.
           IF WS-TRC-MSG-ID(WS-TRACE-SUB) = WS-CAND-MSG-ID
               MOVE WS-TRACE-SUB TO WS-TRACE-HIT
           END-IF.

       8100-ADD-TRACE.
           IF WS-TRACE-COUNT >= TRACE-TABLE-MAX
               MOVE '99' TO WS-CHECK-STATUS
               MOVE 'TRACE TABLE OVERFLOWS - NARROW THE SELECTION'
                   TO WS-ABEND-MESSAGE
               PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-TRACE-COUNT
           MOVE WS-CAND-MSG-ID TO WS-TRC-MSG-ID(WS-TRACE-COUNT)
           MOVE WS-CAND-SOURCE TO WS-TRC-SOURCE(WS-TRACE-COUNT)
           MOVE WS-CAND-ORIGIN-TS TO WS-TRC-ORIGIN-TS(WS-TRACE-COUNT)
           MOVE 0 TO WS-TRC-EVENTS(WS-TRACE-COUNT)
           MOVE SPACES TO WS-TRC-DEST-STATE(WS-TRACE-COUNT, 1)
           MOVE SPACES TO WS-TRC-DEST-STATE(WS-TRACE-COUNT, 2)
           MOVE SPACES TO WS-TRC-DEST-STATE(WS-TRACE-COUNT, 3)
           MOVE WS-TRACE-COUNT TO WS-TRACE-HIT.

      *  Tables WS-NEW-EVENT against the message at WS-TRACE-HIT.
       8200-ADD-EVENT.
           IF WS-EVENT-COUNT >= EVENT-TABLE-MAX
               MOVE '99' TO WS-CHECK-STATUS
               MOVE 'EVENT TABLE OVERFLOWS - NARROW THE SELECTION'
                   TO WS-ABEND-MESSAGE
               PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-EVENT-COUNT
           MOVE WS-TRACE-HIT TO WS-EVT-TRACE-SUB(WS-EVENT-COUNT)
           MOVE WS-NEW-WHEN TO WS-EVT-WHEN(WS-EVENT-COUNT)
           MOVE WS-NEW-DATE-ONLY TO WS-EVT-DATE-ONLY(WS-EVENT-COUNT)
           MOVE 'N' TO WS-EVT-PRINTED(WS-EVENT-COUNT)
           MOVE WS-NEW-WHERE TO WS-EVT-WHERE(WS-EVENT-COUNT)
           MOVE WS-NEW-TEXT TO WS-EVT-TEXT(WS-EVENT-COUNT)
           ADD 1 TO WS-TRC-EVENTS(WS-TRACE-HIT).

      *  Decides whether the record now in WS-CAND-... belongs on the
      *  report, leaving WS-TRACE-HIT at its trace (zero if not).  A
      *  listed ID is on the report whatever its source; for a
      *  SOURCE= run the record's own source and origin decide, and
      *  a new message gets its trace here.  A listed message takes
      *  its source and origin from the first record that names it.
       8300-SELECT-CANDIDATE.
           IF SELECT-BY-ID
               PERFORM 8000-FIND-TRACE
           ELSE
               MOVE 0 TO WS-TRACE-HIT
               IF WS-CAND-SOURCE = WS-SEL-SOURCE
                       AND WS-CAND-ORIGIN-TS >= WS-SEL-TS-FROM
                       AND WS-CAND-ORIGIN-TS <= WS-SEL-TS-TO
                   PERFORM 8000-FIND-TRACE
                   IF WS-TRACE-HIT = 0
                       PERFORM 8100-ADD-TRACE
                   END-IF
               END-IF
           END-IF
           IF WS-TRACE-HIT > 0
                   AND WS-TRC-SOURCE(WS-TRACE-HIT) = SPACES
               MOVE WS-CAND-SOURCE TO WS-TRC-SOURCE(WS-TRACE-HIT)
               MOVE WS-CAND-ORIGIN-TS
                   TO WS-TRC-ORIGIN-TS(WS-TRACE-HIT)
           END-IF.

      *  The destination a routing code went to on the search date,
      *  as MSGPROC's 2200-RESOLVE-ROUTING would have picked it: codes
      *  with no row in effect that day went to the suspense
      *  destination.
       8400-FIND-DESTINATION.
           MOVE SPACE TO WS-FOUND-DEST-NO
           MOVE 'DESTSUSP' TO WS-FOUND-DEST-NAME
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
               MOVE SPACES TO WS-FOUND-DEST-NAME
               STRING 'DEST0' WS-FOUND-DEST-NO DELIMITED BY SIZE
                   INTO WS-FOUND-DEST-NAME
           END-IF.

       9000-CHECK-STATUS.
           IF WS-CHECK-STATUS NOT = '00' AND WS-CHECK-STATUS NOT = '10'
               PERFORM 9999-ABEND
           END-IF.

       9999-ABEND.
           DISPLAY 'MSGTRACE ABEND - ' WS-ABEND-MESSAGE
               ' FILE STATUS=' WS-CHECK-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
