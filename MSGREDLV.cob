       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGREDLV.
       AUTHOR. APPLICATION-SUPPORT.

      ******************************************************************
      *  MSGREDLV - operator-directed redelivery of a destination feed
      *  from the audit trail.  When a consumer loses or corrupts a
      *  night's DEST01/DEST02/DEST03 file, rerunning MSGPROC is no
      *  use - 2500-CHECK-MESSAGE-MASTER suppresses every message as a
      *  duplicate - and MSGACK's ACKRSND extract only carries what
      *  has aged unacknowledged.  This program rebuilds the feed
      *  from AUDITOUT and the dated AUDARCH.YYYYMMDD archives, which
      *  hold every message as it was delivered - except that the
      *  trail only ever holds the text masked under the MSGMASK
      *  rules, so a redelivered message is masked even to a
      *  destination MSGROUTE entitles to the clear text.  Each such
      *  message is marked on RDLRPT, counted on its trailer and
      *  warned of on the console.
      *
      *  The messages are chosen by routing code (ROUTE=) or by
      *  destination (DEST=, every code MSGROUTE sent there), plus
      *  exactly one of: an audit date range (DATEFROM=/DATETO=, the
      *  date the message was delivered), one inbound batch ID
      *  (BATCH=, the 'H' record it arrived in) or a list of message
      *  IDs (MSGID= lines).  They are written to REDLV01/REDLV02/
      *  REDLV03 in DEST-record format under their own '*H'/'*T'
      *  envelope - the header carries REDELIVERY in columns 24-33 so
      *  nobody mistakes it for a night's regular feed.  The layout
      *  and envelope style are the consumer's DESTFMT profile, laid
      *  out by MSGFMT exactly as MSGPROC lays out its DEST files (a
      *  delimited envelope carries REDELIVERY as a fifth value).
      *  Every audit record is resolved through the MSGROUTE row in
      *  effect on the day it was audited, as MSGPROC routed it that
      *  night: that row says which destination received it, whether
      *  the text went clear, and - for a message that went out
      *  split - the target length it is split again at.  A code
      *  since retired or moved still redelivers to the consumer it
      *  actually went to, and to no other.  ROUTE= takes its
      *  destination from the code's row in effect today, or from
      *  its latest row if it has been retired.
      *
      *  Every part redelivered is registered in the ACKOUTS
      *  outstanding store (dated today) unless MSGACK already holds
      *  it there, so MSGACK expects a fresh acknowledgment.  The
      *  store is rewritten to ACKOUTS.NEW and renamed over ACKOUTS,
      *  the same atomic-rename protection MSGACK gives it - never run
      *  this alongside MSGACK.  RDLRPT lists every message sent,
      *  where it was found and why it was chosen, plus any listed ID
      *  the audit trail does not hold.
      *
      *  RDLCTL keywords, one per line, '*' comments:
      *      ROUTE=xxx | DEST=n      (one of the two, required)
      *      DATEFROM=YYYYMMDD       (delivered no earlier than)
      *      DATETO=YYYYMMDD         (delivered no later than)
      *      BATCH=xxxxxxxx          (arrived in this inbound batch)
      *      MSGID=xxxxxxxxxxxx      (this message - repeat the line
      *                               for each one)
      *      ARCHDAYS=nnnn           (BATCH/MSGID: days of AUDARCH
      *                               archives to search, default 90)
      *      REASON=free text        (why - printed on RDLRPT,
      *                               required)
      *  Exactly one of the date range, BATCH= or MSGID= must be
      *  given.  For a date range the archives are searched from
      *  DATEFROM on - an archive is always dated after what it holds.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO 'RDLCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT ROUTE-FILE ASSIGN TO 'MSGROUTE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTE-STATUS.

      *  One FD serves AUDITOUT and every AUDARCH.YYYYMMDD - they
      *  share the MSGAUD01 layout, so only the name changes.
           SELECT AUDIT-FILE ASSIGN USING WS-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REDELIVERY-FILE ASSIGN USING WS-REDELIVERY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REDLV-STATUS.

           SELECT OUTSTANDING-FILE ASSIGN TO 'ACKOUTS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTS-STATUS.

      *  The rewritten store goes here first, then gets renamed over
      *  ACKOUTS - see 5200-REWRITE-STORE.
           SELECT OUTS-NEW-FILE ASSIGN TO 'ACKOUTS.NEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTS-NEW-STATUS.

           SELECT PRINT-FILE ASSIGN TO 'RDLRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-RECORD                  PIC X(80).

       FD  ROUTE-FILE.
       01  ROUTE-RECORD                PIC X(80).

       FD  AUDIT-FILE.
       COPY MSGAUD01.

      *  Same width as MSGPROC's destination records -
      *  DEST-LINE-MAX-LEN in MSGLEN01, kept in step by hand.
       FD  REDELIVERY-FILE.
       01  REDELIVERY-RECORD           PIC X(260).

      *  Same layout as MSGACK's OUTS-RECORD.
       FD  OUTSTANDING-FILE.
       01  OUTS-RECORD                 PIC X(136).

       FD  OUTS-NEW-FILE.
       01  OUTS-NEW-RECORD             PIC X(136).

       FD  PRINT-FILE.
       01  PRINT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       COPY MSGLEN01.
       COPY MSGFMT01.
       COPY MSGHDR01 REPLACING ==MSG-HDR== BY ==WS-MSG-HEADER==.

       01  WS-CTL-STATUS               PIC XX.
       01  WS-ROUTE-STATUS             PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-REDLV-STATUS             PIC XX.
       01  WS-OUTS-STATUS              PIC XX.
       01  WS-OUTS-NEW-STATUS          PIC XX.
       01  WS-PRINT-STATUS             PIC XX.

       01  WS-CHECK-STATUS             PIC XX.
       01  WS-ABEND-MESSAGE            PIC X(60).

       01  WS-RENAME-RC                PIC S9(9) COMP-5 VALUE 0.
       01  WS-RENAME-RC-DISPLAY        PIC -(9)9.

       01  WS-AUDIT-NAME               PIC X(16) VALUE SPACES.
       01  WS-REDELIVERY-NAME          PIC X(8) VALUE SPACES.

      *  Selection criteria from RDLCTL.  WS-SEL-BY says which of the
      *  three message criteria was given.
       01  WS-SEL-ROUTE                PIC X(3) VALUE SPACES.
       01  WS-SEL-DEST-NO              PIC X VALUE SPACE.
       01  WS-SEL-BY                   PIC X VALUE SPACE.
           88  SELECT-BY-DATE                VALUE 'D'.
           88  SELECT-BY-BATCH               VALUE 'B'.
           88  SELECT-BY-ID                  VALUE 'I'.
       01  WS-SEL-DATE-FROM            PIC X(8) VALUE '00000000'.
       01  WS-SEL-DATE-TO              PIC X(8) VALUE '99999999'.
       01  WS-SEL-BATCH-ID             PIC X(8) VALUE SPACES.
       01  WS-SEL-REASON               PIC X(60) VALUE SPACES.
       01  WS-ARCH-DAYS                PIC 9(4) VALUE 90.

       01  WS-END-OF-FILE              PIC X VALUE 'N'.
           88  END-OF-FILE                   VALUE 'Y'.
       01  WS-ENTRY-FOUND              PIC X VALUE 'N'.
           88  ENTRY-FOUND                   VALUE 'Y'.

      *  In-storage copy of MSGROUTE: where each code is delivered,
      *  at what target length and in which text mode.  Every dated
      *  row is kept, so the row in effect on the day a message was
      *  audited is the one that answers for it.
       78  ROUTE-TABLE-MAX             VALUE 50.
       01  WS-ROUTE-COUNT              PIC 9(4) COMP VALUE 0.
       01  WS-ROUTE-SUB                PIC 9(4) COMP VALUE 0.
       01  WS-ROUTE-HIT                PIC 9(4) COMP VALUE 0.
       01  WS-ROUTE-TABLE.
           05  WS-ROUTE-ENTRY           OCCURS ROUTE-TABLE-MAX TIMES.
               10  WS-RTE-CODE          PIC X(3).
               10  WS-RTE-DEST-NO       PIC X.
               10  WS-RTE-TARGET-LEN    PIC 9(4) COMP.
               10  WS-RTE-EFF-FROM      PIC X(8).
               10  WS-RTE-EFF-TO        PIC X(8).
               10  WS-RTE-TEXT-MODE     PIC X.
       01  WS-ROUTE-SEARCH-CODE        PIC X(3) VALUE SPACES.
       01  WS-ROUTE-SEARCH-DATE        PIC X(8) VALUE SPACES.

      *  MSGID= list, with whether the audit trail held each one.
       78  LISTED-TABLE-MAX            VALUE 500.
       01  WS-LISTED-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-LISTED-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-LISTED-HIT               PIC 9(4) COMP VALUE 0.
       01  WS-LISTED-TABLE.
           05  WS-LISTED-ENTRY          OCCURS LISTED-TABLE-MAX TIMES.
               10  WS-LST-MSG-ID        PIC X(12).
               10  WS-LST-FOUND         PIC X.
       01  WS-SEARCH-MSG-ID            PIC X(12) VALUE SPACES.

      *  Messages already written this run - a message is sent once
      *  even if a restored archive holds it twice.
       78  SENT-TABLE-MAX              VALUE 5000.
       01  WS-SENT-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-SENT-SUB                 PIC 9(4) COMP VALUE 0.
       01  WS-SENT-TABLE.
           05  WS-SENT-MSG-ID           OCCURS SENT-TABLE-MAX TIMES
                                        PIC X(12).

      *  The ACKOUTS store in storage, the parts registered this run
      *  appended behind what was loaded.  Same shape as MSGACK's
      *  table.
       78  OUTS-TABLE-MAX              VALUE 10000.
       01  WS-OUTS-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-OUTS-SUB                 PIC 9(4) COMP VALUE 0.
       01  WS-OUTS-TABLE.
           05  WS-OUTS-ENTRY            OCCURS OUTS-TABLE-MAX TIMES.
               10  WS-OUT-DEST-NO       PIC X.
               10  FILLER               PIC X.
               10  WS-OUT-FIRST-DATE    PIC X(8).
               10  FILLER               PIC X.
               10  WS-OUT-RECORD.
                   15  WS-OUT-MSG-ID    PIC X(12).
                   15  WS-OUT-SOURCE    PIC X(4).
                   15  FILLER           PIC X(101).
                   15  FILLER           PIC X.
                   15  WS-OUT-SEG-NO    PIC X(3).
                   15  FILLER           PIC X.
                   15  WS-OUT-SEG-COUNT PIC X(3).
      *  What a store entry written before messages were split into
      *  segments is given - one part of one, as MSGACK does.
       01  WS-SINGLE-PART              PIC X(8) VALUE ' 001/001'.
       01  WS-PARTS-ADDED              PIC 9(4) COMP VALUE 0.
       01  WS-REGISTERED-THIS-MSG      PIC 9(4) COMP VALUE 0.

       01  WS-ROUTED-RECORD.
           05  WS-RTD-HEADER            PIC X(MSG-HEADER-LEN).
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-RTD-TRUNC-FLAG        PIC X.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-RTD-MESSAGE           PIC X(TARGET-MSG-MAX-LEN).
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-RTD-SEG-NO            PIC 9(3).
           05  FILLER                   PIC X VALUE '/'.
           05  WS-RTD-SEG-COUNT         PIC 9(3).

      *  Segmenting state for the message now going out - the same
      *  arithmetic as MSGPROC's 3500-WRITE-DESTINATION.
       01  WS-TEXT-LEN                 PIC 9(4) COMP VALUE 0.
       01  WS-TARGET-LEN               PIC 9(4) COMP VALUE 0.
       01  WS-SEG-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-SEG-NO                   PIC 9(4) COMP VALUE 0.
       01  WS-SEG-OFFSET               PIC 9(4) COMP VALUE 0.
       01  WS-SEG-LEN                  PIC 9(4) COMP VALUE 0.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-TODAY-DATE               PIC X(8).
       01  WS-TODAY-DAY-NO             PIC 9(8) COMP VALUE 0.
       01  WS-ARCH-DAY-NO              PIC 9(8) COMP VALUE 0.
       01  WS-ARCH-FIRST-DAY-NO        PIC 9(8) COMP VALUE 0.
       01  WS-ARCH-DATE                PIC 9(8) VALUE 0.

       01  WS-AUDIT-READ-COUNT         PIC 9(8) VALUE 0.
       01  WS-MESSAGE-COUNT            PIC 9(8) VALUE 0.
       01  WS-RECORD-COUNT             PIC 9(8) VALUE 0.
       01  WS-HASH-TOTAL               PIC 9(12) VALUE 0.
       01  WS-REGISTERED-COUNT         PIC 9(8) VALUE 0.
       01  WS-ALREADY-OUT-COUNT        PIC 9(8) VALUE 0.
       01  WS-NOT-FOUND-COUNT          PIC 9(8) VALUE 0.
       01  WS-MASKED-CLEAR-COUNT       PIC 9(8) VALUE 0.
       01  WS-MASKED-CLEAR-DISPLAY     PIC Z(7)9.
       01  WS-ARCHIVES-SEARCHED        PIC 9(8) VALUE 0.

       01  WS-TITLE-LINE               PIC X(132)
               VALUE 'DESTINATION REDELIVERY REPORT'.

       01  WS-HEADER-LINE-1.
           05  FILLER                   PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE          PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(112) VALUE SPACES.

       01  WS-CRIT-LINE-1.
           05  FILLER                   PIC X(17)
                   VALUE 'DESTINATION:     '.
           05  FILLER                   PIC X(5) VALUE 'DEST0'.
           05  WS-CRIT-DEST-NO          PIC X.
           05  FILLER                   PIC X(15)
                   VALUE '  OUTPUT FILE: '.
           05  WS-CRIT-FILE-NAME        PIC X(8).
           05  FILLER                   PIC X(9) VALUE '  ROUTE: '.
           05  WS-CRIT-ROUTE            PIC X(3).
           05  FILLER                   PIC X(74) VALUE SPACES.

       01  WS-CRIT-LINE-2.
           05  FILLER                   PIC X(17)
                   VALUE 'MESSAGES:        '.
           05  WS-CRIT-MESSAGES         PIC X(60).
           05  FILLER                   PIC X(55) VALUE SPACES.

       01  WS-CRIT-LINE-3.
           05  FILLER                   PIC X(17)
                   VALUE 'REASON:          '.
           05  WS-CRIT-REASON           PIC X(60).
           05  FILLER                   PIC X(55) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                   PIC X(14) VALUE 'MESSAGE ID'.
           05  FILLER                   PIC X(6) VALUE 'SRCE'.
           05  FILLER                   PIC X(6) VALUE 'CODE'.
           05  FILLER                   PIC X(10) VALUE 'DELIVERED'.
           05  FILLER                   PIC X(10) VALUE 'BATCH'.
           05  FILLER                   PIC X(18) VALUE 'FOUND IN'.
           05  FILLER                   PIC X(7) VALUE 'PARTS'.
           05  FILLER                   PIC X(32) VALUE 'ACKOUTS'.
           05  FILLER                   PIC X(29) VALUE 'TEXT'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-MSG-ID            PIC X(12).
           05  FILLER                   PIC X(2).
           05  WS-DTL-SOURCE            PIC X(4).
           05  FILLER                   PIC X(2).
           05  WS-DTL-ROUTE             PIC X(3).
           05  FILLER                   PIC X(3).
           05  WS-DTL-DELIVERED         PIC X(8).
           05  FILLER                   PIC X(2).
           05  WS-DTL-BATCH-ID          PIC X(8).
           05  FILLER                   PIC X(2).
           05  WS-DTL-FOUND-IN          PIC X(16).
           05  FILLER                   PIC X(2).
           05  WS-DTL-PARTS             PIC ZZ9.
           05  FILLER                   PIC X(4).
           05  WS-DTL-ACKOUTS           PIC X(30).
           05  FILLER                   PIC X(2).
           05  WS-DTL-TEXT-NOTE         PIC X(25).
           05  FILLER                   PIC X(4).

       01  WS-NOT-FOUND-LINE.
           05  FILLER                   PIC X(30)
                   VALUE 'LISTED ID NOT IN AUDIT TRAIL: '.
           05  WS-NFD-MSG-ID            PIC X(12).
           05  FILLER                   PIC X(90) VALUE SPACES.

       01  WS-TRAILER-LINE-1.
           05  FILLER                   PIC X(30)
                   VALUE 'AUDIT RECORDS READ: '.
           05  WS-TRL-READ              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(95) VALUE SPACES.

       01  WS-TRAILER-LINE-2.
           05  FILLER                   PIC X(30)
                   VALUE 'ARCHIVE FILES SEARCHED: '.
           05  WS-TRL-ARCHIVES          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(95) VALUE SPACES.

       01  WS-TRAILER-LINE-3.
           05  FILLER                   PIC X(30)
                   VALUE 'MESSAGES REDELIVERED: '.
           05  WS-TRL-MESSAGES          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(95) VALUE SPACES.

       01  WS-TRAILER-LINE-4.
           05  FILLER                   PIC X(30)
                   VALUE 'RECORDS WRITTEN (SEGMENTS): '.
           05  WS-TRL-RECORDS           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(95) VALUE SPACES.

       01  WS-TRAILER-LINE-5.
           05  FILLER                   PIC X(30)
                   VALUE 'PARTS REGISTERED IN ACKOUTS: '.
           05  WS-TRL-REGISTERED        PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(95) VALUE SPACES.

       01  WS-TRAILER-LINE-6.
           05  FILLER                   PIC X(30)
                   VALUE 'PARTS ALREADY OUTSTANDING: '.
           05  WS-TRL-ALREADY-OUT       PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(95) VALUE SPACES.

       01  WS-TRAILER-LINE-7.
           05  FILLER                   PIC X(30)
                   VALUE 'LISTED IDS NOT FOUND: '.
           05  WS-TRL-NOT-FOUND         PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(95) VALUE SPACES.

       01  WS-TRAILER-LINE-8.
           05  FILLER                   PIC X(30)
                   VALUE 'MASKED TO A CLEAR ROUTE: '.
           05  WS-TRL-MASKED-CLEAR      PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1050-SET-RUN-DATE
           PERFORM 1500-LOAD-PARAMETERS
           PERFORM 1800-LOAD-ROUTING-TABLE
           PERFORM 1900-CHECK-DESTINATION
           PERFORM 5000-LOAD-OUTSTANDING
           OPEN OUTPUT PRINT-FILE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT OPEN PRINT-FILE (RDLRPT)' TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           PERFORM 7000-WRITE-REPORT-HEADERS
           PERFORM 1950-OPEN-REDELIVERY-FILE
           MOVE 'AUDITOUT' TO WS-AUDIT-NAME
           PERFORM 2000-SEARCH-AUDIT-FILE
           PERFORM 2500-SEARCH-ONE-AUDIT-ARCHIVE
               VARYING WS-ARCH-DAY-NO FROM WS-ARCH-FIRST-DAY-NO BY 1
               UNTIL WS-ARCH-DAY-NO > WS-TODAY-DAY-NO
           PERFORM 4000-CLOSE-REDELIVERY-FILE
           IF WS-PARTS-ADDED > 0
               PERFORM 5200-REWRITE-STORE
           END-IF
           PERFORM 7200-WRITE-NOT-FOUND
               VARYING WS-LISTED-SUB FROM 1 BY 1
               UNTIL WS-LISTED-SUB > WS-LISTED-COUNT
           PERFORM 7300-WRITE-TRAILERS
           CLOSE PRINT-FILE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT CLOSE PRINT-FILE (RDLRPT)' TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           IF WS-MASKED-CLEAR-COUNT > 0
               MOVE WS-MASKED-CLEAR-COUNT TO WS-MASKED-CLEAR-DISPLAY
               DISPLAY 'WARNING - ' WS-MASKED-CLEAR-DISPLAY
                   ' MESSAGE(S) IN ' WS-REDELIVERY-NAME(1:7)
                   ' ARE MASKED BUT THEIR ROUTE IS CLEAR TEXT'
                   ' - SEE RDLRPT'
           END-IF
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
      *  '*' comments, unknown keywords abend.  A redelivery is never
      *  run on defaults, so RDLCTL is required and must say what to
      *  send, where, and why.
       1500-LOAD-PARAMETERS.
           OPEN INPUT CTL-FILE
           MOVE WS-CTL-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT OPEN CTL-FILE (RDLCTL)' TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           PERFORM 1510-READ-ONE-PARAMETER
               UNTIL WS-CTL-STATUS NOT = '00'
           IF WS-CTL-STATUS NOT = '10'
               MOVE WS-CTL-STATUS TO WS-CHECK-STATUS
               MOVE 'ERROR READING CTL-FILE (RDLCTL)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF
           CLOSE CTL-FILE
           MOVE WS-CTL-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT CLOSE CTL-FILE (RDLCTL)' TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           PERFORM 1590-CHECK-PARAMETERS.

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
               WHEN CTL-RECORD(1:6) = 'ROUTE='
                   IF CTL-RECORD(7:3) = SPACES
                       MOVE '99' TO WS-CHECK-STATUS
                       MOVE 'INVALID ROUTE VALUE IN RDLCTL'
                           TO WS-ABEND-MESSAGE
                       PERFORM 9999-ABEND
                   END-IF
                   MOVE CTL-RECORD(7:3) TO WS-SEL-ROUTE
               WHEN CTL-RECORD(1:5) = 'DEST='
                   IF CTL-RECORD(6:1) < '1' OR CTL-RECORD(6:1) > '3'
                       MOVE '99' TO WS-CHECK-STATUS
                       MOVE 'INVALID DEST VALUE IN RDLCTL'
                           TO WS-ABEND-MESSAGE
                       PERFORM 9999-ABEND
                   END-IF
                   MOVE CTL-RECORD(6:1) TO WS-SEL-DEST-NO
               WHEN CTL-RECORD(1:9) = 'DATEFROM='
                   IF CTL-RECORD(10:8) IS NOT NUMERIC
                       MOVE '99' TO WS-CHECK-STATUS
                       MOVE 'INVALID DATEFROM VALUE IN RDLCTL'
                           TO WS-ABEND-MESSAGE
                       PERFORM 9999-ABEND
                   END-IF
                   MOVE 'D' TO WS-SEL-BY
                   MOVE CTL-RECORD(10:8) TO WS-SEL-DATE-FROM
               WHEN CTL-RECORD(1:7) = 'DATETO='
                   IF CTL-RECORD(8:8) IS NOT NUMERIC
                       MOVE '99' TO WS-CHECK-STATUS
                       MOVE 'INVALID DATETO VALUE IN RDLCTL'
                           TO WS-ABEND-MESSAGE
                       PERFORM 9999-ABEND
                   END-IF
                   MOVE 'D' TO WS-SEL-BY
                   MOVE CTL-RECORD(8:8) TO WS-SEL-DATE-TO
               WHEN CTL-RECORD(1:6) = 'BATCH='
                   IF CTL-RECORD(7:8) = SPACES
                       MOVE '99' TO WS-CHECK-STATUS
                       MOVE 'INVALID BATCH VALUE IN RDLCTL'
                           TO WS-ABEND-MESSAGE
                       PERFORM 9999-ABEND
                   END-IF
                   IF WS-SEL-BATCH-ID NOT = SPACES
                       MOVE '99' TO WS-CHECK-STATUS
                       MOVE 'ONLY ONE BATCH= LINE IS ALLOWED IN RDLCTL'
                           TO WS-ABEND-MESSAGE
                       PERFORM 9999-ABEND
                   END-IF
                   MOVE 'B' TO WS-SEL-BY
                   MOVE CTL-RECORD(7:8) TO WS-SEL-BATCH-ID
               WHEN CTL-RECORD(1:6) = 'MSGID='
                   IF CTL-RECORD(7:12) = SPACES
                       MOVE '99' TO WS-CHECK-STATUS
                       MOVE 'INVALID MSGID VALUE IN RDLCTL'
                           TO WS-ABEND-MESSAGE
                       PERFORM 9999-ABEND
                   END-IF
                   MOVE 'I' TO WS-SEL-BY
                   MOVE CTL-RECORD(7:12) TO WS-SEARCH-MSG-ID
                   PERFORM 8100-FIND-LISTED-ID
                   IF WS-LISTED-HIT = 0
                       PERFORM 1530-ADD-LISTED-ID
                   END-IF
               WHEN CTL-RECORD(1:9) = 'ARCHDAYS='
                   IF CTL-RECORD(10:4) NOT = SPACES
                           AND FUNCTION TEST-NUMVAL(CTL-RECORD(10:4))
                               = 0
                       COMPUTE WS-ARCH-DAYS =
                           FUNCTION NUMVAL(CTL-RECORD(10:4))
                   ELSE
                       MOVE '99' TO WS-CHECK-STATUS
                       MOVE 'INVALID ARCHDAYS VALUE IN RDLCTL'
                           TO WS-ABEND-MESSAGE
                       PERFORM 9999-ABEND
                   END-IF
               WHEN CTL-RECORD(1:7) = 'REASON='
                   MOVE CTL-RECORD(8:60) TO WS-SEL-REASON
               WHEN OTHER
                   MOVE '99' TO WS-CHECK-STATUS
                   MOVE 'UNRECOGNIZED KEYWORD IN RDLCTL'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9999-ABEND
           END-EVALUATE
           IF WS-SEL-BY NOT = SPACE
               PERFORM 1525-CHECK-ONE-CRITERION
           END-IF.

      *  The message criteria are one-of: a line of a second kind is
      *  refused the moment it appears.
       1525-CHECK-ONE-CRITERION.
           IF (WS-SEL-BY NOT = 'D' AND
                   (WS-SEL-DATE-FROM NOT = '00000000'
                       OR WS-SEL-DATE-TO NOT = '99999999'))
               OR (WS-SEL-BY NOT = 'B' AND WS-SEL-BATCH-ID NOT = SPACES)
               OR (WS-SEL-BY NOT = 'I' AND WS-LISTED-COUNT > 0)
               PERFORM 1595-ABEND-MIXED-CRITERIA
           END-IF.

       1530-ADD-LISTED-ID.
           IF WS-LISTED-COUNT >= LISTED-TABLE-MAX
               MOVE '99' TO WS-CHECK-STATUS
               MOVE 'TOO MANY MSGID LINES IN RDLCTL'
                   TO WS-ABEND-MESSAGE
               PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-LISTED-COUNT
           MOVE WS-SEARCH-MSG-ID TO WS-LST-MSG-ID(WS-LISTED-COUNT)
           MOVE 'N' TO WS-LST-FOUND(WS-LISTED-COUNT).

       1590-CHECK-PARAMETERS.
           IF (WS-SEL-ROUTE = SPACES AND WS-SEL-DEST-NO = SPACE)
               OR (WS-SEL-ROUTE NOT = SPACES
                   AND WS-SEL-DEST-NO NOT = SPACE)
               MOVE '99' TO WS-CHECK-STATUS
               MOVE 'GIVE EXACTLY ONE OF ROUTE= OR DEST= IN RDLCTL'
                   TO WS-ABEND-MESSAGE
               PERFORM 9999-ABEND
           END-IF
           IF WS-SEL-BY = SPACE
               MOVE '99' TO WS-CHECK-STATUS
               MOVE 'NO DATE RANGE, BATCH= OR MSGID= IN RDLCTL'
                   TO WS-ABEND-MESSAGE
               PERFORM 9999-ABEND
           END-IF
           IF WS-SEL-DATE-FROM > WS-SEL-DATE-TO
               MOVE '99' TO WS-CHECK-STATUS
               MOVE 'DATEFROM IS LATER THAN DATETO IN RDLCTL'
                   TO WS-ABEND-MESSAGE
               PERFORM 9999-ABEND
           END-IF
           IF WS-SEL-REASON = SPACES
               MOVE '99' TO WS-CHECK-STATUS
               MOVE 'NO REASON= IN RDLCTL' TO WS-ABEND-MESSAGE
               PERFORM 9999-ABEND
           END-IF
      *  The archives a record can be in are dated after it was
      *  written, so a date range starts the search at DATEFROM;
      *  the other criteria fall back on ARCHDAYS.
           IF SELECT-BY-DATE AND WS-SEL-DATE-FROM NOT = '00000000'
               COMPUTE WS-ARCH-FIRST-DAY-NO =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-SEL-DATE-FROM))
           ELSE
               IF WS-ARCH-DAYS >= WS-TODAY-DAY-NO
                   MOVE 1 TO WS-ARCH-FIRST-DAY-NO
               ELSE
                   COMPUTE WS-ARCH-FIRST-DAY-NO =
                       WS-TODAY-DAY-NO - WS-ARCH-DAYS
               END-IF
           END-IF.

       1595-ABEND-MIXED-CRITERIA.
           MOVE '99' TO WS-CHECK-STATUS
           MOVE 'DATE RANGE, BATCH= AND MSGID= ARE ONE-OF IN RDLCTL'
               TO WS-ABEND-MESSAGE
           PERFORM 9999-ABEND.

      *  Same table MSGPROC routes by.  MSGPROC has already policed
      *  it, so only the columns needed here are checked - a line
      *  that would not route is skipped.  Every dated row is loaded
      *  (effective-from in cols 14-21, effective-to in cols 23-30,
      *  text mode in col 32), since the messages redelivered may
      *  have been routed under rows long since superseded.
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
               MOVE WS-ROUTE-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT OPEN ROUTE-FILE (MSGROUTE)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
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
                   AND ROUTE-RECORD(7:4) IS NUMERIC
                   AND WS-ROUTE-COUNT < ROUTE-TABLE-MAX
               ADD 1 TO WS-ROUTE-COUNT
               MOVE ROUTE-RECORD(1:3) TO WS-RTE-CODE(WS-ROUTE-COUNT)
               MOVE ROUTE-RECORD(5:1) TO WS-RTE-DEST-NO(WS-ROUTE-COUNT)
               COMPUTE WS-RTE-TARGET-LEN(WS-ROUTE-COUNT) =
                   FUNCTION NUMVAL(ROUTE-RECORD(7:4))
               IF WS-RTE-TARGET-LEN(WS-ROUTE-COUNT) < 1
                       OR WS-RTE-TARGET-LEN(WS-ROUTE-COUNT) >
                           TARGET-MSG-MAX-LEN
                   MOVE TARGET-MSG-MAX-LEN
                       TO WS-RTE-TARGET-LEN(WS-ROUTE-COUNT)
               END-IF
               MOVE ROUTE-RECORD(14:8)
                   TO WS-RTE-EFF-FROM(WS-ROUTE-COUNT)
               MOVE ROUTE-RECORD(23:8)
                   TO WS-RTE-EFF-TO(WS-ROUTE-COUNT)
               MOVE ROUTE-RECORD(32:1)
                   TO WS-RTE-TEXT-MODE(WS-ROUTE-COUNT)
           END-IF.

      *  ROUTE= must name a code MSGROUTE delivers to DEST01-03 -
      *  that is the destination the rebuilt feed is for.  The row
      *  in effect today decides it; a code retired since falls back
      *  on its latest row.  2200 still only takes the code's records
      *  that were routed to that destination when they were audited.
       1900-CHECK-DESTINATION.
           IF WS-SEL-ROUTE NOT = SPACES
               MOVE WS-SEL-ROUTE TO WS-ROUTE-SEARCH-CODE
               MOVE WS-TODAY-DATE TO WS-ROUTE-SEARCH-DATE
               PERFORM 8000-FIND-ROUTE
               IF WS-ROUTE-HIT = 0
                   PERFORM 8050-FIND-LATEST-ROUTE
               END-IF
               IF WS-ROUTE-HIT = 0
                   MOVE '99' TO WS-CHECK-STATUS
                   MOVE 'ROUTE= CODE IS NOT IN MSGROUTE'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9999-ABEND
               END-IF
               MOVE WS-RTE-DEST-NO(WS-ROUTE-HIT) TO WS-SEL-DEST-NO
           END-IF.

       1950-OPEN-REDELIVERY-FILE.
           MOVE SPACES TO WS-REDELIVERY-NAME
           STRING 'REDLV0' WS-SEL-DEST-NO DELIMITED BY SIZE
               INTO WS-REDELIVERY-NAME
           OPEN OUTPUT REDELIVERY-FILE
           MOVE WS-REDLV-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT OPEN REDELIVERY-FILE (REDLV0n)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           MOVE WS-SEL-DEST-NO TO FMT-DEST-NO
           MOVE 'C' TO FMT-FUNCTION
           CALL 'MSGFMT' USING FMT-PARM-AREA
           END-CALL
           IF FMT-LINE NOT = SPACES
               PERFORM 3300-WRITE-REDELIVERY-LINE
           END-IF
           MOVE 'H' TO FMT-FUNCTION
           MOVE WS-TODAY-DATE TO FMT-ENV-RUN-DATE
           MOVE WS-SEL-BATCH-ID TO FMT-ENV-BATCH-ID
           MOVE 'REDELIVERY' TO FMT-ENV-MARKER
           CALL 'MSGFMT' USING FMT-PARM-AREA
           END-CALL
           IF FMT-LINE NOT = SPACES
               PERFORM 3300-WRITE-REDELIVERY-LINE
           END-IF.

      *  AUDITOUT or one AUDARCH file - WS-AUDIT-NAME says which.
       2000-SEARCH-AUDIT-FILE.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = '35'
               CONTINUE
           ELSE
               MOVE WS-AUDIT-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT OPEN AUDIT-FILE' TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM 2100-READ-ONE-AUDIT UNTIL END-OF-FILE
               CLOSE AUDIT-FILE
               MOVE WS-AUDIT-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT CLOSE AUDIT-FILE' TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

       2100-READ-ONE-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUDIT-READ-COUNT
                   PERFORM 2200-SELECT-ONE-AUDIT
           END-READ
           IF WS-AUDIT-STATUS NOT = '00' AND WS-AUDIT-STATUS NOT = '10'
                   AND WS-AUDIT-STATUS NOT = '09'
               MOVE WS-AUDIT-STATUS TO WS-CHECK-STATUS
               MOVE 'ERROR READING AUDIT-FILE' TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

      *  The record must have gone to the destination - by the
      *  MSGROUTE row in effect on the day it was audited, and under
      *  the ROUTE= code if one was given - and meet the one message
      *  criterion given.  A code with no row in effect that day
      *  went to DESTSUSP, which is never redelivered from here.
       2200-SELECT-ONE-AUDIT.
           MOVE AUDIT-ROUTING-CODE TO WS-ROUTE-SEARCH-CODE
           MOVE AUDIT-TIMESTAMP(1:8) TO WS-ROUTE-SEARCH-DATE
           PERFORM 8000-FIND-ROUTE
           MOVE 'N' TO WS-ENTRY-FOUND
           IF WS-ROUTE-HIT > 0
                   AND WS-RTE-DEST-NO(WS-ROUTE-HIT) = WS-SEL-DEST-NO
                   AND (WS-SEL-ROUTE = SPACES
                       OR AUDIT-ROUTING-CODE = WS-SEL-ROUTE)
               SET ENTRY-FOUND TO TRUE
           END-IF
           IF ENTRY-FOUND
               EVALUATE TRUE
                   WHEN SELECT-BY-DATE
                       IF AUDIT-TIMESTAMP(1:8) < WS-SEL-DATE-FROM
                               OR AUDIT-TIMESTAMP(1:8) > WS-SEL-DATE-TO
                           MOVE 'N' TO WS-ENTRY-FOUND
                       END-IF
                   WHEN SELECT-BY-BATCH
                       IF AUDIT-BATCH-ID NOT = WS-SEL-BATCH-ID
                           MOVE 'N' TO WS-ENTRY-FOUND
                       END-IF
                   WHEN SELECT-BY-ID
                       MOVE AUDIT-MESSAGE-ID TO WS-SEARCH-MSG-ID
                       PERFORM 8100-FIND-LISTED-ID
                       IF WS-LISTED-HIT = 0
                           MOVE 'N' TO WS-ENTRY-FOUND
                       ELSE
                           MOVE 'Y' TO WS-LST-FOUND(WS-LISTED-HIT)
                       END-IF
               END-EVALUATE
           END-IF
           IF ENTRY-FOUND
               PERFORM 8200-FIND-SENT-ID
               IF NOT ENTRY-FOUND
                   PERFORM 3000-REDELIVER-MESSAGE
               END-IF
           END-IF.

       2500-SEARCH-ONE-AUDIT-ARCHIVE.
           COMPUTE WS-ARCH-DATE =
               FUNCTION DATE-OF-INTEGER(WS-ARCH-DAY-NO)
           MOVE SPACES TO WS-AUDIT-NAME
           STRING 'AUDARCH.' WS-ARCH-DATE DELIMITED BY SIZE
               INTO WS-AUDIT-NAME
           PERFORM 2000-SEARCH-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '35'
               ADD 1 TO WS-ARCHIVES-SEARCHED
           END-IF.

      *  Rebuilds the routed record(s) MSGPROC's 3500-WRITE-
      *  DESTINATION wrote for this message.  A clipped or whole
      *  message goes out as one record exactly as audited; a split
      *  one (flag 'S', whole text audited) is cut again at the
      *  target length of the row it was routed under.  The hash, as
      *  in MSGPROC, is the sum of the delivered text lengths.
       3000-REDELIVER-MESSAGE.
           IF WS-SENT-COUNT >= SENT-TABLE-MAX
               MOVE '99' TO WS-CHECK-STATUS
               MOVE 'TOO MANY MESSAGES - NARROW THE SELECTION'
                   TO WS-ABEND-MESSAGE
               PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-SENT-COUNT
           MOVE AUDIT-MESSAGE-ID TO WS-SENT-MSG-ID(WS-SENT-COUNT)
           MOVE AUDIT-MESSAGE-ID TO HDR-MESSAGE-ID OF WS-MSG-HEADER
           MOVE AUDIT-SOURCE-SYSTEM
               TO HDR-SOURCE-SYSTEM OF WS-MSG-HEADER
           MOVE AUDIT-PRIORITY TO HDR-PRIORITY OF WS-MSG-HEADER
           MOVE AUDIT-ORIGIN-TS
               TO HDR-ORIGIN-TIMESTAMP OF WS-MSG-HEADER
           MOVE AUDIT-ROUTING-CODE
               TO HDR-ROUTING-CODE OF WS-MSG-HEADER
           MOVE WS-MSG-HEADER TO WS-RTD-HEADER
           MOVE AUDIT-TRUNCATED-FLAG TO WS-RTD-TRUNC-FLAG
           MOVE WS-RTE-TARGET-LEN(WS-ROUTE-HIT) TO WS-TARGET-LEN
           MOVE 0 TO WS-REGISTERED-THIS-MSG
           IF AUDIT-MESSAGE = SPACES
               MOVE 0 TO WS-TEXT-LEN
           ELSE
               COMPUTE WS-TEXT-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(AUDIT-MESSAGE TRAILING))
           END-IF
           IF AUDIT-TRUNCATED-FLAG = 'S' AND WS-TEXT-LEN > 0
               COMPUTE WS-SEG-COUNT =
                   (WS-TEXT-LEN + WS-TARGET-LEN - 1) / WS-TARGET-LEN
               PERFORM 3100-WRITE-ONE-SEGMENT
                   VARYING WS-SEG-NO FROM 1 BY 1
                   UNTIL WS-SEG-NO > WS-SEG-COUNT
           ELSE
               IF WS-TEXT-LEN > TARGET-MSG-MAX-LEN
                   MOVE TARGET-MSG-MAX-LEN TO WS-TEXT-LEN
               END-IF
               MOVE 1 TO WS-SEG-COUNT
               MOVE SPACES TO WS-RTD-MESSAGE
               MOVE AUDIT-MESSAGE TO WS-RTD-MESSAGE
               MOVE 1 TO WS-RTD-SEG-NO
               MOVE 1 TO WS-RTD-SEG-COUNT
               PERFORM 3200-WRITE-ROUTED-RECORD
               ADD WS-TEXT-LEN TO WS-HASH-TOTAL
           END-IF
           ADD 1 TO WS-MESSAGE-COUNT
           IF WS-RTE-TEXT-MODE(WS-ROUTE-HIT) = 'C'
               ADD 1 TO WS-MASKED-CLEAR-COUNT
           END-IF
           PERFORM 7100-WRITE-DETAIL.

       3100-WRITE-ONE-SEGMENT.
           COMPUTE WS-SEG-OFFSET = (WS-SEG-NO - 1) * WS-TARGET-LEN + 1
           IF WS-SEG-NO < WS-SEG-COUNT
               MOVE WS-TARGET-LEN TO WS-SEG-LEN
           ELSE
               COMPUTE WS-SEG-LEN = WS-TEXT-LEN - WS-SEG-OFFSET + 1
           END-IF
           MOVE SPACES TO WS-RTD-MESSAGE
           MOVE AUDIT-MESSAGE(WS-SEG-OFFSET:WS-SEG-LEN)
               TO WS-RTD-MESSAGE
           MOVE WS-SEG-NO TO WS-RTD-SEG-NO
           MOVE WS-SEG-COUNT TO WS-RTD-SEG-COUNT
           PERFORM 3200-WRITE-ROUTED-RECORD
           ADD WS-SEG-LEN TO WS-HASH-TOTAL.

      *  The part goes out in the consumer's layout; ACKOUTS gets
      *  the routed record itself, as MSGACK stores it.
       3200-WRITE-ROUTED-RECORD.
           MOVE 'D' TO FMT-FUNCTION
           MOVE WS-SEL-DEST-NO TO FMT-DEST-NO
           MOVE WS-ROUTED-RECORD TO FMT-ROUTED-REC
           CALL 'MSGFMT' USING FMT-PARM-AREA
           END-CALL
           PERFORM 3300-WRITE-REDELIVERY-LINE
           ADD 1 TO WS-RECORD-COUNT
           PERFORM 5100-REGISTER-PART.

       3300-WRITE-REDELIVERY-LINE.
           WRITE REDELIVERY-RECORD FROM FMT-LINE
           MOVE WS-REDLV-STATUS TO WS-CHECK-STATUS
           MOVE 'ERROR WRITING REDELIVERY-FILE (REDLV0n)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS.

       4000-CLOSE-REDELIVERY-FILE.
           MOVE 'T' TO FMT-FUNCTION
           MOVE WS-SEL-DEST-NO TO FMT-DEST-NO
           MOVE WS-RECORD-COUNT TO FMT-ENV-COUNT
           MOVE WS-HASH-TOTAL TO FMT-ENV-HASH
           MOVE WS-MESSAGE-COUNT TO FMT-ENV-MSG-COUNT
           CALL 'MSGFMT' USING FMT-PARM-AREA
           END-CALL
           IF FMT-LINE NOT = SPACES
               PERFORM 3300-WRITE-REDELIVERY-LINE
           END-IF
           CLOSE REDELIVERY-FILE
           MOVE WS-REDLV-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT CLOSE REDELIVERY-FILE (REDLV0n)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS.

      *  The whole store comes into storage so a redelivered part the
      *  consumer still owes an ack for is not registered twice.  A
      *  missing ACKOUTS is a store with nothing in it yet.
       5000-LOAD-OUTSTANDING.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT OUTSTANDING-FILE
           IF WS-OUTS-STATUS = '00'
               PERFORM 5010-LOAD-ONE-OUTSTANDING UNTIL END-OF-FILE
               CLOSE OUTSTANDING-FILE
               MOVE WS-OUTS-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT CLOSE OUTSTANDING-FILE (ACKOUTS)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           ELSE
               IF WS-OUTS-STATUS NOT = '35'
                   MOVE WS-OUTS-STATUS TO WS-CHECK-STATUS
                   MOVE 'CANNOT OPEN OUTSTANDING-FILE (ACKOUTS)'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9000-CHECK-STATUS
               END-IF
           END-IF.

       5010-LOAD-ONE-OUTSTANDING.
           READ OUTSTANDING-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM 5900-CHECK-TABLE-ROOM
                   ADD 1 TO WS-OUTS-COUNT
                   MOVE OUTS-RECORD TO WS-OUTS-ENTRY(WS-OUTS-COUNT)
                   IF WS-OUT-SEG-NO(WS-OUTS-COUNT) IS NOT NUMERIC
                       MOVE WS-SINGLE-PART
                           TO WS-OUT-RECORD(WS-OUTS-COUNT)(118:8)
                   END-IF
           END-READ
           IF WS-OUTS-STATUS NOT = '00' AND WS-OUTS-STATUS NOT = '10'
                   AND WS-OUTS-STATUS NOT = '09'
               MOVE WS-OUTS-STATUS TO WS-CHECK-STATUS
               MOVE 'ERROR READING OUTSTANDING-FILE (ACKOUTS)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

      *  Registers the part just written, dated today, unless the
      *  store already holds it for this destination.
       5100-REGISTER-PART.
           MOVE 'N' TO WS-ENTRY-FOUND
           PERFORM 5110-TEST-ONE-OUTSTANDING
               VARYING WS-OUTS-SUB FROM 1 BY 1
               UNTIL WS-OUTS-SUB > WS-OUTS-COUNT OR ENTRY-FOUND
           IF ENTRY-FOUND
               ADD 1 TO WS-ALREADY-OUT-COUNT
           ELSE
               PERFORM 5900-CHECK-TABLE-ROOM
               ADD 1 TO WS-OUTS-COUNT
               MOVE SPACES TO WS-OUTS-ENTRY(WS-OUTS-COUNT)
               MOVE WS-SEL-DEST-NO TO WS-OUT-DEST-NO(WS-OUTS-COUNT)
               MOVE WS-TODAY-DATE TO WS-OUT-FIRST-DATE(WS-OUTS-COUNT)
               MOVE WS-ROUTED-RECORD TO WS-OUT-RECORD(WS-OUTS-COUNT)
               ADD 1 TO WS-PARTS-ADDED
               ADD 1 TO WS-REGISTERED-COUNT
               ADD 1 TO WS-REGISTERED-THIS-MSG
           END-IF.

       5110-TEST-ONE-OUTSTANDING.
           IF WS-OUT-DEST-NO(WS-OUTS-SUB) = WS-SEL-DEST-NO
                   AND WS-OUT-MSG-ID(WS-OUTS-SUB) =
                       HDR-MESSAGE-ID OF WS-MSG-HEADER
                   AND WS-OUT-SEG-NO(WS-OUTS-SUB) = WS-RTD-SEG-NO
               SET ENTRY-FOUND TO TRUE
           END-IF.

      *  Rewrite the store with the new registrations, then rename it
      *  over ACKOUTS in one atomic step.
       5200-REWRITE-STORE.
           OPEN OUTPUT OUTS-NEW-FILE
           MOVE WS-OUTS-NEW-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT OPEN OUTS-NEW-FILE (ACKOUTS.NEW)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           PERFORM 5210-REWRITE-ONE-ENTRY
               VARYING WS-OUTS-SUB FROM 1 BY 1
               UNTIL WS-OUTS-SUB > WS-OUTS-COUNT
           CLOSE OUTS-NEW-FILE
           MOVE WS-OUTS-NEW-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT CLOSE OUTS-NEW-FILE (ACKOUTS.NEW)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           CALL 'CBL_RENAME_FILE' USING 'ACKOUTS.NEW' 'ACKOUTS'
               RETURNING WS-RENAME-RC
           END-CALL
           IF WS-RENAME-RC NOT = 0
               MOVE WS-RENAME-RC TO WS-RENAME-RC-DISPLAY
               MOVE '99' TO WS-CHECK-STATUS
               STRING 'CANNOT RENAME ACKOUTS.NEW TO ACKOUTS, RC='
                   WS-RENAME-RC-DISPLAY DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM 9999-ABEND
           END-IF.

       5210-REWRITE-ONE-ENTRY.
           WRITE OUTS-NEW-RECORD FROM WS-OUTS-ENTRY(WS-OUTS-SUB)
           MOVE WS-OUTS-NEW-STATUS TO WS-CHECK-STATUS
           MOVE 'ERROR WRITING OUTS-NEW-FILE (ACKOUTS.NEW)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS.

       5900-CHECK-TABLE-ROOM.
           IF WS-OUTS-COUNT >= OUTS-TABLE-MAX
               MOVE '99' TO WS-CHECK-STATUS
               MOVE 'OUTSTANDING TABLE OVERFLOWS'
                   TO WS-ABEND-MESSAGE
               PERFORM 9999-ABEND
           END-IF.

       7000-WRITE-REPORT-HEADERS.
           MOVE 'ERROR WRITING PRINT-FILE (RDLRPT)'
               TO WS-ABEND-MESSAGE
           WRITE PRINT-LINE FROM WS-TITLE-LINE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           WRITE PRINT-LINE FROM WS-HEADER-LINE-1
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           MOVE WS-SEL-DEST-NO TO WS-CRIT-DEST-NO
           STRING 'REDLV0' WS-SEL-DEST-NO DELIMITED BY SIZE
               INTO WS-CRIT-FILE-NAME
           IF WS-SEL-ROUTE = SPACES
               MOVE 'ALL' TO WS-CRIT-ROUTE
           ELSE
               MOVE WS-SEL-ROUTE TO WS-CRIT-ROUTE
           END-IF
           WRITE PRINT-LINE FROM WS-CRIT-LINE-1
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           MOVE SPACES TO WS-CRIT-MESSAGES
           EVALUATE TRUE
               WHEN SELECT-BY-DATE
                   STRING 'DELIVERED ' WS-SEL-DATE-FROM ' - '
                       WS-SEL-DATE-TO
                       DELIMITED BY SIZE INTO WS-CRIT-MESSAGES
               WHEN SELECT-BY-BATCH
                   STRING 'INBOUND BATCH ' WS-SEL-BATCH-ID
                       DELIMITED BY SIZE INTO WS-CRIT-MESSAGES
               WHEN OTHER
                   MOVE 'MESSAGE IDS LISTED IN RDLCTL'
                       TO WS-CRIT-MESSAGES
           END-EVALUATE
           WRITE PRINT-LINE FROM WS-CRIT-LINE-2
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           MOVE WS-SEL-REASON TO WS-CRIT-REASON
           WRITE PRINT-LINE FROM WS-CRIT-LINE-3
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           WRITE PRINT-LINE FROM SPACES
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           WRITE PRINT-LINE FROM WS-COLUMN-HEADER
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS.

      *  One line per message sent: what it is, when it was first
      *  delivered, the batch it came in, which file it was rebuilt
      *  from, whether MSGACK now expects an acknowledgment, and
      *  whether the consumer is getting masked text its route
      *  entitles it to see clear.
       7100-WRITE-DETAIL.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE AUDIT-MESSAGE-ID TO WS-DTL-MSG-ID
           MOVE AUDIT-SOURCE-SYSTEM TO WS-DTL-SOURCE
           MOVE AUDIT-ROUTING-CODE TO WS-DTL-ROUTE
           MOVE AUDIT-TIMESTAMP(1:8) TO WS-DTL-DELIVERED
           MOVE AUDIT-BATCH-ID TO WS-DTL-BATCH-ID
           MOVE WS-AUDIT-NAME TO WS-DTL-FOUND-IN
           MOVE WS-SEG-COUNT TO WS-DTL-PARTS
           IF WS-REGISTERED-THIS-MSG = 0
               MOVE 'ALREADY OUTSTANDING' TO WS-DTL-ACKOUTS
           ELSE
               MOVE 'REGISTERED - ACK EXPECTED' TO WS-DTL-ACKOUTS
           END-IF
           IF WS-RTE-TEXT-MODE(WS-ROUTE-HIT) = 'C'
               MOVE 'MASKED - ROUTE IS CLEAR' TO WS-DTL-TEXT-NOTE
           END-IF
           WRITE PRINT-LINE FROM WS-DETAIL-LINE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE 'ERROR WRITING PRINT-FILE (RDLRPT)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS.

       7200-WRITE-NOT-FOUND.
           IF WS-LST-FOUND(WS-LISTED-SUB) = 'N'
               ADD 1 TO WS-NOT-FOUND-COUNT
               MOVE WS-LST-MSG-ID(WS-LISTED-SUB) TO WS-NFD-MSG-ID
               WRITE PRINT-LINE FROM WS-NOT-FOUND-LINE
               MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
               MOVE 'ERROR WRITING PRINT-FILE (RDLRPT)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

       7300-WRITE-TRAILERS.
           MOVE WS-AUDIT-READ-COUNT TO WS-TRL-READ
           MOVE WS-ARCHIVES-SEARCHED TO WS-TRL-ARCHIVES
           MOVE WS-MESSAGE-COUNT TO WS-TRL-MESSAGES
           MOVE WS-RECORD-COUNT TO WS-TRL-RECORDS
           MOVE WS-REGISTERED-COUNT TO WS-TRL-REGISTERED
           MOVE WS-ALREADY-OUT-COUNT TO WS-TRL-ALREADY-OUT
           MOVE WS-NOT-FOUND-COUNT TO WS-TRL-NOT-FOUND
           MOVE WS-MASKED-CLEAR-COUNT TO WS-TRL-MASKED-CLEAR
           MOVE 'ERROR WRITING PRINT-FILE (RDLRPT)'
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
           WRITE PRINT-LINE FROM WS-TRAILER-LINE-7
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           WRITE PRINT-LINE FROM WS-TRAILER-LINE-8
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS.

      *  Linear search of the routing table for the row of
      *  WS-ROUTE-SEARCH-CODE in effect on WS-ROUTE-SEARCH-DATE, as
      *  MSGPROC's 2200-RESOLVE-ROUTING would have picked it; leaves
      *  WS-ROUTE-HIT at the match, or zero.
       8000-FIND-ROUTE.
           MOVE 0 TO WS-ROUTE-HIT
           PERFORM 8010-TEST-ONE-ROUTE
               VARYING WS-ROUTE-SUB FROM 1 BY 1
               UNTIL WS-ROUTE-SUB > WS-ROUTE-COUNT OR WS-ROUTE-HIT > 0.

       8010-TEST-ONE-ROUTE.
           IF WS-RTE-CODE(WS-ROUTE-SUB) = WS-ROUTE-SEARCH-CODE
                   AND (WS-RTE-EFF-FROM(WS-ROUTE-SUB) = SPACES
                       OR WS-RTE-EFF-FROM(WS-ROUTE-SUB) <=
                           WS-ROUTE-SEARCH-DATE)
                   AND (WS-RTE-EFF-TO(WS-ROUTE-SUB) = SPACES
                       OR WS-RTE-EFF-TO(WS-ROUTE-SUB) >=
                           WS-ROUTE-SEARCH-DATE)
               MOVE WS-ROUTE-SUB TO WS-ROUTE-HIT
           END-IF.

      *  The row of WS-ROUTE-SEARCH-CODE that ended last, for a code
      *  no row of which is in effect on the search date; leaves
      *  WS-ROUTE-HIT at it, or zero if the code has no rows.
       8050-FIND-LATEST-ROUTE.
           MOVE 0 TO WS-ROUTE-HIT
           PERFORM 8060-TEST-LATEST-ROUTE
               VARYING WS-ROUTE-SUB FROM 1 BY 1
               UNTIL WS-ROUTE-SUB > WS-ROUTE-COUNT.

       8060-TEST-LATEST-ROUTE.
           IF WS-RTE-CODE(WS-ROUTE-SUB) = WS-ROUTE-SEARCH-CODE
               IF WS-ROUTE-HIT = 0
                   MOVE WS-ROUTE-SUB TO WS-ROUTE-HIT
               ELSE
                   IF WS-RTE-EFF-TO(WS-ROUTE-SUB) >
                           WS-RTE-EFF-TO(WS-ROUTE-HIT)
                       MOVE WS-ROUTE-SUB TO WS-ROUTE-HIT
                   END-IF
               END-IF
           END-IF.

       8100-FIND-LISTED-ID.
           MOVE 0 TO WS-LISTED-HIT
           PERFORM 8110-TEST-ONE-LISTED-ID
               VARYING WS-LISTED-SUB FROM 1 BY 1
               UNTIL WS-LISTED-SUB > WS-LISTED-COUNT
                   OR WS-LISTED-HIT > 0.

       8110-TEST-ONE-LISTED-ID.
           IF WS-LST-MSG-ID(WS-LISTED-SUB) = WS-SEARCH-MSG-ID
               MOVE WS-LISTED-SUB TO WS-LISTED-HIT
           END-IF.

      *  Sets ENTRY-FOUND when AUDIT-MESSAGE-ID has already gone out
      *  this run.
       8200-FIND-SENT-ID.
           MOVE 'N' TO WS-ENTRY-FOUND
           PERFORM 8210-TEST-ONE-SENT-ID
               VARYING WS-SENT-SUB FROM 1 BY 1
               UNTIL WS-SENT-SUB > WS-SENT-COUNT OR ENTRY-FOUND.

       8210-TEST-ONE-SENT-ID.
           IF WS-SENT-MSG-ID(WS-SENT-SUB) = AUDIT-MESSAGE-ID
               SET ENTRY-FOUND TO TRUE
           END-IF.

       9000-CHECK-STATUS.
           IF WS-CHECK-STATUS NOT = '00' AND WS-CHECK-STATUS NOT = '10'
               PERFORM 9999-ABEND
           END-IF.

       9999-ABEND.
           DISPLAY 'MSGREDLV ABEND - ' WS-ABEND-MESSAGE
               ' FILE STATUS=' WS-CHECK-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
