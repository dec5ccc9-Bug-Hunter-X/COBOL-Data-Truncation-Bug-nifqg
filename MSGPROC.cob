      *  (see 1520-APPLY-ONE-PARAMETER); RUNMODE=REPROCESS makes the
      *  run read the fixed-up suspense records from MSGREJIN instead
      *  of MSGIN, so corrected rejects re-enter the normal flow.
      *
      *  Operator holds: every valid data record is checked against
      *  the MSGHOLD list (2300-CHECK-HOLD-LIST) - a source system, a
      *  routing code or one message ID, each with a reason and an
      *  expiry date.  A message that matches a live entry goes to
      *  the persistent MSGHELD store instead of AUDITOUT and the
      *  destinations.  MSGRLSE takes released items out of the store
      *  into MSGRLSIN, and RUNMODE=RELEASE reads that file the way
      *  REPROCESS reads MSGREJIN - without the hold check, since
      *  releasing a message is the operator overriding its hold.
      *
      *  MSGROUTE and SRCTAB rows carry effective-from/to dates and
      *  are maintained by MSGTBLM.  Only the rows in effect on the
      *  run date are loaded (1890-CHECK-EFFECTIVE-DATES); the run
      *  date is the one in WS-RUN-ID, so a run restarted after
      *  midnight keeps the tables it started with.
      *
      *  Account and card numbers in the message text are masked
      *  under the MSGMASK rules (2710-MASK-TEXT) before the text
      *  reaches AUDITOUT, DUPLOG, the MSGRPT detail lines or MSGREJ.
      *  A destination gets the clear text only where its MSGROUTE
      *  row says it is entitled to it; MSGHELD keeps the clear text
      *  so a released message can still go to such a destination.
      *  MSGRPT and MSGSRCH show the fields masked by source.
      *
      *  Every H/D/T batch balanced goes on the persistent BATCHREG
      *  register with its date and result.  A batch whose ID is
      *  already there from an earlier run is a re-send: it is
      *  stopped whole at its header (5400-CHECK-BATCH-REGISTER),
      *  reported on MSGRPT, and its records counted but not taken.
      *  MSGFEED checks the register against the expected-feed
      *  schedule at the batch-window cutoff.
      *
      *  Each consumer destination is written in the layout and
      *  envelope style its DESTFMT profile asks for - the fixed
      *  routed record, a delimited file with a column-name row, or a
      *  chosen subset of the fields - through the MSGFMT formatter
      *  (3520-WRITE-ROUTED-RECORD, 1775/1765 for the envelope).
      *  DESTSUSP always keeps the fixed layout.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPROCESS-STATUS.

      *  Read in place of MSGIN when RUNMODE=RELEASE: the messages
      *  MSGRLSE has taken out of the MSGHELD store, in the same
      *  reason-code-plus-record shape as MSGREJIN.
           SELECT RELEASE-FILE ASSIGN TO 'MSGRLSIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.

           SELECT REJECT-FILE ASSIGN TO 'MSGREJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

      *  External routing table, editable without a code change:
      *  '*' lines are comments, data lines carry routing code
      *  (cols 1-3), destination number 1-3 (col 5), that
      *  destination's target message length (cols 7-10) and what to
      *  do with a message longer than that (col 12): 'C' or blank
      *  clips it, 'S' splits it into numbered segments.  Col 32 says
      *  whether the destination is entitled to the clear text ('C')
      *  or gets it masked ('M' or blank) - see 2710-MASK-TEXT.
           SELECT ROUTE-FILE ASSIGN TO 'MSGROUTE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRCREG-STATUS.

      *  Operator hold list, same editable style as MSGROUTE: '*'
      *  lines are comments, data lines carry the hold type (col 1:
      *  S source system, R routing code, M message ID), what to hold
      *  (cols 3-14), the last day the hold applies (cols 16-23,
      *  YYYYMMDD) and the reason (cols 25-64).  No MSGHOLD file
      *  means nothing is held.
           SELECT HOLD-LIST-FILE ASSIGN TO 'MSGHOLD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDLIST-STATUS.

      *  Masking rules for account and card numbers in the message
      *  text, same editable style again: '*' lines are comments,
      *  data lines carry the source system (cols 1-4, 'ALL' for
      *  the rules every source without rows of its own gets), the
      *  rule type (col 6: D a run of digits, K a keyword and the
      *  value after it, N mask nothing for this source), for D the
      *  shortest and longest run to mask (cols 8-9 / 11-12, longest
      *  blank for no limit), how many trailing characters stay
      *  readable (cols 14-15, blank for none) and for K the keyword
      *  (cols 17-36).  No MSGMASK file means nothing is masked.
           SELECT MASK-RULE-FILE ASSIGN TO 'MSGMASK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASKRULE-STATUS.

      *  Persistent store of held messages - always EXTEND, it only
      *  ever shrinks through MSGRLSE.  Layout in MSGHLD01.cpy.
           SELECT HELD-FILE ASSIGN TO 'MSGHELD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.

           SELECT DEST1-FILE ASSIGN TO 'DEST01'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEST1-STATUS.
               RECORD KEY IS MST-MESSAGE-ID
               FILE STATUS IS WS-MASTER-STATUS.

      *  Batch register - one record per H/D/T batch ever balanced,
      *  keyed on the batch ID and kept across runs, so an upstream
      *  re-sending a whole batch it already sent is stopped at its
      *  header instead of record by record through DUPLOG.  MSGFEED
      *  reads it at the batch-window cutoff.  See
      *  5400-CHECK-BATCH-REGISTER.
           SELECT BATCH-REG-FILE ASSIGN TO 'BATCHREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRG-BATCH-ID
               FILE STATUS IS WS-BATCHREG-STATUS.

           SELECT AUDIT-FILE ASSIGN TO 'AUDITOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

      *  The BY SOURCE SYSTEM section of MSGRPT, kept the same way:
      *  appended per completed run, read back by MSGSVC for the
      *  monthly service statement.  Layout in MSGSRH01.cpy.
           SELECT SOURCE-HIST-FILE ASSIGN TO 'MSGSRCH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRCHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *  CTL-RECORD / INPUT-RECORD hold an inbound message and must
           05  FILLER                   PIC X.
           05  RPR-ORIGINAL-RECORD      PIC X(235).

      *  Same layout again - MSGRLSE writes it from MSGHELD.
       FD  RELEASE-FILE.
       01  RELEASE-RECORD.
           05  RLS-REASON-CODE          PIC X(8).
           05  FILLER                   PIC X.
           05  RLS-ORIGINAL-RECORD      PIC X(235).

      *  Suspense file: the reason code up front, the inbound record
      *  behind it, so the data can be fixed and fed back through a
      *  RUNMODE=REPROCESS run without re-keying.  The record is kept
      *  byte for byte except that its message text goes through
      *  2710-MASK-TEXT first - a reprocessed record carries the
      *  masked text from then on.
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-REASON-CODE          PIC X(8).
       COPY MSGCKP01.

       FD  CHECKPOINT-TEMP-FILE.
       01  CHECKPOINT-TEMP-RECORD       PIC X(2600).

       FD  ROUTE-FILE.
       01  ROUTE-RECORD                PIC X(80).
       FD  SOURCE-REG-FILE.
       01  SOURCE-REG-RECORD           PIC X(80).

       FD  HOLD-LIST-FILE.
       01  HOLD-LIST-RECORD            PIC X(80).

       FD  MASK-RULE-FILE.
       01  MASK-RULE-RECORD            PIC X(80).

       FD  HELD-FILE.
       COPY MSGHLD01.

      *  The four destination files share one record layout, built in
      *  WS-ROUTED-RECORD: the full message header, the truncation
      *  flag, the message as clipped to (or split at) the
      *  destination's own target length, then the segment number
      *  and segment count - 001/001 for a message that went out in
      *  one piece.  DEST01-03 carry it as MSGFMT lays it out for the
      *  consumer's DESTFMT profile, so their records are
      *  DEST-LINE-MAX-LEN (MSGLEN01) wide - keep the PICs in step by
      *  hand.
       FD  DEST1-FILE.
       01  DEST1-RECORD                PIC X(260).

       FD  DEST2-FILE.
       01  DEST2-RECORD                PIC X(260).

       FD  DEST3-FILE.
       01  DEST3-RECORD                PIC X(260).

       FD  SUSPENSE-DEST-FILE.
       01  SUSPENSE-DEST-RECORD        PIC X(125).

      *  One line per suppressed duplicate.  DUP-MESSAGE holds the
      *  re-sent text after MSGXLATE normalization, so it is
       FD  MASTER-FILE.
       COPY MSGMST01.

       FD  BATCH-REG-FILE.
       COPY MSGBRG01.

       FD  AUDIT-FILE.
       COPY MSGAUD01.

       FD  HISTORY-FILE.
       COPY MSGHST01.

       FD  SOURCE-HIST-FILE.
       COPY MSGSRH01.

       WORKING-STORAGE SECTION.
       COPY MSGLEN01.
       COPY MSGREC01 REPLACING ==MSG-MAX-LEN== BY ==SOURCE-MSG-MAX-LEN==
           05  FILLER                   PIC X(214).

       01  WS-TARGET-LEN               PIC 9(4) COMP.
      *  MSGMOVE sets 'Y'/'N'; 2000-MOVE-WITH-CHECK turns a 'Y' into
      *  'S' when the destination splits long messages instead of
      *  clipping them - nothing was lost, so it is not a truncation.
       01  WS-TRUNCATED-FLAG           PIC X VALUE 'N'.
           88  MSG-TRUNCATED                 VALUE 'Y'.
           88  MSG-SPLIT                     VALUE 'S'.
       01  WS-DUPLICATE-FLAG           PIC X VALUE 'N'.
           88  DUPLICATE-MESSAGE             VALUE 'Y'.

       01  WS-RUN-MODE                 PIC X(9) VALUE 'NORMAL'.
           88  NORMAL-RUN                    VALUE 'NORMAL'.
           88  REPROCESS-RUN                 VALUE 'REPROCESS'.
           88  RELEASE-RUN                   VALUE 'RELEASE'.
      *  Either mode that reads back records an earlier run set
      *  aside - no inbound batch control, no MSGIN.
           88  REFEED-RUN                    VALUE 'REPROCESS'
                                                   'RELEASE'.

       01  WS-REJECT-REASON            PIC X(8) VALUE SPACES.
           88  MESSAGE-ACCEPTED              VALUE SPACES.
               10  WS-RTE-CODE          PIC X(3).
               10  WS-RTE-DEST-NO       PIC 9.
               10  WS-RTE-TARGET-LEN    PIC 9(4) COMP.
               10  WS-RTE-OVERLEN-ACTION PIC X.
               10  WS-RTE-TEXT-MODE     PIC X.
       01  WS-ROUTE-SEARCH-CODE        PIC X(3) VALUE SPACES.
       01  WS-ROUTE-HIT                PIC 9(4) COMP VALUE 0.
       01  WS-DEST-NO                  PIC 9 VALUE 0.
       01  WS-DEST-TARGET-LEN          PIC 9(4) COMP
               VALUE TARGET-MSG-MAX-LEN.
      *  'C' clips an over-length message at WS-DEST-TARGET-LEN (the
      *  default, and always the suspense destination's rule); 'S'
      *  splits it into as many target-length segments as it takes.
       01  WS-DEST-OVERLEN-ACTION      PIC X VALUE 'C'.
           88  DEST-SPLITS-LONG-TEXT         VALUE 'S'.
      *  'C' sends the destination the clear text, 'M' the masked
      *  text every other output gets.  Masked unless MSGROUTE says
      *  otherwise - the suspense destination is never entitled.
       01  WS-DEST-TEXT-MODE           PIC X VALUE 'M'.
           88  DEST-GETS-CLEAR-TEXT          VALUE 'C'.

      *  Effective-from/to dates of the MSGROUTE or SRCTAB row being
      *  loaded.  Blank means open-ended on that side.
       01  WS-EFF-FROM                 PIC X(8) VALUE SPACES.
       01  WS-EFF-FROM-NUM REDEFINES WS-EFF-FROM
                                       PIC 9(8).
       01  WS-EFF-TO                   PIC X(8) VALUE SPACES.
       01  WS-EFF-TO-NUM REDEFINES WS-EFF-TO
                                       PIC 9(8).
       01  WS-EFF-VALID-FLAG           PIC X VALUE 'Y'.
           88  EFF-DATES-VALID               VALUE 'Y'.
       01  WS-EFF-CURRENT-FLAG         PIC X VALUE 'Y'.
           88  ROW-IN-EFFECT                 VALUE 'Y'.

      *  In-storage copy of the MSGHOLD list - only the entries still
      *  in effect on the run date; an expired entry is counted and
      *  dropped at load.  The first entry a message matches, in file
      *  order, is the one recorded against it in MSGHELD.
       78  HOLD-TABLE-MAX              VALUE 100.
       01  WS-HOLD-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-HOLD-SUB                 PIC 9(4) COMP VALUE 0.
       01  WS-HOLD-HIT                 PIC 9(4) COMP VALUE 0.
       01  WS-HOLD-EXPIRED-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY            OCCURS HOLD-TABLE-MAX TIMES.
               10  WS-HLD-TYPE          PIC X.
               10  WS-HLD-VALUE         PIC X(12).
               10  WS-HLD-EXPIRY        PIC X(8).
               10  WS-HLD-REASON        PIC X(40).
       01  WS-HELD-FLAG                PIC X VALUE 'N'.
           88  MESSAGE-HELD                  VALUE 'Y'.

      *  In-storage copy of the MSGMASK rules, in file order.  A
      *  source with rows of its own is masked by those rows alone;
      *  every other source by the 'ALL' rows.  An empty table (no
      *  MSGMASK) masks nothing.  WS-MSK-KEY-LEN is the keyword's
      *  length without its trailing spaces, worked out at load.
       78  MASK-RULE-MAX               VALUE 100.
       01  WS-MASK-RULE-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-MASK-RULE-SUB            PIC 9(4) COMP VALUE 0.
       01  WS-MASK-RULE-HIT            PIC 9(4) COMP VALUE 0.
       01  WS-MASK-RULE-TABLE.
           05  WS-MASK-RULE-ENTRY       OCCURS MASK-RULE-MAX TIMES.
               10  WS-MSK-SOURCE        PIC X(4).
               10  WS-MSK-TYPE          PIC X.
               10  WS-MSK-MIN-LEN       PIC 9(4) COMP.
               10  WS-MSK-MAX-LEN       PIC 9(4) COMP.
               10  WS-MSK-KEEP          PIC 9(4) COMP.
               10  WS-MSK-KEYWORD       PIC X(20).
               10  WS-MSK-KEY-LEN       PIC 9(4) COMP.

      *  2710-MASK-TEXT works on WS-MASK-TEXT in place: the caller
      *  loads the text, its live length and the source system whose
      *  rules apply, and gets back the text with every matching
      *  field overwritten by '*' and the number of fields masked.
      *  WS-MASK-UPPER is an upper-case copy kept in step with it so
      *  keywords match in any case.  The byte after each text is a
      *  stop byte - a scan may look one position past the end.
       01  WS-MASK-WORK.
           05  WS-MASK-TEXT             PIC X(SOURCE-MSG-MAX-LEN).
           05  FILLER                   PIC X VALUE SPACE.
       01  WS-MASK-UPPER-WORK.
           05  WS-MASK-UPPER            PIC X(SOURCE-MSG-MAX-LEN).
           05  FILLER                   PIC X VALUE SPACE.
       01  WS-MASK-LEN                 PIC 9(4) COMP VALUE 0.
       01  WS-MASK-SOURCE              PIC X(4) VALUE SPACES.
       01  WS-MASK-RULE-SOURCE         PIC X(4) VALUE SPACES.
       01  WS-MASK-FIELDS              PIC 9(4) COMP VALUE 0.
       01  WS-MASK-POS                 PIC 9(4) COMP VALUE 0.
       01  WS-MASK-START               PIC 9(4) COMP VALUE 0.
       01  WS-MASK-RUN-LEN             PIC 9(4) COMP VALUE 0.
       01  WS-MASK-SPAN-LEN            PIC 9(4) COMP VALUE 0.
       01  WS-MASK-CHAR-SUB            PIC 9(4) COMP VALUE 0.
       01  WS-MASK-KEEP                PIC 9(4) COMP VALUE 0.
       01  WS-MASK-KEYWORD             PIC X(20) VALUE SPACES.
       01  WS-MASK-KEY-LEN             PIC 9(4) COMP VALUE 0.
       01  WS-MASK-BYTE                PIC X VALUE SPACE.
           88  MASK-VALUE-SEPARATOR          VALUE SPACE ':' '=' '#'.
       01  WS-MASK-PREV-BYTE           PIC X VALUE SPACE.
           88  MASK-WORD-CHAR                VALUE 'A' THRU 'Z'
                                                   '0' THRU '9'.
       01  WS-MASK-CHANGED-FLAG        PIC X VALUE 'N'.
           88  MASK-CHANGED-TEXT             VALUE 'Y'.
       01  WS-MASK-NUMBER              PIC 99 VALUE 0.
      *  The message text as every output but an entitled destination
      *  sees it: WS-MASKED-TEXT lines up with MSG-TEXT OF WS-AREA-1,
      *  WS-MASKED-CLIP with the clipped MSG-TEXT OF WS-AREA-2.
       01  WS-MASKED-TEXT              PIC X(SOURCE-MSG-MAX-LEN)
               VALUE SPACES.
       01  WS-MASKED-CLIP              PIC X(TARGET-MSG-MAX-LEN)
               VALUE SPACES.
       01  WS-MASKED-COUNT             PIC 9(8) VALUE 0.

      *  In-storage copy of the SRCTAB source registry.  An empty
      *  table (no SRCTAB) waives all source checking; a loaded one
               10  WS-SST-REJECTED      PIC 9(8) COMP.
               10  WS-SST-TRUNCATED     PIC 9(8) COMP.
               10  WS-SST-DUPLICATE     PIC 9(8) COMP.
               10  WS-SST-MASKED        PIC 9(8) COMP.

      *  The run's rejects by source system and reason code, tallied
      *  back off MSGREJ at the end of the run for MSGSRCH.  Once the
      *  table is full the rest fold into a '????' / OTHER entry -
      *  the last slot is kept for it.
       78  REASON-STAT-MAX             VALUE 200.
       01  WS-RSN-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-RSN-SUB                  PIC 9(4) COMP VALUE 0.
       01  WS-RSN-HIT                  PIC 9(4) COMP VALUE 0.
       01  WS-RSN-SOURCE               PIC X(4) VALUE SPACES.
       01  WS-RSN-REASON               PIC X(8) VALUE SPACES.
       01  WS-REASON-STATS-TABLE.
           05  WS-RSN-ENTRY             OCCURS REASON-STAT-MAX TIMES.
               10  WS-RST-SOURCE        PIC X(4).
               10  WS-RST-REASON        PIC X(8).
               10  WS-RST-COUNT         PIC 9(8) COMP.

      *  First-seen stamp handed to 3200-WRITE-DUPLICATE-LOG by
      *  whichever duplicate path fired.
           05  WS-RTD-TRUNC-FLAG        PIC X.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-RTD-MESSAGE           PIC X(TARGET-MSG-MAX-LEN).
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-RTD-SEG-NO            PIC 9(3).
           05  FILLER                   PIC X VALUE '/'.
           05  WS-RTD-SEG-COUNT         PIC 9(3).

      *  Segmenting state for the message now going out: how many
      *  pieces it takes at the destination's target length, which
      *  piece is being written, and where that piece starts and how
      *  long it is within MSG-TEXT OF WS-AREA-1.  Every segment
      *  carries the message's own header, so all of them share its
      *  HDR-MESSAGE-ID.
       01  WS-SEG-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-SEG-NO                   PIC 9(4) COMP VALUE 0.
       01  WS-SEG-OFFSET               PIC 9(4) COMP VALUE 0.
       01  WS-SEG-LEN                  PIC 9(4) COMP VALUE 0.

      *  Outbound batch-control envelope, mirroring the H/T integrity
      *  envelope MSGPROC demands on MSGIN: each destination file
      *  opens with a '*H' header (run date, first inbound batch ID,
      *  destination number) and closes with a '*T' trailer (record
      *  count, hash total over delivered message lengths, message
      *  count), so a consumer can tell a complete delivery from one
      *  cut short.  The record count and hash cover every physical
      *  data record, segments included; the message count is how
      *  many distinct messages those records carry, so a consumer
      *  reassembling segments can prove it has every part.
      *  The '*' marker can never collide with a data record - those
      *  start with the message ID.  MSGREDLV writes the same
      *  envelope on a redelivered feed, with REDELIVERY in columns
      *  24-33 of the header; MSGPROC leaves those columns blank.
      *  Entry 4 of the totals is the suspense destination; the flag
      *  and totals live in the checkpoint so a resumed run neither
      *  repeats the header nor loses the counts.
       01  WS-ENV-SUB                  PIC 9(4) COMP VALUE 0.
       01  WS-DEST-HDR-FLAG            PIC X VALUE 'N'.
           88  DEST-HEADERS-WRITTEN          VALUE 'Y'.
           05  WS-DEST-TOTAL-ENTRY      OCCURS 4 TIMES.
               10  WS-DST-COUNT         PIC 9(8) COMP VALUE 0.
               10  WS-DST-HASH          PIC 9(12) COMP VALUE 0.
               10  WS-DST-MSG-COUNT     PIC 9(8) COMP VALUE 0.

       01  WS-ENV-HEADER-REC.
           05  FILLER                   PIC X(2) VALUE '*H'.
           05  WS-ENH-BATCH-ID          PIC X(8).
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-ENH-DEST-NO           PIC 9.
           05  FILLER                   PIC X(103) VALUE SPACES.

       01  WS-ENV-TRAILER-REC.
           05  FILLER                   PIC X(2) VALUE '*T'.
           05  WS-ENT-COUNT             PIC 9(8).
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-ENT-HASH              PIC 9(12).
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-ENT-MSG-COUNT         PIC 9(8).
           05  FILLER                   PIC X(92) VALUE SPACES.

      *  MSGFMT shapes every line written to DEST01-03 - data,
      *  envelope and the delimited layout's column-name row - to
      *  the consumer's DESTFMT profile.  The envelope records above
      *  still go to DESTSUSP as they stand.
       COPY MSGFMT01.

       01  WS-CTL-STATUS               PIC XX.
       01  WS-MASTER-STATUS            PIC XX.
       01  WS-BATCHREG-STATUS          PIC XX.
       01  WS-SRCREG-STATUS            PIC XX.
       01  WS-DUPLOG-STATUS            PIC XX.
       01  WS-CMD-STATUS               PIC XX.
       01  WS-REPROCESS-STATUS         PIC XX.
       01  WS-RELEASE-STATUS           PIC XX.
       01  WS-HOLDLIST-STATUS          PIC XX.
       01  WS-MASKRULE-STATUS          PIC XX.
       01  WS-HELD-STATUS              PIC XX.
       01  WS-REJECT-STATUS            PIC XX.
       01  WS-ROUTE-STATUS             PIC XX.
       01  WS-DEST1-STATUS             PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-PRINT-STATUS             PIC XX.
       01  WS-HISTORY-STATUS           PIC XX.
       01  WS-SRCHIST-STATUS           PIC XX.

       01  WS-CHECK-STATUS             PIC XX.
       01  WS-ABEND-MESSAGE            PIC X(60).
       01  WS-DUPLICATE-COUNT          PIC 9(8) VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(8) VALUE 0.
       01  WS-SUBSTITUTED-COUNT        PIC 9(8) VALUE 0.
       01  WS-SPLIT-COUNT              PIC 9(8) VALUE 0.
       01  WS-HELD-COUNT               PIC 9(8) VALUE 0.
       01  WS-XLAT-COUNT               PIC 9(4) COMP VALUE 0.

      *  Message IDs accepted since the last commit point.  Their
           05  WS-SLA-SECS              PIC 9(6) OCCURS 9 TIMES.
       01  WS-SLA-SUB                  PIC 9(4) COMP VALUE 0.
       01  WS-MSG-AGE-SECS             PIC S9(8) COMP VALUE 0.
      *  Set by 2600-CHECK-MESSAGE-SLA for the message in hand and
      *  carried onto its audit record (AUDIT-LATE-FLAG).
       01  WS-LATE-FLAG                PIC X VALUE 'N'.
           88  MSG-LATE                      VALUE 'Y'.

      *  Late messages collected for the MSGRPT late section.  The
      *  count is checkpointed and survives a restart; the listing
      *  WS-CURRENT-RECORD REDEFINES before the deferred-record
      *  drain reuses that area - see 5300-START-NEW-BATCH.
       01  WS-NEW-BATCH-ID             PIC X(8) VALUE SPACES.
       01  WS-NEW-CREATE-DATE          PIC X(8) VALUE SPACES.
      *  What BATCHREG is told about the open batch when it closes:
      *  when its header was accepted, the creation date the header
      *  carried, the source of its first data record and the
      *  header's record number in MSGIN.
       01  WS-BATCH-START-STAMP        PIC X(14) VALUE SPACES.
       01  WS-BATCH-CREATE-DATE        PIC X(8) VALUE SPACES.
       01  WS-BATCH-SOURCE             PIC X(4) VALUE SPACES.
       01  WS-BATCH-INPUT-POS          PIC 9(8) VALUE 0.
      *  A batch whose ID is already in BATCHREG from an earlier run
      *  is stopped whole: its header opens no batch, its data
      *  records are counted here and go nowhere, and its trailer
      *  (or the next header, or end of file) ends it.  The counts
      *  reach MSGRPT and MSGHIST so the night still balances.
       01  WS-BATCH-STOPPED-FLAG       PIC X VALUE 'N'.
           88  BATCH-STOPPED                 VALUE 'Y'.
       01  WS-STOPPED-RECORDS          PIC 9(8) VALUE 0.
       01  WS-STOPPED-BATCH-COUNT      PIC 9(8) VALUE 0.
       01  WS-STOPPED-RECORD-COUNT     PIC 9(8) VALUE 0.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-RUN-START-STAMP          PIC X(21).
      *  The first leg's start stamp, carried across a restart in
      *  CKPT-RUN-ID - what ties a night's MSGHELD records to its
      *  MSGHIST record.
       01  WS-RUN-ID                   PIC X(14) VALUE SPACES.
       01  WS-END-STAMP                PIC X(21).
       01  WS-TIME-HHMMSS              PIC X(6).
       01  WS-TIME-SECS                PIC 9(8) COMP VALUE 0.
           05  WS-TRL-LATE              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(180) VALUE SPACES.

       01  WS-TRAILER-LINE-9.
           05  FILLER                   PIC X(30)
                   VALUE 'MESSAGES SPLIT INTO SEGMENTS: '.
           05  WS-TRL-SPLIT             PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(180) VALUE SPACES.

       01  WS-TRAILER-LINE-10.
           05  FILLER                   PIC X(30)
                   VALUE 'MESSAGES HELD (MSGHELD): '.
           05  WS-TRL-HELD              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(180) VALUE SPACES.

       01  WS-TRAILER-LINE-11.
           05  FILLER                   PIC X(30)
                   VALUE 'FIELDS MASKED (MSGMASK): '.
           05  WS-TRL-MASKED            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(180) VALUE SPACES.

       01  WS-TRAILER-LINE-12.
           05  FILLER                   PIC X(30)
                   VALUE 'BATCHES STOPPED (BATCHREG): '.
           05  WS-TRL-STOPPED           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(15)
                   VALUE '  RECORDS IN: '.
           05  WS-TRL-STOPPED-RECS      PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(158) VALUE SPACES.

       01  WS-HOLD-TITLE.
           05  FILLER                   PIC X(30)
                   VALUE 'HOLDS IN EFFECT (MSGHOLD)'.
           05  FILLER                   PIC X(19)
                   VALUE 'EXPIRED, IGNORED: '.
           05  WS-HOLD-TTL-EXPIRED      PIC ZZZ9.
           05  FILLER                   PIC X(167) VALUE SPACES.

       01  WS-HOLD-COLUMN-HEADER.
           05  FILLER                   PIC X(7) VALUE 'TYPE'.
           05  FILLER                   PIC X(14) VALUE 'HOLD VALUE'.
           05  FILLER                   PIC X(12) VALUE 'LAST DAY'.
           05  FILLER                   PIC X(187) VALUE 'REASON'.

       01  WS-HOLD-LINE.
           05  WS-HDL-TYPE              PIC X(6).
           05  FILLER                   PIC X.
           05  WS-HDL-VALUE             PIC X(12).
           05  FILLER                   PIC X(2).
           05  WS-HDL-EXPIRY            PIC X(8).
           05  FILLER                   PIC X(4).
           05  WS-HDL-REASON            PIC X(40).
           05  FILLER                   PIC X(147).

       01  WS-SRC-TITLE                PIC X(220)
               VALUE 'BY SOURCE SYSTEM'.

           05  FILLER                   PIC X(12) VALUE ' PROCESSED'.
           05  FILLER                   PIC X(12) VALUE '  REJECTED'.
           05  FILLER                   PIC X(12) VALUE ' TRUNCATED'.
           05  FILLER                   PIC X(12) VALUE ' DUPLICATE'.
           05  FILLER                   PIC X(164) VALUE '    MASKED'.

       01  WS-SRC-STAT-LINE.
           05  WS-SSL-SYSTEM            PIC X(4).
           05  WS-SSL-TRUNCATED         PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(5).
           05  WS-SSL-DUPLICATE         PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(5).
           05  WS-SSL-MASKED            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(157) VALUE SPACES.

       01  WS-LATE-TITLE               PIC X(220)
               VALUE 'LATE MESSAGES - SLA THRESHOLD EXCEEDED'.
           05  WS-BIB-HASH              PIC ZZZZZZZZZZZ9.
           05  FILLER                   PIC X(154) VALUE SPACES.

       01  WS-STOP-TITLE               PIC X(220)
               VALUE 'BATCH ALREADY PROCESSED - STOPPED, NOT DELIVERED'.

       01  WS-STOP-LINE-1.
           05  FILLER                   PIC X(7) VALUE 'BATCH: '.
           05  WS-STP-BATCH-ID          PIC X(8).
           05  FILLER                   PIC X(19)
                   VALUE '  FIRST PROCESSED: '.
           05  WS-STP-PROC-DATE         PIC X(8).
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-STP-PROC-TIME         PIC X(6).
           05  FILLER                   PIC X(10)
                   VALUE '  RESULT: '.
           05  WS-STP-RESULT            PIC X(3).
           05  FILLER                   PIC X(11)
                   VALUE '  RECORDS: '.
           05  WS-STP-ORIG-COUNT        PIC ZZZZZZZ9.
           05  FILLER                   PIC X(139) VALUE SPACES.

       01  WS-STOP-LINE-2.
           05  FILLER                   PIC X(7) VALUE 'BATCH: '.
           05  WS-STP-END-BATCH-ID      PIC X(8).
           05  FILLER                   PIC X(19)
                   VALUE '  RECORDS STOPPED: '.
           05  WS-STP-STOPPED-COUNT     PIC ZZZZZZZ9.
           05  FILLER                   PIC X(178) VALUE SPACES.

       01  WS-OOB-LINE-1.
           05  FILLER                   PIC X(30)
                   VALUE 'BATCH ID: '.
           IF WS-CHECKPOINT-COUNT > 0
               SET RESUMING-RUN TO TRUE
           END-IF
           IF NOT RESUMING-RUN OR WS-RUN-ID = SPACES
               MOVE WS-RUN-START-STAMP(1:14) TO WS-RUN-ID
           END-IF
           PERFORM 1400-OPEN-OUTPUT-FILES
           IF NOT RESUMING-RUN
               PERFORM 1450-ECHO-PARAMETERS
           END-IF
           PERFORM 1950-LOAD-MASK-RULES
           IF INPUT-FILE-AVAILABLE
               PERFORM 1600-OPEN-MASTER-FILE
               IF NORMAL-RUN
                   PERFORM 1650-OPEN-BATCH-REGISTER
               END-IF
               PERFORM 1800-LOAD-ROUTING-TABLE
               PERFORM 1850-LOAD-SOURCE-REGISTRY
               IF NOT RELEASE-RUN
                   PERFORM 1900-LOAD-HOLD-LIST
               END-IF
               PERFORM 1700-OPEN-DEST-FILES
      *  A NORMAL run stamps the envelope headers with the first
      *  inbound batch ID, so they wait for 5300-START-NEW-BATCH; a
      *  reprocess or release run has no inbound batch and stamps
      *  them here.
               IF REFEED-RUN AND NOT DEST-HEADERS-WRITTEN
                   PERFORM 1770-WRITE-DEST-HEADERS
               END-IF
               PERFORM 1300-SKIP-TO-CHECKPOINT
               PERFORM 5120-DRAIN-DEFERRED-RECORDS
               PERFORM 4050-SYNC-OUTPUT-FILES
               PERFORM 2550-FLUSH-PENDING-MASTER
               EVALUATE TRUE
                   WHEN REPROCESS-RUN
                       CLOSE REPROCESS-FILE
                       MOVE WS-REPROCESS-STATUS TO WS-CHECK-STATUS
                       MOVE 'CANNOT CLOSE REPROCESS-FILE (MSGREJIN)'
                           TO WS-ABEND-MESSAGE
                   WHEN RELEASE-RUN
                       CLOSE RELEASE-FILE
                       MOVE WS-RELEASE-STATUS TO WS-CHECK-STATUS
                       MOVE 'CANNOT CLOSE RELEASE-FILE (MSGRLSIN)'
                           TO WS-ABEND-MESSAGE
                   WHEN OTHER
                       CLOSE INPUT-FILE
                       MOVE WS-INPUT-STATUS TO WS-CHECK-STATUS
                       MOVE 'CANNOT CLOSE INPUT-FILE (MSGIN)'
                           TO WS-ABEND-MESSAGE
               END-EVALUATE
               PERFORM 9000-CHECK-STATUS
               CLOSE REJECT-FILE
               MOVE WS-REJECT-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT CLOSE DUP-LOG-FILE (DUPLOG)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
               CLOSE HELD-FILE
               MOVE WS-HELD-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT CLOSE HELD-FILE (MSGHELD)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
               CLOSE MASTER-FILE
               MOVE WS-MASTER-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT CLOSE MASTER-FILE (MSGMSTR)'
                   END-IF
                   PERFORM 4100-CLEAR-CHECKPOINT
               END-IF
      *  Closed last: the final batch registers as it closes.
               IF NORMAL-RUN
                   CLOSE BATCH-REG-FILE
                   MOVE WS-BATCHREG-STATUS TO WS-CHECK-STATUS
                   MOVE 'CANNOT CLOSE BATCH-REG-FILE (BATCHREG)'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9000-CHECK-STATUS
               END-IF
           ELSE
               PERFORM 1100-GET-SINGLE-MESSAGE
               PERFORM 2700-MASK-MESSAGE
               PERFORM 2000-MOVE-WITH-CHECK
               PERFORM 2705-CLIP-MASKED-MESSAGE
               PERFORM 6000-WRITE-DETAIL-LINE
               PERFORM 3000-WRITE-AUDIT-RECORD
           END-IF
               END-IF
               PERFORM 7000-WRITE-TRAILER
               PERFORM 7500-WRITE-RUN-HISTORY
               PERFORM 7550-WRITE-SOURCE-HISTORY
           END-IF
           CLOSE PRINT-FILE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT OPEN DUP-LOG-FILE (DUPLOG)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
      *  MSGHELD outlives the run - EXTEND whether fresh or resumed,
      *  created the first time a run ever needs it.
               OPEN EXTEND HELD-FILE
               IF WS-HELD-STATUS = '35'
                   OPEN OUTPUT HELD-FILE
               END-IF
               MOVE WS-HELD-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT OPEN HELD-FILE (MSGHELD)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

      *  Echoes the values the run is actually using on the first
           IF ROUTE-RECORD = SPACES OR ROUTE-RECORD(1:1) = '*'
               CONTINUE
           ELSE
               MOVE ROUTE-RECORD(14:8) TO WS-EFF-FROM
               MOVE ROUTE-RECORD(23:8) TO WS-EFF-TO
               PERFORM 1890-CHECK-EFFECTIVE-DATES
               IF NOT EFF-DATES-VALID
                   MOVE '99' TO WS-CHECK-STATUS
                   MOVE 'BAD EFFECTIVE DATES IN MSGROUTE'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9999-ABEND
               END-IF
               IF ROW-IN-EFFECT
                   PERFORM 1825-LOAD-ONE-ROUTE
               END-IF
           END-IF.

      *  A code may be listed more than once with different date
      *  ranges, but only one of its rows can be in effect on a day.
       1825-LOAD-ONE-ROUTE.
           IF WS-ROUTE-COUNT >= ROUTE-TABLE-MAX
               MOVE '99' TO WS-CHECK-STATUS
               MOVE 'ROUTING TABLE (MSGROUTE) OVERFLOWS'
                   TO WS-ABEND-MESSAGE
               PERFORM 9999-ABEND
           END-IF
           IF ROUTE-RECORD(5:1) < '1' OR ROUTE-RECORD(5:1) > '3'
                   OR ROUTE-RECORD(7:4) IS NOT NUMERIC
               MOVE '99' TO WS-CHECK-STATUS
               MOVE 'MALFORMED LINE IN ROUTE-FILE (MSGROUTE)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9999-ABEND
           END-IF
           MOVE ROUTE-RECORD(1:3) TO WS-ROUTE-SEARCH-CODE
           PERFORM 2210-FIND-ROUTE-ENTRY
           IF WS-ROUTE-SUB <= WS-ROUTE-COUNT
               MOVE '99' TO WS-CHECK-STATUS
               MOVE 'DUPLICATE CODE IN ROUTE-FILE (MSGROUTE)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-ROUTE-COUNT
           MOVE ROUTE-RECORD(1:3)
               TO WS-RTE-CODE(WS-ROUTE-COUNT)
           MOVE ROUTE-RECORD(5:1)
               TO WS-RTE-DEST-NO(WS-ROUTE-COUNT)
           COMPUTE WS-RTE-TARGET-LEN(WS-ROUTE-COUNT) =
               FUNCTION NUMVAL(ROUTE-RECORD(7:4))
           IF WS-RTE-TARGET-LEN(WS-ROUTE-COUNT) < 1
                   OR WS-RTE-TARGET-LEN(WS-ROUTE-COUNT) >
                       TARGET-MSG-MAX-LEN
               MOVE '99' TO WS-CHECK-STATUS
               MOVE 'BAD TARGET LENGTH IN MSGROUTE'
                   TO WS-ABEND-MESSAGE
               PERFORM 9999-ABEND
           END-IF
      *  Column 12 left blank is the table as it was before splitting
      *  existed - clip.
           EVALUATE ROUTE-RECORD(12:1)
               WHEN SPACE
               WHEN 'C'
                   MOVE 'C' TO WS-RTE-OVERLEN-ACTION(WS-ROUTE-COUNT)
               WHEN 'S'
                   MOVE 'S' TO WS-RTE-OVERLEN-ACTION(WS-ROUTE-COUNT)
               WHEN OTHER
                   MOVE '99' TO WS-CHECK-STATUS
                   MOVE 'BAD OVER-LENGTH ACTION IN MSGROUTE'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9999-ABEND
           END-EVALUATE
      *  Column 32 left blank is the table as it was before masking
      *  existed - and masked is the safe side to fall on.
           EVALUATE ROUTE-RECORD(32:1)
               WHEN SPACE
               WHEN 'M'
                   MOVE 'M' TO WS-RTE-TEXT-MODE(WS-ROUTE-COUNT)
               WHEN 'C'
                   MOVE 'C' TO WS-RTE-TEXT-MODE(WS-ROUTE-COUNT)
               WHEN OTHER
                   MOVE '99' TO WS-CHECK-STATUS
                   MOVE 'BAD TEXT MODE IN MSGROUTE'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9999-ABEND
           END-EVALUATE.

      *  Same tolerance rules as the routing table: no SRCTAB at all
      *  just waives source checking, but a malformed line or a
                   OR SOURCE-REG-RECORD(1:1) = '*'
               CONTINUE
           ELSE
               MOVE SOURCE-REG-RECORD(50:8) TO WS-EFF-FROM
               MOVE SOURCE-REG-RECORD(59:8) TO WS-EFF-TO
               PERFORM 1890-CHECK-EFFECTIVE-DATES
               IF NOT EFF-DATES-VALID
                   MOVE '99' TO WS-CHECK-STATUS
                   MOVE 'BAD EFFECTIVE DATES IN SRCTAB'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9999-ABEND
               END-IF
               IF ROW-IN-EFFECT
                   PERFORM 1875-LOAD-ONE-SOURCE
               END-IF
           END-IF.

      *  As with routes, a source may have several dated rows but
      *  only one in effect on the run date.
       1875-LOAD-ONE-SOURCE.
           IF WS-SRCREG-COUNT >= SOURCE-REG-MAX
               MOVE '99' TO WS-CHECK-STATUS
               MOVE 'SOURCE REGISTRY (SRCTAB) OVERFLOWS'
                   TO WS-ABEND-MESSAGE
               PERFORM 9999-ABEND
           END-IF
           IF SOURCE-REG-RECORD(1:4) = SPACES
                   OR SOURCE-REG-RECORD(6:1) < '1'
                   OR SOURCE-REG-RECORD(6:1) > '9'
                   OR SOURCE-REG-RECORD(8:1) < '1'
                   OR SOURCE-REG-RECORD(8:1) > '9'
                   OR SOURCE-REG-RECORD(6:1) >
                       SOURCE-REG-RECORD(8:1)
               MOVE '99' TO WS-CHECK-STATUS
               MOVE 'MALFORMED LINE IN SOURCE-REG-FILE (SRCTAB)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9999-ABEND
           END-IF
           MOVE SOURCE-REG-RECORD(1:4) TO WS-SRCREG-SEARCH
           PERFORM 2150-FIND-SOURCE-ENTRY
           IF WS-SRCREG-HIT > 0
               MOVE '99' TO WS-CHECK-STATUS
               MOVE 'DUPLICATE SOURCE IN SRCTAB'
                   TO WS-ABEND-MESSAGE
               PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-SRCREG-COUNT
           MOVE SOURCE-REG-RECORD(1:4)
               TO WS-SRG-SYSTEM(WS-SRCREG-COUNT)
           MOVE SOURCE-REG-RECORD(6:1)
               TO WS-SRG-MIN-PRI(WS-SRCREG-COUNT)
           MOVE SOURCE-REG-RECORD(8:1)
               TO WS-SRG-MAX-PRI(WS-SRCREG-COUNT)
           MOVE 'N' TO WS-SRG-ANY-ROUTE(WS-SRCREG-COUNT)
           MOVE 0 TO WS-SRG-ROUTE-COUNT(WS-SRCREG-COUNT)
           IF SOURCE-REG-RECORD(10:3) = '***'
               MOVE 'Y' TO WS-SRG-ANY-ROUTE(WS-SRCREG-COUNT)
           ELSE
               PERFORM 1880-PARSE-ONE-ROUTE-SLOT
                   VARYING WS-SRCRTE-SUB FROM 1 BY 1
                   UNTIL WS-SRCRTE-SUB > SOURCE-ROUTE-MAX
               IF WS-SRG-ROUTE-COUNT(WS-SRCREG-COUNT) = 0
                   MOVE '99' TO WS-CHECK-STATUS
                   MOVE 'NO ROUTING CODES FOR SOURCE IN SRCTAB'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9999-ABEND
               END-IF
           END-IF.

      *  WS-EFF-FROM/WS-EFF-TO as found on a MSGROUTE or SRCTAB row.
      *  A blank date is open-ended; a non-blank one must be a real
      *  YYYYMMDD, and the range may not run backwards.  The row is
      *  in effect when the run date falls inside it, both ends
      *  included.
       1890-CHECK-EFFECTIVE-DATES.
           MOVE 'Y' TO WS-EFF-VALID-FLAG
           MOVE 'Y' TO WS-EFF-CURRENT-FLAG
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
           END-IF
           IF WS-EFF-FROM NOT = SPACES
                   AND WS-EFF-FROM > WS-RUN-ID(1:8)
               MOVE 'N' TO WS-EFF-CURRENT-FLAG
           END-IF
           IF WS-EFF-TO NOT = SPACES
                   AND WS-EFF-TO < WS-RUN-ID(1:8)
               MOVE 'N' TO WS-EFF-CURRENT-FLAG
           END-IF.

      *  Route slots sit at cols 10, 14, 18, ...; the first blank
                       WS-SRG-ROUTE-COUNT(WS-SRCREG-COUNT))
           END-IF.

      *  Same tolerance rules as the other tables: no MSGHOLD at all
      *  holds nothing, a malformed line abends.  An entry whose last
      *  day is already behind the run date is dropped here and only
      *  counted - the operators see it on MSGRPT and tidy the list.
       1900-LOAD-HOLD-LIST.
           MOVE 0 TO WS-HOLD-COUNT
           MOVE 0 TO WS-HOLD-EXPIRED-COUNT
           OPEN INPUT HOLD-LIST-FILE
           IF WS-HOLDLIST-STATUS = '00'
               PERFORM 1910-READ-ONE-HOLD
                   UNTIL WS-HOLDLIST-STATUS NOT = '00'
               IF WS-HOLDLIST-STATUS NOT = '10'
                   MOVE WS-HOLDLIST-STATUS TO WS-CHECK-STATUS
                   MOVE 'ERROR READING HOLD-LIST-FILE (MSGHOLD)'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9000-CHECK-STATUS
               END-IF
               CLOSE HOLD-LIST-FILE
               MOVE WS-HOLDLIST-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT CLOSE HOLD-LIST-FILE (MSGHOLD)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           ELSE
               IF WS-HOLDLIST-STATUS NOT = '35'
                   MOVE WS-HOLDLIST-STATUS TO WS-CHECK-STATUS
                   MOVE 'CANNOT OPEN HOLD-LIST-FILE (MSGHOLD)'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9000-CHECK-STATUS
               END-IF
           END-IF.

       1910-READ-ONE-HOLD.
           READ HOLD-LIST-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 1920-APPLY-ONE-HOLD
           END-READ.

       1920-APPLY-ONE-HOLD.
           IF HOLD-LIST-RECORD = SPACES
                   OR HOLD-LIST-RECORD(1:1) = '*'
               CONTINUE
           ELSE
               IF (HOLD-LIST-RECORD(1:1) NOT = 'S'
                       AND HOLD-LIST-RECORD(1:1) NOT = 'R'
                       AND HOLD-LIST-RECORD(1:1) NOT = 'M')
                       OR HOLD-LIST-RECORD(3:12) = SPACES
                       OR HOLD-LIST-RECORD(16:8) IS NOT NUMERIC
                       OR HOLD-LIST-RECORD(25:40) = SPACES
                   MOVE '99' TO WS-CHECK-STATUS
                   MOVE 'MALFORMED LINE IN HOLD-LIST-FILE (MSGHOLD)'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9999-ABEND
               END-IF
               IF HOLD-LIST-RECORD(16:8) < WS-RUN-ID(1:8)
                   ADD 1 TO WS-HOLD-EXPIRED-COUNT
               ELSE
                   IF WS-HOLD-COUNT >= HOLD-TABLE-MAX
                       MOVE '99' TO WS-CHECK-STATUS
                       MOVE 'HOLD LIST (MSGHOLD) OVERFLOWS'
                           TO WS-ABEND-MESSAGE
                       PERFORM 9999-ABEND
                   END-IF
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE HOLD-LIST-RECORD(1:1)
                       TO WS-HLD-TYPE(WS-HOLD-COUNT)
                   MOVE HOLD-LIST-RECORD(3:12)
                       TO WS-HLD-VALUE(WS-HOLD-COUNT)
                   MOVE HOLD-LIST-RECORD(16:8)
                       TO WS-HLD-EXPIRY(WS-HOLD-COUNT)
                   MOVE HOLD-LIST-RECORD(25:40)
                       TO WS-HLD-REASON(WS-HOLD-COUNT)
               END-IF
           END-IF.

      *  Same tolerance rules as the other tables: no MSGMASK at all
      *  masks nothing, a malformed line abends - a rule that half
      *  loaded would let the numbers it was meant to hide through.
       1950-LOAD-MASK-RULES.
           MOVE 0 TO WS-MASK-RULE-COUNT
           OPEN INPUT MASK-RULE-FILE
           IF WS-MASKRULE-STATUS = '00'
               PERFORM 1960-READ-ONE-MASK-RULE
                   UNTIL WS-MASKRULE-STATUS NOT = '00'
               IF WS-MASKRULE-STATUS NOT = '10'
                   MOVE WS-MASKRULE-STATUS TO WS-CHECK-STATUS
                   MOVE 'ERROR READING MASK-RULE-FILE (MSGMASK)'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9000-CHECK-STATUS
               END-IF
               CLOSE MASK-RULE-FILE
               MOVE WS-MASKRULE-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT CLOSE MASK-RULE-FILE (MSGMASK)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           ELSE
               IF WS-MASKRULE-STATUS NOT = '35'
                   MOVE WS-MASKRULE-STATUS TO WS-CHECK-STATUS
                   MOVE 'CANNOT OPEN MASK-RULE-FILE (MSGMASK)'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9000-CHECK-STATUS
               END-IF
           END-IF.

       1960-READ-ONE-MASK-RULE.
           READ MASK-RULE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 1970-LOAD-ONE-MASK-RULE
           END-READ.

       1970-LOAD-ONE-MASK-RULE.
           IF MASK-RULE-RECORD = SPACES
                   OR MASK-RULE-RECORD(1:1) = '*'
               CONTINUE
           ELSE
               IF WS-MASK-RULE-COUNT >= MASK-RULE-MAX
                   MOVE '99' TO WS-CHECK-STATUS
                   MOVE 'MASKING RULES (MSGMASK) OVERFLOW'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9999-ABEND
               END-IF
               IF MASK-RULE-RECORD(1:4) = SPACES
                   PERFORM 1985-REJECT-MASK-RULE
               END-IF
               ADD 1 TO WS-MASK-RULE-COUNT
               MOVE MASK-RULE-RECORD(1:4)
                   TO WS-MSK-SOURCE(WS-MASK-RULE-COUNT)
               MOVE MASK-RULE-RECORD(6:1)
                   TO WS-MSK-TYPE(WS-MASK-RULE-COUNT)
               MOVE 0 TO WS-MSK-MIN-LEN(WS-MASK-RULE-COUNT)
               MOVE 0 TO WS-MSK-MAX-LEN(WS-MASK-RULE-COUNT)
               MOVE 0 TO WS-MSK-KEEP(WS-MASK-RULE-COUNT)
               MOVE SPACES TO WS-MSK-KEYWORD(WS-MASK-RULE-COUNT)
               MOVE 0 TO WS-MSK-KEY-LEN(WS-MASK-RULE-COUNT)
               EVALUATE MASK-RULE-RECORD(6:1)
                   WHEN 'D'
                       PERFORM 1975-LOAD-DIGIT-RULE
                   WHEN 'K'
                       PERFORM 1980-LOAD-KEYWORD-RULE
                   WHEN 'N'
                       CONTINUE
                   WHEN OTHER
                       PERFORM 1985-REJECT-MASK-RULE
               END-EVALUATE
           END-IF.

      *  Runs shorter than cols 8-9 are left alone (dates, amounts,
      *  counts); a run longer than cols 11-12 is not the number the
      *  rule is after either.  Keeping every digit readable would be
      *  no rule at all, so the kept tail must be shorter than the
      *  shortest run.
       1975-LOAD-DIGIT-RULE.
           IF MASK-RULE-RECORD(8:2) IS NOT NUMERIC
               PERFORM 1985-REJECT-MASK-RULE
           END-IF
           MOVE MASK-RULE-RECORD(8:2) TO WS-MASK-NUMBER
           MOVE WS-MASK-NUMBER TO WS-MSK-MIN-LEN(WS-MASK-RULE-COUNT)
           IF MASK-RULE-RECORD(11:2) NOT = SPACES
               IF MASK-RULE-RECORD(11:2) IS NOT NUMERIC
                   PERFORM 1985-REJECT-MASK-RULE
               END-IF
               MOVE MASK-RULE-RECORD(11:2) TO WS-MASK-NUMBER
               MOVE WS-MASK-NUMBER
                   TO WS-MSK-MAX-LEN(WS-MASK-RULE-COUNT)
               IF WS-MSK-MAX-LEN(WS-MASK-RULE-COUNT) <
                       WS-MSK-MIN-LEN(WS-MASK-RULE-COUNT)
                   PERFORM 1985-REJECT-MASK-RULE
               END-IF
           END-IF
           PERFORM 1990-LOAD-MASK-KEEP
           IF WS-MSK-MIN-LEN(WS-MASK-RULE-COUNT) = 0
                   OR WS-MSK-KEEP(WS-MASK-RULE-COUNT) >=
                       WS-MSK-MIN-LEN(WS-MASK-RULE-COUNT)
               PERFORM 1985-REJECT-MASK-RULE
           END-IF.

       1980-LOAD-KEYWORD-RULE.
           IF MASK-RULE-RECORD(17:1) = SPACE
               PERFORM 1985-REJECT-MASK-RULE
           END-IF
           MOVE FUNCTION UPPER-CASE(MASK-RULE-RECORD(17:20))
               TO WS-MSK-KEYWORD(WS-MASK-RULE-COUNT)
           MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   WS-MSK-KEYWORD(WS-MASK-RULE-COUNT) TRAILING))
               TO WS-MSK-KEY-LEN(WS-MASK-RULE-COUNT)
           PERFORM 1990-LOAD-MASK-KEEP.

       1985-REJECT-MASK-RULE.
           MOVE '99' TO WS-CHECK-STATUS
           MOVE 'MALFORMED LINE IN MASK-RULE-FILE (MSGMASK)'
               TO WS-ABEND-MESSAGE
           PERFORM 9999-ABEND.

       1990-LOAD-MASK-KEEP.
           IF MASK-RULE-RECORD(14:2) NOT = SPACES
               IF MASK-RULE-RECORD(14:2) IS NOT NUMERIC
                   PERFORM 1985-REJECT-MASK-RULE
               END-IF
               MOVE MASK-RULE-RECORD(14:2) TO WS-MASK-NUMBER
               MOVE WS-MASK-NUMBER TO WS-MSK-KEEP(WS-MASK-RULE-COUNT)
           END-IF.

      *  OPEN I-O wants the file to exist already; the very first run
      *  of the suite creates an empty master (OPEN OUTPUT/CLOSE) and
      *  then opens it again for real.  Ad-hoc PARM/CTLCARD runs never
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS.

      *  Opened the way MSGMSTR is - created empty on the first night
      *  there is none.  Only a NORMAL run reads inbound batches.
       1650-OPEN-BATCH-REGISTER.
           OPEN I-O BATCH-REG-FILE
           IF WS-BATCHREG-STATUS = '35'
               OPEN OUTPUT BATCH-REG-FILE
               MOVE WS-BATCHREG-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT CREATE BATCH-REG-FILE (BATCHREG)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
               CLOSE BATCH-REG-FILE
               MOVE WS-BATCHREG-STATUS TO WS-CHECK-STATUS
               MOVE 'CANNOT CLOSE BATCH-REG-FILE (BATCHREG)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
               OPEN I-O BATCH-REG-FILE
           END-IF
           MOVE WS-BATCHREG-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT OPEN BATCH-REG-FILE (BATCHREG)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS.

      *  A missing MSGIN just drops the run into single-message mode,
      *  but a REPROCESS run without MSGREJIN (or a RELEASE run
      *  without MSGRLSIN) is an operator error - the whole point of
      *  the mode is to read that file - so that one abends instead
      *  of falling back.
       1000-OPEN-INPUT-FILE.
           MOVE 'N' TO WS-INPUT-FILE-OPEN-OK
           IF REPROCESS-RUN
                       TO WS-ABEND-MESSAGE
                   PERFORM 9000-CHECK-STATUS
               END-IF
           END-IF
           IF RELEASE-RUN
               OPEN INPUT RELEASE-FILE
               IF WS-RELEASE-STATUS = '00'
                   SET INPUT-FILE-AVAILABLE TO TRUE
               ELSE
                   MOVE WS-RELEASE-STATUS TO WS-CHECK-STATUS
                   MOVE 'CANNOT OPEN RELEASE-FILE (MSGRLSIN)'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9000-CHECK-STATUS
               END-IF
           END-IF
           IF NORMAL-RUN
               OPEN INPUT INPUT-FILE
               IF WS-INPUT-STATUS = '00'
                   SET INPUT-FILE-AVAILABLE TO TRUE
               WHEN CTL-RECORD(1:8) = 'RUNMODE='
                   IF CTL-RECORD(9:9) = 'NORMAL'
                           OR CTL-RECORD(9:9) = 'REPROCESS'
                           OR CTL-RECORD(9:9) = 'RELEASE'
                       MOVE CTL-RECORD(9:9) TO WS-RUN-MODE
                   ELSE
                       MOVE '99' TO WS-CHECK-STATUS
                       PERFORM 1220-LOAD-ONE-DEST-TOTAL
                           VARYING WS-ENV-SUB FROM 1 BY 1
                           UNTIL WS-ENV-SUB > 4
      *  A checkpoint written before the split tallies existed reads
      *  back with them blank - they start from zero.
                       IF CKPT-SPLIT-COUNT IS NUMERIC
                           MOVE CKPT-SPLIT-COUNT TO WS-SPLIT-COUNT
                       END-IF
                       IF CKPT-HELD-COUNT IS NUMERIC
                           MOVE CKPT-HELD-COUNT TO WS-HELD-COUNT
                       END-IF
                       IF CKPT-MASKED-COUNT IS NUMERIC
                           MOVE CKPT-MASKED-COUNT TO WS-MASKED-COUNT
                       END-IF
                       MOVE CKPT-RUN-ID          TO WS-RUN-ID
                       MOVE CKPT-BATCH-START  TO WS-BATCH-START-STAMP
                       MOVE CKPT-BATCH-CREATE TO WS-BATCH-CREATE-DATE
                       MOVE CKPT-BATCH-SOURCE TO WS-BATCH-SOURCE
                       IF CKPT-BATCH-POS IS NUMERIC
                           MOVE CKPT-BATCH-POS TO WS-BATCH-INPUT-POS
                       END-IF
                       IF CKPT-BATCH-STOPPED = 'Y'
                           SET BATCH-STOPPED TO TRUE
                       END-IF
                       IF CKPT-STOPPED-RECORDS IS NUMERIC
                           MOVE CKPT-STOPPED-RECORDS
                               TO WS-STOPPED-RECORDS
                       END-IF
                       IF CKPT-STOPPED-BATCHES IS NUMERIC
                           MOVE CKPT-STOPPED-BATCHES
                               TO WS-STOPPED-BATCH-COUNT
                       END-IF
                       IF CKPT-STOPPED-REC-TOTAL IS NUMERIC
                           MOVE CKPT-STOPPED-REC-TOTAL
                               TO WS-STOPPED-RECORD-COUNT
                       END-IF
                       IF WS-BATCH-ID NOT = SPACES
                               AND NOT BATCH-STOPPED
                           SET BATCH-HEADER-SEEN TO TRUE
                       END-IF
               END-READ
           MOVE CKPT-SRC-TRUNCATED(WS-STAT-SUB)
               TO WS-SST-TRUNCATED(WS-STAT-SUB)
           MOVE CKPT-SRC-DUPLICATE(WS-STAT-SUB)
               TO WS-SST-DUPLICATE(WS-STAT-SUB)
           IF CKPT-SRC-MASKED(WS-STAT-SUB) IS NUMERIC
               MOVE CKPT-SRC-MASKED(WS-STAT-SUB)
                   TO WS-SST-MASKED(WS-STAT-SUB)
           ELSE
               MOVE 0 TO WS-SST-MASKED(WS-STAT-SUB)
           END-IF.

       1220-LOAD-ONE-DEST-TOTAL.
           MOVE CKPT-DEST-COUNT(WS-ENV-SUB)
               TO WS-DST-COUNT(WS-ENV-SUB)
           MOVE CKPT-DEST-HASH(WS-ENV-SUB)
               TO WS-DST-HASH(WS-ENV-SUB)
           IF CKPT-DEST-MSG-COUNT(WS-ENV-SUB) IS NUMERIC
               MOVE CKPT-DEST-MSG-COUNT(WS-ENV-SUB)
                   TO WS-DST-MSG-COUNT(WS-ENV-SUB)
           END-IF.

      *  WS-CHECKPOINT-COUNT advances once per physical READ against
      *  the active input file (see 5000-PROCESS-ONE-RECORD),
               MOVE WS-RTE-DEST-NO(WS-ROUTE-SUB) TO WS-DEST-NO
               MOVE WS-RTE-TARGET-LEN(WS-ROUTE-SUB)
                   TO WS-DEST-TARGET-LEN
               MOVE WS-RTE-OVERLEN-ACTION(WS-ROUTE-SUB)
                   TO WS-DEST-OVERLEN-ACTION
               MOVE WS-RTE-TEXT-MODE(WS-ROUTE-SUB)
                   TO WS-DEST-TEXT-MODE
           ELSE
               MOVE 0 TO WS-DEST-NO
               MOVE TARGET-MSG-MAX-LEN TO WS-DEST-TARGET-LEN
               MOVE 'C' TO WS-DEST-OVERLEN-ACTION
               MOVE 'M' TO WS-DEST-TEXT-MODE
           END-IF.

      *  Linear search for WS-ROUTE-SEARCH-CODE: leaves WS-ROUTE-SUB
               MOVE WS-ROUTE-SUB TO WS-ROUTE-HIT
           END-IF.

      *  Sets MESSAGE-HELD and WS-HOLD-HIT when the message matches a
      *  live MSGHOLD entry: its source system (type S), its routing
      *  code (type R) or its message ID (type M).
       2300-CHECK-HOLD-LIST.
           MOVE 0 TO WS-HOLD-HIT
           PERFORM 2310-TEST-HOLD-ENTRY
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
                   OR WS-HOLD-HIT > 0
           IF WS-HOLD-HIT > 0
               SET MESSAGE-HELD TO TRUE
           END-IF.

       2310-TEST-HOLD-ENTRY.
           EVALUATE WS-HLD-TYPE(WS-HOLD-SUB)
               WHEN 'S'
                   IF WS-HLD-VALUE(WS-HOLD-SUB)(1:4) =
                           HDR-SOURCE-SYSTEM OF WS-MSG-HEADER
                       MOVE WS-HOLD-SUB TO WS-HOLD-HIT
                   END-IF
               WHEN 'R'
                   IF WS-HLD-VALUE(WS-HOLD-SUB)(1:3) =
                           HDR-ROUTING-CODE OF WS-MSG-HEADER
                       MOVE WS-HOLD-SUB TO WS-HOLD-HIT
                   END-IF
               WHEN 'M'
                   IF WS-HLD-VALUE(WS-HOLD-SUB) =
                           HDR-MESSAGE-ID OF WS-MSG-HEADER
                       MOVE WS-HOLD-SUB TO WS-HOLD-HIT
                   END-IF
           END-EVALUATE.

       2000-MOVE-WITH-CHECK.
           MOVE WS-DEST-TARGET-LEN TO WS-TARGET-LEN
           CALL 'MSGMOVE' USING WS-AREA-1
                                 WS-AREA-2
                                 WS-TRUNCATED-FLAG
           END-CALL
      *  WS-AREA-2 still gets the clipped first piece (it is what the
      *  report line shows), but a splitting destination will receive
      *  the whole text from WS-AREA-1 in 3500.
           IF MSG-TRUNCATED AND DEST-SPLITS-LONG-TEXT
               SET MSG-SPLIT TO TRUE
           END-IF
           IF MSG-TRUNCATED
               DISPLAY 'WARNING - MESSAGE TRUNCATED: TARGET LEN '
                   WS-TARGET-LEN ' EXCEEDED'
           MOVE HDR-ORIGIN-TIMESTAMP OF WS-MSG-HEADER TO DUP-ORIGIN-TS
           MOVE HDR-ROUTING-CODE OF WS-MSG-HEADER TO DUP-ROUTING-CODE
           MOVE WS-DUP-FIRST-SEEN TO DUP-FIRST-SEEN
           MOVE WS-MASKED-TEXT TO DUP-MESSAGE
           WRITE DUP-LOG-RECORD
           MOVE WS-DUPLOG-STATUS TO WS-CHECK-STATUS
           MOVE 'ERROR WRITING DUP-LOG-FILE (DUPLOG)'
      *  runs.  A negative age (sender clock ahead of ours) is never
      *  late.
       2600-CHECK-MESSAGE-SLA.
           MOVE 'N' TO WS-LATE-FLAG
           COMPUTE WS-SLA-SUB =
               FUNCTION NUMVAL(HDR-PRIORITY OF WS-MSG-HEADER)
           IF WS-SLA-SECS(WS-SLA-SUB) > 0
                   * 86400
                   + WS-TIME-SECS - WS-START-SECS
               IF WS-MSG-AGE-SECS > WS-SLA-SECS(WS-SLA-SUB)
                   SET MSG-LATE TO TRUE
                   ADD 1 TO WS-LATE-COUNT
                   PERFORM 2610-ADD-LATE-ENTRY
               END-IF
                   TO WS-LTE-LIMIT-SECS(WS-LATE-LISTED)
           END-IF.

      *  Masks the message text as it stands after normalization,
      *  under its own source's rules, into WS-MASKED-TEXT - what
      *  AUDITOUT, DUPLOG, the MSGRPT detail line and every
      *  destination not entitled to the clear text are given.  The
      *  clear text stays in WS-AREA-1 / WS-AREA-2; masking never
      *  changes a length, so the batch and envelope totals are the
      *  same whichever text went out.
       2700-MASK-MESSAGE.
           MOVE MSG-TEXT OF WS-AREA-1 TO WS-MASK-TEXT
           MOVE MSG-LEN OF WS-AREA-1 TO WS-MASK-LEN
           MOVE HDR-SOURCE-SYSTEM OF WS-MSG-HEADER TO WS-MASK-SOURCE
           PERFORM 2710-MASK-TEXT
           MOVE WS-MASK-TEXT TO WS-MASKED-TEXT.

      *  The masked text cut to the length MSGMOVE clipped the clear
      *  text to - masked first and clipped after, so a number cut
      *  in half at the clip point is still masked.
       2705-CLIP-MASKED-MESSAGE.
           MOVE SPACES TO WS-MASKED-CLIP
           IF MSG-LEN OF WS-AREA-2 > 0
               MOVE WS-MASKED-TEXT(1:MSG-LEN OF WS-AREA-2)
                   TO WS-MASKED-CLIP
           END-IF.

      *  Applies the rules for WS-MASK-SOURCE - its own rows if it
      *  has any, else the 'ALL' rows - to the first WS-MASK-LEN
      *  bytes of WS-MASK-TEXT, in file order.  Each field masked
      *  counts once against the source, for MSGRPT and MSGSRCH.
       2710-MASK-TEXT.
           MOVE 0 TO WS-MASK-FIELDS
           IF WS-MASK-RULE-COUNT > 0 AND WS-MASK-LEN > 0
               MOVE WS-MASK-SOURCE TO WS-MASK-RULE-SOURCE
               MOVE 0 TO WS-MASK-RULE-HIT
               PERFORM 2715-TEST-RULE-SOURCE
                   VARYING WS-MASK-RULE-SUB FROM 1 BY 1
                   UNTIL WS-MASK-RULE-SUB > WS-MASK-RULE-COUNT
                       OR WS-MASK-RULE-HIT > 0
               IF WS-MASK-RULE-HIT = 0
                   MOVE 'ALL ' TO WS-MASK-RULE-SOURCE
               END-IF
               MOVE FUNCTION UPPER-CASE(WS-MASK-TEXT) TO WS-MASK-UPPER
               PERFORM 2720-APPLY-ONE-RULE
                   VARYING WS-MASK-RULE-SUB FROM 1 BY 1
                   UNTIL WS-MASK-RULE-SUB > WS-MASK-RULE-COUNT
           END-IF
           IF WS-MASK-FIELDS > 0
               ADD WS-MASK-FIELDS TO WS-MASKED-COUNT
               MOVE WS-MASK-SOURCE TO WS-STAT-SOURCE
               PERFORM 8200-FIND-STAT-ENTRY
               ADD WS-MASK-FIELDS TO WS-SST-MASKED(WS-STAT-HIT)
           END-IF.

       2715-TEST-RULE-SOURCE.
           IF WS-MSK-SOURCE(WS-MASK-RULE-SUB) = WS-MASK-RULE-SOURCE
               MOVE WS-MASK-RULE-SUB TO WS-MASK-RULE-HIT
           END-IF.

      *  An 'N' row does nothing here - it only gives its source rows
      *  of its own, so the 'ALL' rows no longer apply to it.
       2720-APPLY-ONE-RULE.
           IF WS-MSK-SOURCE(WS-MASK-RULE-SUB) = WS-MASK-RULE-SOURCE
               MOVE WS-MSK-KEEP(WS-MASK-RULE-SUB) TO WS-MASK-KEEP
               EVALUATE WS-MSK-TYPE(WS-MASK-RULE-SUB)
                   WHEN 'D'
                       MOVE 1 TO WS-MASK-POS
                       PERFORM 2730-SCAN-DIGIT-RUN
                           UNTIL WS-MASK-POS > WS-MASK-LEN
                   WHEN 'K'
                       MOVE WS-MSK-KEYWORD(WS-MASK-RULE-SUB)
                           TO WS-MASK-KEYWORD
                       MOVE WS-MSK-KEY-LEN(WS-MASK-RULE-SUB)
                           TO WS-MASK-KEY-LEN
                       MOVE 1 TO WS-MASK-POS
                       PERFORM 2740-SCAN-KEYWORD
                           UNTIL WS-MASK-POS + WS-MASK-KEY-LEN - 1
                               > WS-MASK-LEN
               END-EVALUATE
           END-IF.

      *  A digit run is digits back to back - "4111 1111" is two
      *  runs, so a number written in groups needs a keyword rule.
       2730-SCAN-DIGIT-RUN.
           IF WS-MASK-TEXT(WS-MASK-POS:1) IS NUMERIC
               MOVE WS-MASK-POS TO WS-MASK-START
               MOVE WS-MASK-TEXT(WS-MASK-POS:1) TO WS-MASK-BYTE
               PERFORM 2745-STEP-MASK-BYTE
                   UNTIL WS-MASK-POS > WS-MASK-LEN
                       OR WS-MASK-BYTE IS NOT NUMERIC
               COMPUTE WS-MASK-RUN-LEN = WS-MASK-POS - WS-MASK-START
               IF WS-MASK-RUN-LEN >= WS-MSK-MIN-LEN(WS-MASK-RULE-SUB)
                       AND (WS-MSK-MAX-LEN(WS-MASK-RULE-SUB) = 0
                           OR WS-MASK-RUN-LEN <=
                               WS-MSK-MAX-LEN(WS-MASK-RULE-SUB))
                   PERFORM 2750-MASK-SPAN
               END-IF
           ELSE
               ADD 1 TO WS-MASK-POS
           END-IF.

      *  The keyword counts only at the start of a word (so CARD does
      *  not fire inside DISCARD).  Its value is the next word after
      *  it, past any spaces, ':', '=' or '#' - up to the next space.
       2740-SCAN-KEYWORD.
           IF WS-MASK-POS = 1
               MOVE SPACE TO WS-MASK-PREV-BYTE
           ELSE
               MOVE WS-MASK-UPPER(WS-MASK-POS - 1:1)
                   TO WS-MASK-PREV-BYTE
           END-IF
           IF WS-MASK-UPPER(WS-MASK-POS:WS-MASK-KEY-LEN) =
                   WS-MASK-KEYWORD(1:WS-MASK-KEY-LEN)
                   AND NOT MASK-WORD-CHAR
               ADD WS-MASK-KEY-LEN TO WS-MASK-POS
               MOVE WS-MASK-WORK(WS-MASK-POS:1) TO WS-MASK-BYTE
               PERFORM 2745-STEP-MASK-BYTE
                   UNTIL WS-MASK-POS > WS-MASK-LEN
                       OR NOT MASK-VALUE-SEPARATOR
               MOVE WS-MASK-POS TO WS-MASK-START
               PERFORM 2745-STEP-MASK-BYTE
                   UNTIL WS-MASK-POS > WS-MASK-LEN
                       OR WS-MASK-BYTE = SPACE
               COMPUTE WS-MASK-RUN-LEN = WS-MASK-POS - WS-MASK-START
               IF WS-MASK-RUN-LEN > 0
                   PERFORM 2750-MASK-SPAN
               END-IF
           ELSE
               ADD 1 TO WS-MASK-POS
           END-IF.

       2745-STEP-MASK-BYTE.
           ADD 1 TO WS-MASK-POS
           MOVE WS-MASK-WORK(WS-MASK-POS:1) TO WS-MASK-BYTE.

      *  Overwrites WS-MASK-RUN-LEN bytes from WS-MASK-START with '*',
      *  all but the last WS-MASK-KEEP of them (all of them when the
      *  field is no longer than that).  A field an earlier rule has
      *  already masked is not counted again.
       2750-MASK-SPAN.
           IF WS-MASK-RUN-LEN > WS-MASK-KEEP
               COMPUTE WS-MASK-SPAN-LEN =
                   WS-MASK-RUN-LEN - WS-MASK-KEEP
           ELSE
               MOVE WS-MASK-RUN-LEN TO WS-MASK-SPAN-LEN
           END-IF
           MOVE 'N' TO WS-MASK-CHANGED-FLAG
           PERFORM 2755-MASK-ONE-CHAR
               VARYING WS-MASK-CHAR-SUB FROM WS-MASK-START BY 1
               UNTIL WS-MASK-CHAR-SUB >=
                   WS-MASK-START + WS-MASK-SPAN-LEN
           IF MASK-CHANGED-TEXT
               ADD 1 TO WS-MASK-FIELDS
           END-IF.

       2755-MASK-ONE-CHAR.
           IF WS-MASK-TEXT(WS-MASK-CHAR-SUB:1) NOT = '*'
               MOVE '*' TO WS-MASK-TEXT(WS-MASK-CHAR-SUB:1)
               MOVE '*' TO WS-MASK-UPPER(WS-MASK-CHAR-SUB:1)
               SET MASK-CHANGED-TEXT TO TRUE
           END-IF.

       3000-WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE HDR-ORIGIN-TIMESTAMP OF WS-MSG-HEADER TO AUDIT-ORIGIN-TS
           MOVE HDR-ROUTING-CODE OF WS-MSG-HEADER TO AUDIT-ROUTING-CODE
           MOVE WS-TRUNCATED-FLAG TO AUDIT-TRUNCATED-FLAG
      *  A split message went out whole, so the audit trail keeps the
      *  whole text too - it is what a redelivery rebuilds from.  The
      *  trail only ever holds the masked text.
           IF MSG-SPLIT
               MOVE WS-MASKED-TEXT TO AUDIT-MESSAGE
           ELSE
               MOVE WS-MASKED-CLIP TO AUDIT-MESSAGE
           END-IF
           MOVE WS-BATCH-ID TO AUDIT-BATCH-ID
           MOVE WS-LATE-FLAG TO AUDIT-LATE-FLAG
           WRITE AUDIT-RECORD
           MOVE WS-AUDIT-STATUS TO WS-CHECK-STATUS
           MOVE 'ERROR WRITING AUDIT-FILE (AUDITOUT)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS.

      *  A clipped (or short) message goes out as one record marked
      *  segment 001 of 001.  A split message goes out as segments
      *  1..N of the destination's target length, back to back, each
      *  under the message's own header - the consumer reassembles
      *  them on HDR-MESSAGE-ID and the segment numbers.  The '*T'
      *  record count and hash take every segment; the message count
      *  takes the message once.  A destination MSGROUTE entitles to
      *  the clear text gets WS-AREA-1 / WS-AREA-2 as they stand;
      *  every other gets the masked text, which is the same length.
       3500-WRITE-DESTINATION.
           MOVE SPACES TO WS-RTD-HEADER
           MOVE WS-MSG-HEADER TO WS-RTD-HEADER
           MOVE WS-TRUNCATED-FLAG TO WS-RTD-TRUNC-FLAG
           IF WS-DEST-NO >= 1 AND WS-DEST-NO <= 3
               MOVE WS-DEST-NO TO WS-ENV-SUB
           ELSE
               MOVE 4 TO WS-ENV-SUB
           END-IF
           IF MSG-SPLIT
               COMPUTE WS-SEG-COUNT =
                   (MSG-LEN OF WS-AREA-1 + WS-DEST-TARGET-LEN - 1)
                       / WS-DEST-TARGET-LEN
               PERFORM 3510-WRITE-ONE-SEGMENT
                   VARYING WS-SEG-NO FROM 1 BY 1
                   UNTIL WS-SEG-NO > WS-SEG-COUNT
           ELSE
               MOVE SPACES TO WS-RTD-MESSAGE
               IF DEST-GETS-CLEAR-TEXT
                   MOVE MSG-TEXT OF WS-AREA-2 TO WS-RTD-MESSAGE
               ELSE
                   MOVE WS-MASKED-CLIP TO WS-RTD-MESSAGE
               END-IF
               MOVE 1 TO WS-RTD-SEG-NO
               MOVE 1 TO WS-RTD-SEG-COUNT
               PERFORM 3520-WRITE-ROUTED-RECORD
               ADD MSG-LEN OF WS-AREA-2 TO WS-DST-HASH(WS-ENV-SUB)
           END-IF
           ADD 1 TO WS-DST-MSG-COUNT(WS-ENV-SUB).

       3510-WRITE-ONE-SEGMENT.
           COMPUTE WS-SEG-OFFSET =
               (WS-SEG-NO - 1) * WS-DEST-TARGET-LEN + 1
           IF WS-SEG-NO < WS-SEG-COUNT
               MOVE WS-DEST-TARGET-LEN TO WS-SEG-LEN
           ELSE
               COMPUTE WS-SEG-LEN =
                   MSG-LEN OF WS-AREA-1 - WS-SEG-OFFSET + 1
           END-IF
           MOVE SPACES TO WS-RTD-MESSAGE
           IF DEST-GETS-CLEAR-TEXT
               MOVE MSG-TEXT OF WS-AREA-1(WS-SEG-OFFSET:WS-SEG-LEN)
                   TO WS-RTD-MESSAGE
           ELSE
               MOVE WS-MASKED-TEXT(WS-SEG-OFFSET:WS-SEG-LEN)
                   TO WS-RTD-MESSAGE
           END-IF
           MOVE WS-SEG-NO TO WS-RTD-SEG-NO
           MOVE WS-SEG-COUNT TO WS-RTD-SEG-COUNT
           PERFORM 3520-WRITE-ROUTED-RECORD
           ADD WS-SEG-LEN TO WS-DST-HASH(WS-ENV-SUB).

      *  DEST01-03 get the routed record in the layout of their
      *  DESTFMT profile; DESTSUSP gets it as it stands.
       3520-WRITE-ROUTED-RECORD.
           IF WS-ENV-SUB = 4
               MOVE WS-ROUTED-RECORD TO FMT-LINE
           ELSE
               MOVE 'D' TO FMT-FUNCTION
               MOVE WS-ENV-SUB TO FMT-DEST-NO
               MOVE WS-ROUTED-RECORD TO FMT-ROUTED-REC
               CALL 'MSGFMT' USING FMT-PARM-AREA
               END-CALL
           END-IF
           PERFORM 3550-WRITE-DEST-LINE
           ADD 1 TO WS-DST-COUNT(WS-ENV-SUB).

      *  One '*H' header per destination file per run, stamped with
      *  the run date and the first inbound batch ID (spaces on a
      *  reprocess run).  A consumer with a delimited layout gets its
      *  column-name row first; one whose profile has no envelope
      *  gets no header, and a delimited envelope goes out as a
      *  delimited row.  3550 routes the built line to the right
      *  file.
       1770-WRITE-DEST-HEADERS.
           MOVE WS-RUN-START-STAMP(1:8) TO WS-ENH-RUN-DATE
       1775-WRITE-ONE-DEST-HEADER.
           IF WS-ENV-SUB = 4
               MOVE 0 TO WS-ENH-DEST-NO
               MOVE WS-ENV-HEADER-REC TO FMT-LINE
               PERFORM 3550-WRITE-DEST-LINE
           ELSE
               MOVE WS-ENV-SUB TO FMT-DEST-NO
               MOVE 'C' TO FMT-FUNCTION
               CALL 'MSGFMT' USING FMT-PARM-AREA
               END-CALL
               IF FMT-LINE NOT = SPACES
                   PERFORM 3550-WRITE-DEST-LINE
               END-IF
               MOVE 'H' TO FMT-FUNCTION
               MOVE WS-ENH-RUN-DATE TO FMT-ENV-RUN-DATE
               MOVE WS-ENH-BATCH-ID TO FMT-ENV-BATCH-ID
               MOVE SPACES TO FMT-ENV-MARKER
               CALL 'MSGFMT' USING FMT-PARM-AREA
               END-CALL
               IF FMT-LINE NOT = SPACES
                   PERFORM 3550-WRITE-DEST-LINE
               END-IF
           END-IF.

      *  The '*T' trailers are the destination files' last records -
      *  written only at a genuine end of run, never at a sync or a
      *  suspension, so an incomplete file is recognizable by its
      *  missing trailer exactly as a short MSGIN is.  A consumer
      *  whose profile has no envelope gets none.
       1760-WRITE-DEST-TRAILERS.
           PERFORM 1765-WRITE-ONE-DEST-TRAILER
               VARYING WS-ENV-SUB FROM 1 BY 1
       1765-WRITE-ONE-DEST-TRAILER.
           MOVE WS-DST-COUNT(WS-ENV-SUB) TO WS-ENT-COUNT
           MOVE WS-DST-HASH(WS-ENV-SUB) TO WS-ENT-HASH
           MOVE WS-DST-MSG-COUNT(WS-ENV-SUB) TO WS-ENT-MSG-COUNT
           IF WS-ENV-SUB = 4
               MOVE WS-ENV-TRAILER-REC TO FMT-LINE
           ELSE
               MOVE 'T' TO FMT-FUNCTION
               MOVE WS-ENV-SUB TO FMT-DEST-NO
               MOVE WS-ENT-COUNT TO FMT-ENV-COUNT
               MOVE WS-ENT-HASH TO FMT-ENV-HASH
               MOVE WS-ENT-MSG-COUNT TO FMT-ENV-MSG-COUNT
               CALL 'MSGFMT' USING FMT-PARM-AREA
               END-CALL
           END-IF
           IF FMT-LINE NOT = SPACES
               PERFORM 3550-WRITE-DEST-LINE
           END-IF.

      *  Writes FMT-LINE to the destination file WS-ENV-SUB names.
       3550-WRITE-DEST-LINE.
           EVALUATE WS-ENV-SUB
               WHEN 1
                   WRITE DEST1-RECORD FROM FMT-LINE
                   MOVE WS-DEST1-STATUS TO WS-CHECK-STATUS
                   MOVE 'ERROR WRITING DEST1-FILE (DEST01)'
                       TO WS-ABEND-MESSAGE
               WHEN 2
                   WRITE DEST2-RECORD FROM FMT-LINE
                   MOVE WS-DEST2-STATUS TO WS-CHECK-STATUS
                   MOVE 'ERROR WRITING DEST2-FILE (DEST02)'
                       TO WS-ABEND-MESSAGE
               WHEN 3
                   WRITE DEST3-RECORD FROM FMT-LINE
                   MOVE WS-DEST3-STATUS TO WS-CHECK-STATUS
                   MOVE 'ERROR WRITING DEST3-FILE (DEST03)'
                       TO WS-ABEND-MESSAGE
               WHEN OTHER
                   WRITE SUSPENSE-DEST-RECORD FROM FMT-LINE
                   MOVE WS-SUSP-STATUS TO WS-CHECK-STATUS
                   MOVE 'ERROR WRITING SUSPENSE-DEST-FILE (DESTSUSP)'
                       TO WS-ABEND-MESSAGE
      *  The per-source reject tally reads the source straight off
      *  the raw record - a record rejected for its type has no
      *  header worth trusting and lands in the '????' bucket.
      *  The text part of the record is masked as it was read - not
      *  normalized - so a reprocess sees the same bytes bar the
      *  masked ones.  A record that is not a data record has no
      *  source to speak of and gets the 'ALL' rules.
       3100-WRITE-REJECT-RECORD.
           IF CURR-DATA-RECORD
               MOVE WS-CURR-HEADER(13:4) TO WS-MASK-SOURCE
           ELSE
               MOVE '????' TO WS-MASK-SOURCE
           END-IF
           MOVE WS-CURR-TEXT TO WS-MASK-TEXT
           MOVE SOURCE-MSG-MAX-LEN TO WS-MASK-LEN
           PERFORM 2710-MASK-TEXT
           MOVE SPACES TO REJECT-RECORD
           MOVE WS-REJECT-REASON TO REJ-REASON-CODE
           MOVE WS-CURRENT-RECORD TO REJ-ORIGINAL-RECORD
           MOVE WS-MASK-TEXT
               TO REJ-ORIGINAL-RECORD(MSG-HEADER-LEN + 2:
                   SOURCE-MSG-MAX-LEN)
           WRITE REJECT-RECORD
           MOVE WS-REJECT-STATUS TO WS-CHECK-STATUS
           MOVE 'ERROR WRITING REJECT-FILE (MSGREJ)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           ADD 1 TO WS-REJECTED-COUNT
           MOVE WS-MASK-SOURCE TO WS-STAT-SOURCE
           PERFORM 8200-FIND-STAT-ENTRY
           ADD 1 TO WS-SST-REJECTED(WS-STAT-HIT)
           DISPLAY 'WARNING - MESSAGE REJECTED, REASON '
               WS-REJECT-REASON.

      *  The held message goes to MSGHELD as it was read, with the
      *  hold entry that caught it and the run that held it.  It
      *  never reaches AUDITOUT, the destinations or the message
      *  master - that all happens when MSGRLSE lets it go.
       3300-WRITE-HELD-RECORD.
           MOVE SPACES TO HELD-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:14) TO HELD-TIMESTAMP
           MOVE WS-RUN-ID TO HELD-RUN-ID
           MOVE WS-BATCH-ID TO HELD-BATCH-ID
           MOVE WS-HLD-TYPE(WS-HOLD-HIT) TO HELD-HOLD-TYPE
           MOVE WS-HLD-VALUE(WS-HOLD-HIT) TO HELD-HOLD-VALUE
           MOVE WS-HLD-EXPIRY(WS-HOLD-HIT) TO HELD-EXPIRY-DATE
           MOVE WS-HLD-REASON(WS-HOLD-HIT) TO HELD-REASON
           MOVE WS-CURRENT-RECORD TO HELD-ORIGINAL-RECORD
           WRITE HELD-RECORD
           MOVE WS-HELD-STATUS TO WS-CHECK-STATUS
           MOVE 'ERROR WRITING HELD-FILE (MSGHELD)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           ADD 1 TO WS-HELD-COUNT
           DISPLAY 'WARNING - MESSAGE HELD, '
               HDR-MESSAGE-ID OF WS-MSG-HEADER ' - '
               WS-HLD-REASON(WS-HOLD-HIT).

      *  Builds CHECKPOINT-RECORD from the live WS counters and hands
      *  it to 4010-WRITE-CHECKPOINT-RECORD.  The pending master IDs
      *  go to the file first: at this point 4050 has already made
           PERFORM 4030-SAVE-ONE-DEST-TOTAL
               VARYING WS-ENV-SUB FROM 1 BY 1
               UNTIL WS-ENV-SUB > 4
           MOVE WS-SPLIT-COUNT      TO CKPT-SPLIT-COUNT
           MOVE WS-HELD-COUNT       TO CKPT-HELD-COUNT
           MOVE WS-RUN-ID           TO CKPT-RUN-ID
           MOVE WS-MASKED-COUNT     TO CKPT-MASKED-COUNT
           MOVE WS-BATCH-START-STAMP TO CKPT-BATCH-START
           MOVE WS-BATCH-CREATE-DATE TO CKPT-BATCH-CREATE
           MOVE WS-BATCH-SOURCE     TO CKPT-BATCH-SOURCE
           MOVE WS-BATCH-INPUT-POS  TO CKPT-BATCH-POS
           MOVE WS-BATCH-STOPPED-FLAG TO CKPT-BATCH-STOPPED
           MOVE WS-STOPPED-RECORDS  TO CKPT-STOPPED-RECORDS
           MOVE WS-STOPPED-BATCH-COUNT TO CKPT-STOPPED-BATCHES
           MOVE WS-STOPPED-RECORD-COUNT TO CKPT-STOPPED-REC-TOTAL
           PERFORM 4010-WRITE-CHECKPOINT-RECORD.

       4030-SAVE-ONE-DEST-TOTAL.
           MOVE WS-DST-COUNT(WS-ENV-SUB)
               TO CKPT-DEST-COUNT(WS-ENV-SUB)
           MOVE WS-DST-HASH(WS-ENV-SUB)
               TO CKPT-DEST-HASH(WS-ENV-SUB)
           MOVE WS-DST-MSG-COUNT(WS-ENV-SUB)
               TO CKPT-DEST-MSG-COUNT(WS-ENV-SUB).

      *  Entries past WS-STAT-COUNT are written as empty so the
      *  record never carries stale tallies from an earlier load.
               MOVE 0 TO CKPT-SRC-REJECTED(WS-STAT-SUB)
               MOVE 0 TO CKPT-SRC-TRUNCATED(WS-STAT-SUB)
               MOVE 0 TO CKPT-SRC-DUPLICATE(WS-STAT-SUB)
               MOVE 0 TO CKPT-SRC-MASKED(WS-STAT-SUB)
           ELSE
               MOVE WS-SST-SYSTEM(WS-STAT-SUB)
                   TO CKPT-SRC-SYSTEM(WS-STAT-SUB)
                   TO CKPT-SRC-TRUNCATED(WS-STAT-SUB)
               MOVE WS-SST-DUPLICATE(WS-STAT-SUB)
                   TO CKPT-SRC-DUPLICATE(WS-STAT-SUB)
               MOVE WS-SST-MASKED(WS-STAT-SUB)
                   TO CKPT-SRC-MASKED(WS-STAT-SUB)
           END-IF.

      *  Writes CHECKPOINT-RECORD to MSGCKPT.TMP, then renames the
           PERFORM 4130-CLEAR-ONE-DEST-TOTAL
               VARYING WS-ENV-SUB FROM 1 BY 1
               UNTIL WS-ENV-SUB > 4
           MOVE 0 TO CKPT-SPLIT-COUNT
           MOVE 0 TO CKPT-HELD-COUNT
           MOVE SPACES TO CKPT-RUN-ID
           MOVE 0 TO CKPT-MASKED-COUNT
           MOVE SPACES TO CKPT-BATCH-START
           MOVE SPACES TO CKPT-BATCH-CREATE
           MOVE SPACES TO CKPT-BATCH-SOURCE
           MOVE 0 TO CKPT-BATCH-POS
           MOVE 'N' TO CKPT-BATCH-STOPPED
           MOVE 0 TO CKPT-STOPPED-RECORDS
           MOVE 0 TO CKPT-STOPPED-BATCHES
           MOVE 0 TO CKPT-STOPPED-REC-TOTAL
           PERFORM 4010-WRITE-CHECKPOINT-RECORD.

       4130-CLEAR-ONE-DEST-TOTAL.
           MOVE 0 TO CKPT-DEST-COUNT(WS-ENV-SUB)
           MOVE 0 TO CKPT-DEST-HASH(WS-ENV-SUB)
           MOVE 0 TO CKPT-DEST-MSG-COUNT(WS-ENV-SUB).

       4120-CLEAR-ONE-SOURCE-STAT.
           MOVE SPACES TO CKPT-SRC-SYSTEM(WS-STAT-SUB)
           MOVE 0 TO CKPT-SRC-PROCESSED(WS-STAT-SUB)
           MOVE 0 TO CKPT-SRC-REJECTED(WS-STAT-SUB)
           MOVE 0 TO CKPT-SRC-TRUNCATED(WS-STAT-SUB)
           MOVE 0 TO CKPT-SRC-DUPLICATE(WS-STAT-SUB)
           MOVE 0 TO CKPT-SRC-MASKED(WS-STAT-SUB).

      *  FILE STATUS 06 means GnuCOBOL folded a physical MSGIN line
      *  wider than SOURCE-MSG-MAX-LEN into more than one logical READ
      *  a record with a garbage priority is bulk traffic, and
      *  validation deals with it at the drain.  A data record
      *  arriving outside an open batch is rejected - an upstream
      *  that lost its header is not trusted record by record.  The
      *  data records of a batch stopped as already processed are
      *  only counted.
                       IF CURR-DATA-RECORD AND BATCH-HEADER-SEEN
                               AND WS-BATCH-SOURCE = SPACES
                           MOVE WS-CURR-HEADER(13:4) TO WS-BATCH-SOURCE
                       END-IF
                       EVALUATE TRUE
                           WHEN CURR-BATCH-HEADER AND NORMAL-RUN
                               PERFORM 5300-START-NEW-BATCH
                           WHEN CURR-BATCH-TRAILER AND NORMAL-RUN
                               PERFORM 5150-END-CURRENT-BATCH
                           WHEN CURR-DATA-RECORD AND NORMAL-RUN
                                   AND BATCH-STOPPED
                               ADD 1 TO WS-STOPPED-RECORDS
                           WHEN CURR-DATA-RECORD AND NORMAL-RUN
                                   AND NOT BATCH-HEADER-SEEN
                               SET ANY-BATCH-OOB TO TRUE
      *  input from.  Both paths leave the raw record in
      *  WS-CURRENT-RECORD and the file status in WS-READ-STATUS so
      *  the rest of the program does not care which file it was; a
      *  reprocess or release read drops the old reason code on the
      *  way through.
       5010-READ-NEXT-RECORD.
           EVALUATE TRUE
               WHEN REPROCESS-RUN
                   READ REPROCESS-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           MOVE RPR-ORIGINAL-RECORD
                               TO WS-CURRENT-RECORD
                   END-READ
                   MOVE WS-REPROCESS-STATUS TO WS-READ-STATUS
               WHEN RELEASE-RUN
                   READ RELEASE-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           MOVE RLS-ORIGINAL-RECORD
                               TO WS-CURRENT-RECORD
                   END-READ
                   MOVE WS-RELEASE-STATUS TO WS-READ-STATUS
               WHEN OTHER
                   READ INPUT-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           MOVE INPUT-RECORD TO WS-CURRENT-RECORD
                   END-READ
                   MOVE WS-INPUT-STATUS TO WS-READ-STATUS
           END-EVALUATE.

       5100-PROCESS-DATA-RECORD.
           MOVE WS-CURR-HEADER TO WS-MSG-HEADER
               ADD MSG-LEN OF WS-AREA-1 TO WS-BATCH-HASH-TOTAL
           END-IF
           PERFORM 2100-VALIDATE-MESSAGE
      *  The hold check comes after validation - a broken record is
      *  a reject whatever the hold list says - and before the master
      *  check, so a held ID is not yet "seen" and its release is not
      *  taken for a duplicate.
           MOVE 'N' TO WS-HELD-FLAG
           IF MESSAGE-ACCEPTED AND NOT RELEASE-RUN
               PERFORM 2300-CHECK-HOLD-LIST
           END-IF
      *  A reject is masked on its way to MSGREJ, in 3100.
           IF MESSAGE-ACCEPTED
               PERFORM 2700-MASK-MESSAGE
           END-IF
           EVALUATE TRUE
               WHEN NOT MESSAGE-ACCEPTED
                   PERFORM 3100-WRITE-REJECT-RECORD
               WHEN MESSAGE-HELD
                   PERFORM 6000-WRITE-DETAIL-LINE
                   PERFORM 3300-WRITE-HELD-RECORD
               WHEN OTHER
                   PERFORM 2500-CHECK-MESSAGE-MASTER
                   PERFORM 2200-RESOLVE-ROUTING
                   PERFORM 2000-MOVE-WITH-CHECK
                   PERFORM 2705-CLIP-MASKED-MESSAGE
                   PERFORM 6000-WRITE-DETAIL-LINE
                   IF NOT DUPLICATE-MESSAGE
                       PERFORM 2600-CHECK-MESSAGE-SLA
                       PERFORM 3000-WRITE-AUDIT-RECORD
                       PERFORM 3500-WRITE-DESTINATION
                   END-IF
                   IF WS-TRUNCATED-MAX > 0
                           AND WS-TRUNCATED-COUNT > WS-TRUNCATED-MAX
                       MOVE '99' TO WS-CHECK-STATUS
                       MOVE
                         'TRUNCATION THRESHOLD EXCEEDED - RUN STOPPED'
                           TO WS-ABEND-MESSAGE
                       PERFORM 9999-ABEND
                   END-IF
           END-EVALUATE.

       5110-DEFER-DATA-RECORD.
           IF WS-DEFER-COUNT >= DEFER-TABLE-MAX
           MOVE 'CANNOT OPEN DUP-LOG-FILE (DUPLOG)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           CLOSE HELD-FILE
           MOVE WS-HELD-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT CLOSE HELD-FILE (MSGHELD)' TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           OPEN EXTEND HELD-FILE
           MOVE WS-HELD-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT OPEN HELD-FILE (MSGHELD)' TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           PERFORM 1750-CLOSE-DEST-FILES
           PERFORM 1755-REOPEN-DEST-FILES.

      *  NOBATCH.  A batch close is also where a latched operator
      *  QUIESCE finally lands - see 4260-HONOR-PENDING-QUIESCE.
       5150-END-CURRENT-BATCH.
           EVALUATE TRUE
               WHEN BATCH-STOPPED
                   PERFORM 5460-END-STOPPED-BATCH
               WHEN BATCH-HEADER-SEEN
                   PERFORM 5200-CAPTURE-BATCH-TRAILER
                   PERFORM 5120-DRAIN-DEFERRED-RECORDS
                   PERFORM 7100-VERIFY-BATCH-TRAILER
               WHEN OTHER
                   PERFORM 5120-DRAIN-DEFERRED-RECORDS
                   SET ANY-BATCH-OOB TO TRUE
                   MOVE 'TRAILER WITHOUT A BATCH HEADER'
                       TO WS-OOB-REASON
                   SET BATCH-OUT-OF-BALANCE TO TRUE
                   PERFORM 7200-WRITE-OOB-REPORT
                   DISPLAY 'WARNING - BATCH OUT OF BALANCE - '
                       WS-OOB-REASON
                   PERFORM 5350-RESET-BATCH-STATE
           END-EVALUATE
           PERFORM 4260-HONOR-PENDING-QUIESCE.

      *  An 'H' record opens the next batch.  Its batch ID is saved
      *  night's file.  The old batch's close is a boundary a
      *  latched QUIESCE honors too - if it fires, the run parks
      *  with the new batch open at zero records, which the resumed
      *  leg simply continues.  A batch ID BATCHREG already holds
      *  from an earlier run is a re-sent batch: it is stopped here
      *  as a whole (5400-CHECK-BATCH-REGISTER) and never opens, so
      *  none of its records reach the outputs or DUPLOG.
       5300-START-NEW-BATCH.
           MOVE WS-BH-BATCH-ID TO WS-NEW-BATCH-ID
           MOVE WS-BH-CREATE-DATE TO WS-NEW-CREATE-DATE
           EVALUATE TRUE
               WHEN BATCH-STOPPED
                   PERFORM 5460-END-STOPPED-BATCH
               WHEN BATCH-HEADER-SEEN
                   PERFORM 5120-DRAIN-DEFERRED-RECORDS
                   PERFORM 7100-VERIFY-BATCH-TRAILER
               WHEN OTHER
                   PERFORM 5120-DRAIN-DEFERRED-RECORDS
           END-EVALUATE
           ADD 1 TO WS-BATCH-SEQ
           MOVE WS-NEW-BATCH-ID TO WS-BATCH-ID
           PERFORM 5400-CHECK-BATCH-REGISTER
           IF BATCH-STOPPED
               PERFORM 5450-REPORT-STOPPED-BATCH
           ELSE
               MOVE WS-NEW-CREATE-DATE TO WS-BATCH-CREATE-DATE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE WS-CURRENT-DATE-TIME(1:14)
                   TO WS-BATCH-START-STAMP
               MOVE WS-CHECKPOINT-COUNT TO WS-BATCH-INPUT-POS
               SET BATCH-HEADER-SEEN TO TRUE
               IF NOT DEST-HEADERS-WRITTEN
                   PERFORM 1770-WRITE-DEST-HEADERS
               END-IF
           END-IF
           PERFORM 4260-HONOR-PENDING-QUIESCE.

      *  The batch is stopped when BATCHREG already has its ID -
      *  unless the entry is this run's own, written before a
      *  restart replayed the header: same run ID and the same
      *  record number in MSGIN.  A blank batch ID is never looked
      *  up or registered.
       5400-CHECK-BATCH-REGISTER.
           MOVE 'N' TO WS-BATCH-STOPPED-FLAG
           IF WS-NEW-BATCH-ID NOT = SPACES
               MOVE WS-NEW-BATCH-ID TO BRG-BATCH-ID
               READ BATCH-REG-FILE
               EVALUATE WS-BATCHREG-STATUS
                   WHEN '00'
                       IF BRG-RUN-ID NOT = WS-RUN-ID
                               OR BRG-INPUT-POS NOT =
                                   WS-CHECKPOINT-COUNT
                           SET BATCH-STOPPED TO TRUE
                       END-IF
                   WHEN '23'
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-BATCHREG-STATUS TO WS-CHECK-STATUS
                       MOVE 'ERROR READING BATCH-REG-FILE (BATCHREG)'
                           TO WS-ABEND-MESSAGE
                       PERFORM 9000-CHECK-STATUS
               END-EVALUATE
           END-IF.

      *  A closing batch goes on the register with its result.  A
      *  restart that replays the close finds its own entry there
      *  ('22') and rewrites it.
       5410-REGISTER-BATCH.
           IF WS-BATCH-ID NOT = SPACES
               MOVE SPACES TO BATCH-REG-RECORD
               MOVE WS-BATCH-ID TO BRG-BATCH-ID
               MOVE WS-BATCH-START-STAMP(1:8) TO BRG-PROC-DATE
               MOVE WS-BATCH-START-STAMP(9:6) TO BRG-PROC-TIME
               MOVE WS-BATCH-CREATE-DATE TO BRG-CREATE-DATE
               MOVE WS-BATCH-SOURCE TO BRG-SOURCE
               IF BATCH-OUT-OF-BALANCE
                   SET BRG-OUT-OF-BALANCE TO TRUE
               ELSE
                   SET BRG-IN-BALANCE TO TRUE
               END-IF
               MOVE WS-BATCH-DATA-COUNT TO BRG-RECORD-COUNT
               MOVE WS-RUN-ID TO BRG-RUN-ID
               MOVE WS-BATCH-INPUT-POS TO BRG-INPUT-POS
               WRITE BATCH-REG-RECORD
               IF WS-BATCHREG-STATUS = '22'
                   REWRITE BATCH-REG-RECORD
               END-IF
               MOVE WS-BATCHREG-STATUS TO WS-CHECK-STATUS
               MOVE 'ERROR WRITING BATCH-REG-FILE (BATCHREG)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF.

      *  MSGRPT names the stopped batch and when it was first
      *  processed, from the register entry 5400 just read.
       5450-REPORT-STOPPED-BATCH.
           ADD 1 TO WS-STOPPED-BATCH-COUNT
           MOVE 0 TO WS-STOPPED-RECORDS
           MOVE BRG-BATCH-ID TO WS-STP-BATCH-ID
           MOVE BRG-PROC-DATE TO WS-STP-PROC-DATE
           MOVE BRG-PROC-TIME TO WS-STP-PROC-TIME
           MOVE BRG-RESULT TO WS-STP-RESULT
           MOVE BRG-RECORD-COUNT TO WS-STP-ORIG-COUNT
           MOVE 'ERROR WRITING STOPPED-BATCH REPORT (MSGRPT)'
               TO WS-ABEND-MESSAGE
           WRITE PRINT-LINE FROM SPACES
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           WRITE PRINT-LINE FROM WS-STOP-TITLE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           WRITE PRINT-LINE FROM WS-STOP-LINE-1
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           DISPLAY 'WARNING - BATCH ' BRG-BATCH-ID
               ' ALREADY PROCESSED ON ' BRG-PROC-DATE
               ' - STOPPED'.

      *  The stopped batch's trailer, the next header or end of file
      *  ends it; its trailer is not balanced, since nothing of the
      *  batch was taken.
       5460-END-STOPPED-BATCH.
           ADD WS-STOPPED-RECORDS TO WS-STOPPED-RECORD-COUNT
           MOVE WS-BATCH-ID TO WS-STP-END-BATCH-ID
           MOVE WS-STOPPED-RECORDS TO WS-STP-STOPPED-COUNT
           WRITE PRINT-LINE FROM WS-STOP-LINE-2
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE 'ERROR WRITING STOPPED-BATCH REPORT (MSGRPT)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           PERFORM 5350-RESET-BATCH-STATE.

       5350-RESET-BATCH-STATE.
           MOVE SPACES TO WS-BATCH-ID
           MOVE SPACES TO WS-BATCH-START-STAMP
           MOVE SPACES TO WS-BATCH-CREATE-DATE
           MOVE SPACES TO WS-BATCH-SOURCE
           MOVE 0 TO WS-BATCH-INPUT-POS
           MOVE 'N' TO WS-BATCH-STOPPED-FLAG
           MOVE 0 TO WS-STOPPED-RECORDS
           MOVE 0 TO WS-BATCH-DATA-COUNT
           MOVE 0 TO WS-BATCH-HASH-TOTAL
           MOVE 0 TO WS-BATCH-EXP-COUNT
           ELSE
               PERFORM 7250-WRITE-BATCH-BALANCED
           END-IF
           PERFORM 5410-REGISTER-BATCH
           PERFORM 5350-RESET-BATCH-STATE.

      *  End-of-file close-out: a batch still open never sent its
      *  trailer, and a NORMAL run that never saw a batch header at
      *  all (empty or headerless file) is not trusted either way.
       7150-CLOSE-FINAL-BATCH.
           IF BATCH-STOPPED
               PERFORM 5460-END-STOPPED-BATCH
           END-IF
           IF BATCH-HEADER-SEEN
               PERFORM 7100-VERIFY-BATCH-TRAILER
           END-IF
      *  A duplicate still earns a detail line (flagged DUP) so the
      *  report shows the re-send happened, but it stays out of the
      *  processed/truncated totals - those count distinct messages.
      *  A split message lost nothing, so it is counted apart from
      *  the truncations.  A held message is listed (flagged HELD)
      *  with its text as received, and is counted only as held - it
      *  has not been processed yet.
           EVALUATE TRUE
               WHEN MESSAGE-HELD
                   MOVE 'HELD' TO WS-DTL-FLAG
               WHEN DUPLICATE-MESSAGE
                   MOVE 'DUP' TO WS-DTL-FLAG
                   ADD 1 TO WS-SST-DUPLICATE(WS-STAT-HIT)
               WHEN MSG-SPLIT
                   MOVE 'SPLIT' TO WS-DTL-FLAG
                   ADD 1 TO WS-SPLIT-COUNT
               WHEN MSG-TRUNCATED
                   MOVE 'YES' TO WS-DTL-FLAG
                   ADD 1 TO WS-TRUNCATED-COUNT
           MOVE HDR-ORIGIN-TIMESTAMP OF WS-MSG-HEADER
               TO WS-DTL-ORIGIN-TS
           MOVE HDR-ROUTING-CODE OF WS-MSG-HEADER TO WS-DTL-ROUTING
           IF MESSAGE-HELD
               MOVE WS-MASKED-TEXT TO WS-DTL-MESSAGE
           ELSE
               MOVE WS-MASKED-CLIP TO WS-DTL-MESSAGE
           END-IF
           WRITE PRINT-LINE FROM WS-DETAIL-LINE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE 'ERROR WRITING PRINT-FILE (MSGRPT)' TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           ADD 1 TO WS-LINE-COUNT
           IF NOT DUPLICATE-MESSAGE AND NOT MESSAGE-HELD
               ADD 1 TO WS-TOTAL-PROCESSED
               ADD 1 TO WS-SST-PROCESSED(WS-STAT-HIT)
               IF MSG-LEN OF WS-AREA-1 > WS-LONGEST-LENGTH
           MOVE WS-REJECTED-COUNT TO WS-TRL-REJECTED
           MOVE WS-SUBSTITUTED-COUNT TO WS-TRL-SUBSTITUTED
           MOVE WS-LATE-COUNT TO WS-TRL-LATE
           MOVE WS-SPLIT-COUNT TO WS-TRL-SPLIT
           MOVE WS-HELD-COUNT TO WS-TRL-HELD
           MOVE WS-MASKED-COUNT TO WS-TRL-MASKED
           MOVE WS-STOPPED-BATCH-COUNT TO WS-TRL-STOPPED
           MOVE WS-STOPPED-RECORD-COUNT TO WS-TRL-STOPPED-RECS
           MOVE 'ERROR WRITING PRINT-FILE TRAILER (MSGRPT)'
               TO WS-ABEND-MESSAGE
           WRITE PRINT-LINE FROM SPACES
           WRITE PRINT-LINE FROM WS-TRAILER-LINE-8
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           WRITE PRINT-LINE FROM WS-TRAILER-LINE-9
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           WRITE PRINT-LINE FROM WS-TRAILER-LINE-10
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           WRITE PRINT-LINE FROM WS-TRAILER-LINE-11
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           WRITE PRINT-LINE FROM WS-TRAILER-LINE-12
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           IF WS-STAT-COUNT > 0
               PERFORM 7300-WRITE-SOURCE-SECTION
           END-IF
           IF WS-HOLD-COUNT > 0 OR WS-HOLD-EXPIRED-COUNT > 0
               PERFORM 7350-WRITE-HOLD-SECTION
           END-IF.

      *  Processed/rejected/truncated broken down by source system -
           MOVE WS-SST-REJECTED(WS-STAT-SUB) TO WS-SSL-REJECTED
           MOVE WS-SST-TRUNCATED(WS-STAT-SUB) TO WS-SSL-TRUNCATED
           MOVE WS-SST-DUPLICATE(WS-STAT-SUB) TO WS-SSL-DUPLICATE
           MOVE WS-SST-MASKED(WS-STAT-SUB) TO WS-SSL-MASKED
           WRITE PRINT-LINE FROM WS-SRC-STAT-LINE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE 'ERROR WRITING SOURCE SECTION (MSGRPT)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS.

      *  The hold entries this run applied, and how many it found
      *  already past their last day - so a stale list gets noticed.
       7350-WRITE-HOLD-SECTION.
           MOVE WS-HOLD-EXPIRED-COUNT TO WS-HOLD-TTL-EXPIRED
           MOVE 'ERROR WRITING HOLD SECTION (MSGRPT)'
               TO WS-ABEND-MESSAGE
           WRITE PRINT-LINE FROM SPACES
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           WRITE PRINT-LINE FROM WS-HOLD-TITLE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           WRITE PRINT-LINE FROM WS-HOLD-COLUMN-HEADER
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           PERFORM 9000-CHECK-STATUS
           PERFORM 7360-WRITE-ONE-HOLD-LINE
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT.

       7360-WRITE-ONE-HOLD-LINE.
           MOVE SPACES TO WS-HOLD-LINE
           EVALUATE WS-HLD-TYPE(WS-HOLD-SUB)
               WHEN 'S'
                   MOVE 'SOURCE' TO WS-HDL-TYPE
               WHEN 'R'
                   MOVE 'ROUTE' TO WS-HDL-TYPE
               WHEN OTHER
                   MOVE 'MSGID' TO WS-HDL-TYPE
           END-EVALUATE
           MOVE WS-HLD-VALUE(WS-HOLD-SUB) TO WS-HDL-VALUE
           MOVE WS-HLD-EXPIRY(WS-HOLD-SUB) TO WS-HDL-EXPIRY
           MOVE WS-HLD-REASON(WS-HOLD-SUB) TO WS-HDL-REASON
           WRITE PRINT-LINE FROM WS-HOLD-LINE
           MOVE WS-PRINT-STATUS TO WS-CHECK-STATUS
           MOVE 'ERROR WRITING HOLD SECTION (MSGRPT)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS.

      *  Appends this run's reconciliation numbers to MSGHIST so they
      *  outlive the report.  Runs only at a genuine end of run - an
      *  abend never gets here, so a restarted run contributes one
           MOVE WS-ELAPSED-SECS TO HIST-ELAPSED-SECS
           MOVE WS-DUPLICATE-COUNT TO HIST-DUPLICATE-COUNT
           MOVE WS-REJECTED-COUNT TO HIST-REJECTED-COUNT
           MOVE WS-HELD-COUNT TO HIST-HELD-COUNT
           MOVE WS-RUN-ID TO HIST-RUN-ID
           MOVE WS-STOPPED-RECORD-COUNT TO HIST-STOPPED-COUNT
           WRITE HIST-RECORD
           MOVE WS-HISTORY-STATUS TO WS-CHECK-STATUS
           MOVE 'ERROR WRITING HISTORY-FILE (MSGHIST)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS.

      *  One 'S' record per source on the BY SOURCE SYSTEM section,
      *  then one 'R' record per source and reason code rejected.
      *  MSGREJ is complete and closed by now - a resumed run
      *  extended it - and only a file run has one of its own: an
      *  ad-hoc PARM/CTLCARD run never opened it.
       7550-WRITE-SOURCE-HISTORY.
           OPEN EXTEND SOURCE-HIST-FILE
           IF WS-SRCHIST-STATUS = '35'
               OPEN OUTPUT SOURCE-HIST-FILE
           END-IF
           MOVE WS-SRCHIST-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT OPEN SOURCE-HIST-FILE (MSGSRCH)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           PERFORM 7560-WRITE-ONE-SOURCE-HIST
               VARYING WS-STAT-SUB FROM 1 BY 1
               UNTIL WS-STAT-SUB > WS-STAT-COUNT
           IF INPUT-FILE-AVAILABLE
               PERFORM 7570-TALLY-REJECT-REASONS
               PERFORM 7580-WRITE-ONE-REASON-HIST
                   VARYING WS-RSN-SUB FROM 1 BY 1
                   UNTIL WS-RSN-SUB > WS-RSN-COUNT
           END-IF
           CLOSE SOURCE-HIST-FILE
           MOVE WS-SRCHIST-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT CLOSE SOURCE-HIST-FILE (MSGSRCH)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS.

       7560-WRITE-ONE-SOURCE-HIST.
           MOVE SPACES TO SRCH-RECORD
           MOVE WS-RUN-ID(1:8) TO SRCH-RUN-DATE
           MOVE WS-RUN-ID TO SRCH-RUN-ID
           MOVE WS-RUN-MODE TO SRCH-RUN-MODE
           SET SRCH-SOURCE-TOTALS TO TRUE
           MOVE WS-SST-SYSTEM(WS-STAT-SUB) TO SRCH-SOURCE
           MOVE WS-SST-PROCESSED(WS-STAT-SUB) TO SRCH-PROCESSED
           MOVE WS-SST-REJECTED(WS-STAT-SUB) TO SRCH-REJECTED
           MOVE WS-SST-TRUNCATED(WS-STAT-SUB) TO SRCH-TRUNCATED
           MOVE WS-SST-DUPLICATE(WS-STAT-SUB) TO SRCH-DUPLICATE
           MOVE WS-SST-MASKED(WS-STAT-SUB) TO SRCH-MASKED
           WRITE SRCH-RECORD
           MOVE WS-SRCHIST-STATUS TO WS-CHECK-STATUS
           MOVE 'ERROR WRITING SOURCE-HIST-FILE (MSGSRCH)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS.

      *  The source is read off the raw record the same way
      *  3100-WRITE-REJECT-RECORD tallied it.
       7570-TALLY-REJECT-REASONS.
           MOVE 0 TO WS-RSN-COUNT
           OPEN INPUT REJECT-FILE
           MOVE WS-REJECT-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT OPEN REJECT-FILE (MSGREJ)' TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS
           PERFORM 7575-READ-ONE-REJECT
               UNTIL WS-REJECT-STATUS NOT = '00'
           IF WS-REJECT-STATUS NOT = '10'
               MOVE WS-REJECT-STATUS TO WS-CHECK-STATUS
               MOVE 'ERROR READING REJECT-FILE (MSGREJ)'
                   TO WS-ABEND-MESSAGE
               PERFORM 9000-CHECK-STATUS
           END-IF
           CLOSE REJECT-FILE
           MOVE WS-REJECT-STATUS TO WS-CHECK-STATUS
           MOVE 'CANNOT CLOSE REJECT-FILE (MSGREJ)' TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS.

       7575-READ-ONE-REJECT.
           READ REJECT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF REJ-ORIGINAL-RECORD(1:1) = 'D'
                       MOVE REJ-ORIGINAL-RECORD(14:4) TO WS-RSN-SOURCE
                   ELSE
                       MOVE '????' TO WS-RSN-SOURCE
                   END-IF
                   MOVE REJ-REASON-CODE TO WS-RSN-REASON
                   PERFORM 8250-FIND-REASON-ENTRY
                   ADD 1 TO WS-RST-COUNT(WS-RSN-HIT)
           END-READ.

       7580-WRITE-ONE-REASON-HIST.
           MOVE SPACES TO SRCH-RECORD
           MOVE WS-RUN-ID(1:8) TO SRCH-RUN-DATE
           MOVE WS-RUN-ID TO SRCH-RUN-ID
           MOVE WS-RUN-MODE TO SRCH-RUN-MODE
           SET SRCH-REJECT-REASON TO TRUE
           MOVE WS-RST-SOURCE(WS-RSN-SUB) TO SRCH-SOURCE
           MOVE WS-RST-REASON(WS-RSN-SUB) TO SRCH-REASON-CODE
           MOVE WS-RST-COUNT(WS-RSN-SUB) TO SRCH-REASON-COUNT
           WRITE SRCH-RECORD
           MOVE WS-SRCHIST-STATUS TO WS-CHECK-STATUS
           MOVE 'ERROR WRITING SOURCE-HIST-FILE (MSGSRCH)'
               TO WS-ABEND-MESSAGE
           PERFORM 9000-CHECK-STATUS.

      *  Wall-clock seconds from the run-start stamp to now; a
      *  resumed run measures only its own leg, which is what the
      *  operators actually waited for.
                   MOVE 0 TO WS-SST-REJECTED(WS-STAT-COUNT)
                   MOVE 0 TO WS-SST-TRUNCATED(WS-STAT-COUNT)
                   MOVE 0 TO WS-SST-DUPLICATE(WS-STAT-COUNT)
                   MOVE 0 TO WS-SST-MASKED(WS-STAT-COUNT)
                   MOVE WS-STAT-COUNT TO WS-STAT-HIT
               END-IF
           END-IF.
               MOVE WS-STAT-SUB TO WS-STAT-HIT
           END-IF.

      *  Finds (or adds) WS-RSN-SOURCE / WS-RSN-REASON in the reject
      *  reason tallies and leaves WS-RSN-HIT at the entry, folding
      *  newcomers into the last slot once the table is full.
       8250-FIND-REASON-ENTRY.
           MOVE 0 TO WS-RSN-HIT
           PERFORM 8260-TEST-REASON-ENTRY
               VARYING WS-RSN-SUB FROM 1 BY 1
               UNTIL WS-RSN-SUB > WS-RSN-COUNT
                   OR WS-RSN-HIT > 0
           IF WS-RSN-HIT = 0
               IF WS-RSN-COUNT >= REASON-STAT-MAX - 1
                   MOVE '????' TO WS-RSN-SOURCE
                   MOVE 'OTHER' TO WS-RSN-REASON
                   PERFORM 8260-TEST-REASON-ENTRY
                       VARYING WS-RSN-SUB FROM 1 BY 1
                       UNTIL WS-RSN-SUB > WS-RSN-COUNT
                           OR WS-RSN-HIT > 0
               END-IF
               IF WS-RSN-HIT = 0
                   ADD 1 TO WS-RSN-COUNT
                   MOVE WS-RSN-SOURCE TO WS-RST-SOURCE(WS-RSN-COUNT)
                   MOVE WS-RSN-REASON TO WS-RST-REASON(WS-RSN-COUNT)
                   MOVE 0 TO WS-RST-COUNT(WS-RSN-COUNT)
                   MOVE WS-RSN-COUNT TO WS-RSN-HIT
               END-IF
           END-IF.

       8260-TEST-REASON-ENTRY.
           IF WS-RST-SOURCE(WS-RSN-SUB) = WS-RSN-SOURCE
                   AND WS-RST-REASON(WS-RSN-SUB) = WS-RSN-REASON
               MOVE WS-RSN-SUB TO WS-RSN-HIT
           END-IF.

       9000-CHECK-STATUS.
           IF WS-CHECK-STATUS NOT = '00' AND WS-CHECK-STATUS NOT = '10'
               PERFORM 9999-ABEND
