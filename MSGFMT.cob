       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGFMT.
       AUTHOR. APPLICATION-SUPPORT.

      ******************************************************************
      *  MSGFMT - callable per-destination output formatting, in the
      *  same shape as MSGXLATE: the consumers' format profiles come
      *  from the external DESTFMT table, loaded on the first call
      *  and kept for the rest of the run, so a consumer's layout is
      *  changed by editing a file, not shipping code.
      *
      *  Inside the suite every delivered record stays MSGPROC's
      *  fixed 125-byte routed record (the message header, the TRUNC
      *  flag, the text and the segment number/count) - ACKOUTS holds
      *  it that way and every report reads it that way.  Only the
      *  line that goes onto a consumer's file is shaped to its
      *  profile:
      *
      *    F  the routed record itself - the layout every consumer
      *       had before profiles existed;
      *    D  delimited: the chosen fields (all eight unless a list
      *       is given) each in double quotes with embedded quotes
      *       doubled, trailing spaces dropped, after a header row of
      *       the column names;
      *    S  fixed: the chosen fields in the chosen order, each at
      *       its full routed-record width, one space apart.
      *
      *  and each profile picks its envelope: the standard '*H'/'*T'
      *  records, the same values as a delimited row, or none.  The
      *  message ID, the text and the segment field are in every D
      *  and S profile - without them a consumer cannot acknowledge
      *  or reassemble, and MSGACK and MSGRECON cannot read the file
      *  back (function R), which they do under the same profile.
      *  The message ID comes first, as in the routed record, so a
      *  data line never looks like an envelope record.
      *
      *  DESTFMT lines: '*' comments; col 1 destination 1-3, col 3
      *  layout, col 5 envelope, col 7 delimiter (blank ','), cols
      *  9-80 the field names.  A destination with no line, and the
      *  suspense destination always, get F with the standard
      *  envelope; a missing DESTFMT means every destination does.
      *  Anything malformed in the table abends - a consumer must
      *  never get a layout nobody asked for.
      *
      *  CALL 'MSGFMT' USING FMT-PARM-AREA      (MSGFMT01.cpy)
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILE-FILE ASSIGN TO 'DESTFMT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFILE-FILE.
       01  PROFILE-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
       COPY MSGLEN01.

       01  WS-PROFILE-STATUS           PIC XX.
       01  WS-ABEND-MESSAGE            PIC X(60).

       01  WS-TABLE-LOADED             PIC X VALUE 'N'.
           88  TABLE-LOADED                  VALUE 'Y'.

      *  The routed-record fields a profile can name: the name (also
      *  the delimited layout's column heading), where the field
      *  starts in the routed record and how wide it is.
       78  FIELD-NAME-MAX              VALUE 8.
       01  WS-FIELD-VALUES.
           05  FILLER                   PIC X(14)
                   VALUE 'MSGID   001012'.
           05  FILLER                   PIC X(14)
                   VALUE 'SOURCE  013004'.
           05  FILLER                   PIC X(14)
                   VALUE 'PRIORITY017001'.
           05  FILLER                   PIC X(14)
                   VALUE 'ORIGINTS018014'.
           05  FILLER                   PIC X(14)
                   VALUE 'ROUTE   032003'.
           05  FILLER                   PIC X(14)
                   VALUE 'TRUNC   036001'.
           05  FILLER                   PIC X(14)
                   VALUE 'TEXT    038080'.
           05  FILLER                   PIC X(14)
                   VALUE 'SEGMENT 119007'.
       01  WS-FIELD-TABLE REDEFINES WS-FIELD-VALUES.
           05  WS-FIELD-ENTRY           OCCURS FIELD-NAME-MAX TIMES.
               10  WS-FLD-NAME          PIC X(8).
               10  WS-FLD-START         PIC 9(3).
               10  WS-FLD-WIDTH         PIC 9(3).
       01  WS-FLD-MSGID                PIC 9(4) COMP VALUE 1.
       01  WS-FLD-TEXT                 PIC 9(4) COMP VALUE 7.
       01  WS-FLD-SEGMENT              PIC 9(4) COMP VALUE 8.

      *  One profile per consumer destination, entry n for DEST0n.
      *  WS-PRF-FIELD holds subscripts into WS-FIELD-TABLE, in
      *  output order.
       78  PROFILE-MAX                 VALUE 3.
       01  WS-PROFILE-TABLE.
           05  WS-PROFILE-ENTRY         OCCURS PROFILE-MAX TIMES.
               10  WS-PRF-SEEN          PIC X.
               10  WS-PRF-LAYOUT        PIC X.
               10  WS-PRF-ENVELOPE      PIC X.
               10  WS-PRF-DELIMITER     PIC X.
               10  WS-PRF-FIELD-COUNT   PIC 9(4) COMP.
               10  WS-PRF-FIELD         PIC 9(4) COMP
                                        OCCURS FIELD-NAME-MAX TIMES.

      *  The profile this call works under.
       01  WS-CUR-LAYOUT               PIC X.
       01  WS-CUR-ENVELOPE             PIC X.
       01  WS-CUR-DELIMITER            PIC X.
       01  WS-CUR-FIELD-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-CUR-FIELDS.
           05  WS-CUR-FIELD             PIC 9(4) COMP
                                        OCCURS FIELD-NAME-MAX TIMES.

       01  WS-PRF-SUB                  PIC 9(4) COMP VALUE 0.
       01  WS-FLD-SUB                  PIC 9(4) COMP VALUE 0.
       01  WS-FLD-HIT                  PIC 9(4) COMP VALUE 0.
       01  WS-WORD-SUB                 PIC 9(4) COMP VALUE 0.
       01  WS-CHAR-SUB                 PIC 9(4) COMP VALUE 0.
       01  WS-LINE-POS                 PIC 9(4) COMP VALUE 0.
       01  WS-LINE-LEN                 PIC 9(4) COMP VALUE 0.

      *  A DESTFMT field list, split into words - one more than a
      *  profile may hold, so an overlong list is caught.
       01  WS-LIST-WORDS.
           05  WS-LIST-WORD             PIC X(10) OCCURS 9 TIMES.
       01  WS-MSGID-LISTED             PIC X VALUE 'N'.
       01  WS-TEXT-LISTED              PIC X VALUE 'N'.
       01  WS-SEGMENT-LISTED           PIC X VALUE 'N'.

      *  A line under construction, and the one value being quoted
      *  into it.
       01  WS-BUILD-LINE               PIC X(DEST-LINE-MAX-LEN).
       01  WS-VALUE                    PIC X(TARGET-MSG-MAX-LEN).
       01  WS-VALUE-LEN                PIC 9(4) COMP VALUE 0.

      *  Standard envelope records - MSGPROC's '*H'/'*T' layout.  The
      *  marker follows the destination number after one space.
       01  WS-STD-HEADER-REC.
           05  FILLER                   PIC X(2) VALUE '*H'.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-STH-RUN-DATE          PIC X(8).
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-STH-BATCH-ID          PIC X(8).
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-STH-DEST-NO           PIC 9.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-STH-MARKER            PIC X(10).
           05  FILLER                   PIC X(92) VALUE SPACES.

       01  WS-STD-TRAILER-REC.
           05  FILLER                   PIC X(2) VALUE '*T'.
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-STT-COUNT             PIC 9(8).
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-STT-HASH              PIC 9(12).
           05  FILLER                   PIC X VALUE SPACE.
           05  WS-STT-MSG-COUNT         PIC 9(8).
           05  FILLER                   PIC X(92) VALUE SPACES.

      *  A delimited line read back, split into its unquoted values.
       01  WS-PARSED-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-PARSED-FIELDS.
           05  WS-PARSED-ENTRY          OCCURS 9 TIMES.
               10  WS-PARSED-VALUE      PIC X(TARGET-MSG-MAX-LEN).
               10  WS-PARSED-LEN        PIC 9(4) COMP.
       01  WS-IN-QUOTES                PIC X VALUE 'N'.
           88  IN-QUOTES                     VALUE 'Y'.
       01  WS-QUOTE-PENDING            PIC X VALUE 'N'.
           88  QUOTE-PENDING                 VALUE 'Y'.
       01  WS-ONE-CHAR                 PIC X.

       LINKAGE SECTION.
       COPY MSGFMT01.

       PROCEDURE DIVISION USING FMT-PARM-AREA.
       0000-MAIN.
           IF NOT TABLE-LOADED
               PERFORM 1000-LOAD-PROFILES
           END-IF
           PERFORM 1900-SELECT-PROFILE
           EVALUATE TRUE
               WHEN FMT-GET-PROFILE
                   CONTINUE
               WHEN FMT-BUILD-DATA
                   PERFORM 2000-BUILD-DATA-LINE
                   MOVE WS-BUILD-LINE TO FMT-LINE
               WHEN FMT-BUILD-COLUMN-ROW
                   PERFORM 3000-BUILD-COLUMN-ROW
                   MOVE WS-BUILD-LINE TO FMT-LINE
               WHEN FMT-BUILD-ENV-HEADER
                   PERFORM 4000-BUILD-ENV-HEADER
                   MOVE WS-BUILD-LINE TO FMT-LINE
               WHEN FMT-BUILD-ENV-TRAILER
                   PERFORM 4100-BUILD-ENV-TRAILER
                   MOVE WS-BUILD-LINE TO FMT-LINE
               WHEN FMT-READ-LINE
                   PERFORM 5000-READ-LINE
               WHEN OTHER
                   MOVE 'INVALID FUNCTION PASSED TO MSGFMT'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9999-ABEND
           END-EVALUATE
           GOBACK.

       1000-LOAD-PROFILES.
           PERFORM 1100-INIT-ONE-PROFILE
               VARYING WS-PRF-SUB FROM 1 BY 1
               UNTIL WS-PRF-SUB > PROFILE-MAX
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS = '00'
               PERFORM 1200-READ-ONE-PROFILE
                   UNTIL WS-PROFILE-STATUS NOT = '00'
               IF WS-PROFILE-STATUS NOT = '10'
                   MOVE 'ERROR READING PROFILE-FILE (DESTFMT)'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9999-ABEND
               END-IF
               CLOSE PROFILE-FILE
               IF WS-PROFILE-STATUS NOT = '00'
                   MOVE 'CANNOT CLOSE PROFILE-FILE (DESTFMT)'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9999-ABEND
               END-IF
           ELSE
               IF WS-PROFILE-STATUS NOT = '35'
                   MOVE 'CANNOT OPEN PROFILE-FILE (DESTFMT)'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9999-ABEND
               END-IF
           END-IF
           SET TABLE-LOADED TO TRUE.

       1100-INIT-ONE-PROFILE.
           MOVE 'N' TO WS-PRF-SEEN(WS-PRF-SUB)
           MOVE 'F' TO WS-PRF-LAYOUT(WS-PRF-SUB)
           MOVE 'S' TO WS-PRF-ENVELOPE(WS-PRF-SUB)
           MOVE ',' TO WS-PRF-DELIMITER(WS-PRF-SUB)
           MOVE 0 TO WS-PRF-FIELD-COUNT(WS-PRF-SUB).

       1200-READ-ONE-PROFILE.
           READ PROFILE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 1300-APPLY-ONE-PROFILE
           END-READ.

       1300-APPLY-ONE-PROFILE.
           IF PROFILE-RECORD = SPACES OR PROFILE-RECORD(1:1) = '*'
               CONTINUE
           ELSE
               IF PROFILE-RECORD(1:1) < '1'
                       OR PROFILE-RECORD(1:1) > '3'
                   MOVE 'DESTINATION NOT 1-3 IN DESTFMT'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9999-ABEND
               END-IF
               COMPUTE WS-PRF-SUB = FUNCTION NUMVAL(PROFILE-RECORD(1:1))
               IF WS-PRF-SEEN(WS-PRF-SUB) = 'Y'
                   MOVE 'DESTINATION LISTED TWICE IN DESTFMT'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9999-ABEND
               END-IF
               MOVE 'Y' TO WS-PRF-SEEN(WS-PRF-SUB)
               IF PROFILE-RECORD(3:1) NOT = 'F'
                       AND PROFILE-RECORD(3:1) NOT = 'D'
                       AND PROFILE-RECORD(3:1) NOT = 'S'
                   MOVE 'LAYOUT NOT F, D OR S IN DESTFMT'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9999-ABEND
               END-IF
               MOVE PROFILE-RECORD(3:1) TO WS-PRF-LAYOUT(WS-PRF-SUB)
               EVALUATE PROFILE-RECORD(5:1)
                   WHEN SPACE
                       MOVE 'S' TO WS-PRF-ENVELOPE(WS-PRF-SUB)
                   WHEN 'S'
                   WHEN 'D'
                   WHEN 'N'
                       MOVE PROFILE-RECORD(5:1)
                           TO WS-PRF-ENVELOPE(WS-PRF-SUB)
                   WHEN OTHER
                       MOVE 'ENVELOPE NOT S, D OR N IN DESTFMT'
                           TO WS-ABEND-MESSAGE
                       PERFORM 9999-ABEND
               END-EVALUATE
               EVALUATE PROFILE-RECORD(7:1)
                   WHEN SPACE
                       MOVE ',' TO WS-PRF-DELIMITER(WS-PRF-SUB)
                   WHEN '"'
                       MOVE 'DELIMITER CANNOT BE A QUOTE IN DESTFMT'
                           TO WS-ABEND-MESSAGE
                       PERFORM 9999-ABEND
                   WHEN OTHER
                       MOVE PROFILE-RECORD(7:1)
                           TO WS-PRF-DELIMITER(WS-PRF-SUB)
               END-EVALUATE
               PERFORM 1400-APPLY-FIELD-LIST
           END-IF.

      *  The field list becomes subscripts into WS-FIELD-TABLE.  F
      *  takes no list; D with none takes every field in routed-
      *  record order; S must have one.  A list starts with MSGID,
      *  as the routed record does, so no data line can open with
      *  an envelope marker (see 5000-READ-LINE).
       1400-APPLY-FIELD-LIST.
           MOVE SPACES TO WS-LIST-WORDS
           UNSTRING PROFILE-RECORD(9:72) DELIMITED BY ALL SPACE
               INTO WS-LIST-WORD(1) WS-LIST-WORD(2) WS-LIST-WORD(3)
                    WS-LIST-WORD(4) WS-LIST-WORD(5) WS-LIST-WORD(6)
                    WS-LIST-WORD(7) WS-LIST-WORD(8) WS-LIST-WORD(9)
           END-UNSTRING
           MOVE 'N' TO WS-MSGID-LISTED
           MOVE 'N' TO WS-TEXT-LISTED
           MOVE 'N' TO WS-SEGMENT-LISTED
           PERFORM 1410-APPLY-ONE-FIELD-NAME
               VARYING WS-WORD-SUB FROM 1 BY 1 UNTIL WS-WORD-SUB > 9
           EVALUATE TRUE
               WHEN WS-PRF-LAYOUT(WS-PRF-SUB) = 'F'
                   IF WS-PRF-FIELD-COUNT(WS-PRF-SUB) > 0
                       MOVE 'LAYOUT F TAKES NO FIELD LIST IN DESTFMT'
                           TO WS-ABEND-MESSAGE
                       PERFORM 9999-ABEND
                   END-IF
               WHEN WS-PRF-FIELD-COUNT(WS-PRF-SUB) = 0
                   IF WS-PRF-LAYOUT(WS-PRF-SUB) = 'S'
                       MOVE 'LAYOUT S NEEDS A FIELD LIST IN DESTFMT'
                           TO WS-ABEND-MESSAGE
                       PERFORM 9999-ABEND
                   END-IF
                   PERFORM 1420-LIST-ALL-FIELDS
                       VARYING WS-FLD-SUB FROM 1 BY 1
                       UNTIL WS-FLD-SUB > FIELD-NAME-MAX
               WHEN WS-MSGID-LISTED = 'N' OR WS-TEXT-LISTED = 'N'
                       OR WS-SEGMENT-LISTED = 'N'
                   MOVE 'MSGID, TEXT AND SEGMENT MUST BE IN DESTFMT'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9999-ABEND
               WHEN WS-PRF-FIELD(WS-PRF-SUB, 1) NOT = WS-FLD-MSGID
                   MOVE 'FIELD LIST MUST START WITH MSGID IN DESTFMT'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9999-ABEND
           END-EVALUATE.

       1410-APPLY-ONE-FIELD-NAME.
           IF WS-LIST-WORD(WS-WORD-SUB) NOT = SPACES
               MOVE 0 TO WS-FLD-HIT
               PERFORM 1415-TEST-ONE-FIELD-NAME
                   VARYING WS-FLD-SUB FROM 1 BY 1
                   UNTIL WS-FLD-SUB > FIELD-NAME-MAX
               IF WS-FLD-HIT = 0
                   MOVE 'UNKNOWN FIELD NAME IN DESTFMT'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9999-ABEND
               END-IF
               PERFORM 1418-CHECK-FIELD-NOT-LISTED
                   VARYING WS-FLD-SUB FROM 1 BY 1
                   UNTIL WS-FLD-SUB > WS-PRF-FIELD-COUNT(WS-PRF-SUB)
               IF WS-PRF-FIELD-COUNT(WS-PRF-SUB) >= FIELD-NAME-MAX
                   MOVE 'TOO MANY FIELDS ON ONE LINE OF DESTFMT'
                       TO WS-ABEND-MESSAGE
                   PERFORM 9999-ABEND
               END-IF
               ADD 1 TO WS-PRF-FIELD-COUNT(WS-PRF-SUB)
               MOVE WS-FLD-HIT TO WS-PRF-FIELD(WS-PRF-SUB,
                   WS-PRF-FIELD-COUNT(WS-PRF-SUB))
               EVALUATE WS-FLD-HIT
                   WHEN WS-FLD-MSGID
                       MOVE 'Y' TO WS-MSGID-LISTED
                   WHEN WS-FLD-TEXT
                       MOVE 'Y' TO WS-TEXT-LISTED
                   WHEN WS-FLD-SEGMENT
                       MOVE 'Y' TO WS-SEGMENT-LISTED
               END-EVALUATE
           END-IF.

       1415-TEST-ONE-FIELD-NAME.
           IF WS-FLD-NAME(WS-FLD-SUB) = WS-LIST-WORD(WS-WORD-SUB)
               MOVE WS-FLD-SUB TO WS-FLD-HIT
           END-IF.

       1418-CHECK-FIELD-NOT-LISTED.
           IF WS-PRF-FIELD(WS-PRF-SUB, WS-FLD-SUB) = WS-FLD-HIT
               MOVE 'FIELD LISTED TWICE IN DESTFMT'
                   TO WS-ABEND-MESSAGE
               PERFORM 9999-ABEND
           END-IF.

       1420-LIST-ALL-FIELDS.
           ADD 1 TO WS-PRF-FIELD-COUNT(WS-PRF-SUB)
           MOVE WS-FLD-SUB TO WS-PRF-FIELD(WS-PRF-SUB, WS-FLD-SUB).

      *  The suspense destination (and any number outside 1-3) is
      *  not a consumer and never has a profile.
       1900-SELECT-PROFILE.
           IF FMT-DEST-NO >= 1 AND FMT-DEST-NO <= PROFILE-MAX
               MOVE FMT-DEST-NO TO WS-PRF-SUB
               MOVE WS-PRF-LAYOUT(WS-PRF-SUB) TO WS-CUR-LAYOUT
               MOVE WS-PRF-ENVELOPE(WS-PRF-SUB) TO WS-CUR-ENVELOPE
               MOVE WS-PRF-DELIMITER(WS-PRF-SUB) TO WS-CUR-DELIMITER
               MOVE WS-PRF-FIELD-COUNT(WS-PRF-SUB)
                   TO WS-CUR-FIELD-COUNT
               PERFORM 1910-SELECT-ONE-FIELD
                   VARYING WS-FLD-SUB FROM 1 BY 1
                   UNTIL WS-FLD-SUB > WS-CUR-FIELD-COUNT
           ELSE
               MOVE 'F' TO WS-CUR-LAYOUT
               MOVE 'S' TO WS-CUR-ENVELOPE
               MOVE ',' TO WS-CUR-DELIMITER
               MOVE 0 TO WS-CUR-FIELD-COUNT
           END-IF
           MOVE WS-CUR-LAYOUT TO FMT-LAYOUT
           MOVE WS-CUR-ENVELOPE TO FMT-ENVELOPE.

       1910-SELECT-ONE-FIELD.
           MOVE WS-PRF-FIELD(WS-PRF-SUB, WS-FLD-SUB)
               TO WS-CUR-FIELD(WS-FLD-SUB).

      *  One routed record in the destination's layout.
       2000-BUILD-DATA-LINE.
           MOVE SPACES TO WS-BUILD-LINE
           MOVE 1 TO WS-LINE-POS
           EVALUATE WS-CUR-LAYOUT
               WHEN 'D'
                   PERFORM 2100-ADD-DELIMITED-FIELD
                       VARYING WS-FLD-SUB FROM 1 BY 1
                       UNTIL WS-FLD-SUB > WS-CUR-FIELD-COUNT
               WHEN 'S'
                   PERFORM 2200-ADD-FIXED-FIELD
                       VARYING WS-FLD-SUB FROM 1 BY 1
                       UNTIL WS-FLD-SUB > WS-CUR-FIELD-COUNT
               WHEN OTHER
                   MOVE FMT-ROUTED-REC TO WS-BUILD-LINE
           END-EVALUATE.

       2100-ADD-DELIMITED-FIELD.
           MOVE WS-CUR-FIELD(WS-FLD-SUB) TO WS-FLD-HIT
           MOVE SPACES TO WS-VALUE
           MOVE FMT-ROUTED-REC(WS-FLD-START(WS-FLD-HIT):
                               WS-FLD-WIDTH(WS-FLD-HIT))
               TO WS-VALUE
           PERFORM 2900-ADD-QUOTED-VALUE.

       2200-ADD-FIXED-FIELD.
           MOVE WS-CUR-FIELD(WS-FLD-SUB) TO WS-FLD-HIT
           MOVE FMT-ROUTED-REC(WS-FLD-START(WS-FLD-HIT):
                               WS-FLD-WIDTH(WS-FLD-HIT))
               TO WS-BUILD-LINE(WS-LINE-POS:WS-FLD-WIDTH(WS-FLD-HIT))
           COMPUTE WS-LINE-POS =
               WS-LINE-POS + WS-FLD-WIDTH(WS-FLD-HIT) + 1.

      *  Appends WS-VALUE, trailing spaces dropped, as the next
      *  delimited field at WS-LINE-POS: the delimiter unless it is
      *  the line's first field, then the value in double quotes
      *  with any quote inside it doubled.
       2900-ADD-QUOTED-VALUE.
           IF WS-LINE-POS > 1
               MOVE WS-CUR-DELIMITER TO WS-BUILD-LINE(WS-LINE-POS:1)
               ADD 1 TO WS-LINE-POS
           END-IF
           IF WS-VALUE = SPACES
               MOVE 0 TO WS-VALUE-LEN
           ELSE
               COMPUTE WS-VALUE-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-VALUE TRAILING))
           END-IF
           MOVE '"' TO WS-BUILD-LINE(WS-LINE-POS:1)
           ADD 1 TO WS-LINE-POS
           PERFORM 2910-ADD-ONE-VALUE-CHAR
               VARYING WS-CHAR-SUB FROM 1 BY 1
               UNTIL WS-CHAR-SUB > WS-VALUE-LEN
           MOVE '"' TO WS-BUILD-LINE(WS-LINE-POS:1)
           ADD 1 TO WS-LINE-POS.

       2910-ADD-ONE-VALUE-CHAR.
           MOVE WS-VALUE(WS-CHAR-SUB:1) TO WS-BUILD-LINE(WS-LINE-POS:1)
           ADD 1 TO WS-LINE-POS
           IF WS-VALUE(WS-CHAR-SUB:1) = '"'
               MOVE '"' TO WS-BUILD-LINE(WS-LINE-POS:1)
               ADD 1 TO WS-LINE-POS
           END-IF.

       3000-BUILD-COLUMN-ROW.
           MOVE SPACES TO WS-BUILD-LINE
           MOVE 1 TO WS-LINE-POS
           IF WS-CUR-LAYOUT = 'D'
               PERFORM 3100-ADD-COLUMN-NAME
                   VARYING WS-FLD-SUB FROM 1 BY 1
                   UNTIL WS-FLD-SUB > WS-CUR-FIELD-COUNT
           END-IF.

       3100-ADD-COLUMN-NAME.
           MOVE WS-CUR-FIELD(WS-FLD-SUB) TO WS-FLD-HIT
           MOVE SPACES TO WS-VALUE
           MOVE WS-FLD-NAME(WS-FLD-HIT) TO WS-VALUE
           PERFORM 2900-ADD-QUOTED-VALUE.

       4000-BUILD-ENV-HEADER.
           MOVE SPACES TO WS-BUILD-LINE
           MOVE 1 TO WS-LINE-POS
           EVALUATE WS-CUR-ENVELOPE
               WHEN 'S'
                   MOVE FMT-ENV-RUN-DATE TO WS-STH-RUN-DATE
                   MOVE FMT-ENV-BATCH-ID TO WS-STH-BATCH-ID
                   MOVE FMT-DEST-NO TO WS-STH-DEST-NO
                   MOVE FMT-ENV-MARKER TO WS-STH-MARKER
                   MOVE WS-STD-HEADER-REC TO WS-BUILD-LINE
               WHEN 'D'
                   MOVE '*H' TO WS-VALUE
                   PERFORM 2900-ADD-QUOTED-VALUE
                   MOVE FMT-ENV-RUN-DATE TO WS-VALUE
                   PERFORM 2900-ADD-QUOTED-VALUE
                   MOVE FMT-ENV-BATCH-ID TO WS-VALUE
                   PERFORM 2900-ADD-QUOTED-VALUE
                   MOVE FMT-DEST-NO TO WS-VALUE
                   PERFORM 2900-ADD-QUOTED-VALUE
                   IF FMT-ENV-MARKER NOT = SPACES
                       MOVE FMT-ENV-MARKER TO WS-VALUE
                       PERFORM 2900-ADD-QUOTED-VALUE
                   END-IF
           END-EVALUATE.

       4100-BUILD-ENV-TRAILER.
           MOVE SPACES TO WS-BUILD-LINE
           MOVE 1 TO WS-LINE-POS
           EVALUATE WS-CUR-ENVELOPE
               WHEN 'S'
                   MOVE FMT-ENV-COUNT TO WS-STT-COUNT
                   MOVE FMT-ENV-HASH TO WS-STT-HASH
                   MOVE FMT-ENV-MSG-COUNT TO WS-STT-MSG-COUNT
                   MOVE WS-STD-TRAILER-REC TO WS-BUILD-LINE
               WHEN 'D'
                   MOVE '*T' TO WS-VALUE
                   PERFORM 2900-ADD-QUOTED-VALUE
                   MOVE FMT-ENV-COUNT-X TO WS-VALUE
                   PERFORM 2900-ADD-QUOTED-VALUE
                   MOVE FMT-ENV-HASH-X TO WS-VALUE
                   PERFORM 2900-ADD-QUOTED-VALUE
                   MOVE FMT-ENV-MSG-COUNT-X TO WS-VALUE
                   PERFORM 2900-ADD-QUOTED-VALUE
           END-EVALUATE.

      *  A line read back off a destination file.  Envelope records
      *  are recognized only in the profile's own envelope style -
      *  unquoted '*H'/'*T' for S, quoted for D, never for N.  Every
      *  layout's data line starts with the message ID (F by the
      *  routed record, D and S because 1400 insists on it), so a
      *  data line cannot pass for that profile's envelope.
       5000-READ-LINE.
           MOVE SPACES TO FMT-ROUTED-REC
           MOVE SPACES TO FMT-ENV-COUNT-X
           MOVE SPACES TO FMT-ENV-HASH-X
           MOVE SPACES TO FMT-ENV-MSG-COUNT-X
           EVALUATE TRUE
               WHEN WS-CUR-ENVELOPE = 'S' AND FMT-LINE(1:2) = '*H'
               WHEN WS-CUR-ENVELOPE = 'D' AND FMT-LINE(1:4) = '"*H"'
                   SET FMT-LINE-ENV-HEADER TO TRUE
               WHEN WS-CUR-ENVELOPE = 'S' AND FMT-LINE(1:2) = '*T'
                   SET FMT-LINE-ENV-TRAILER TO TRUE
                   MOVE FMT-LINE(4:8) TO FMT-ENV-COUNT-X
                   MOVE FMT-LINE(13:12) TO FMT-ENV-HASH-X
                   MOVE FMT-LINE(26:8) TO FMT-ENV-MSG-COUNT-X
               WHEN WS-CUR-ENVELOPE = 'D' AND FMT-LINE(1:4) = '"*T"'
                   SET FMT-LINE-ENV-TRAILER TO TRUE
                   PERFORM 5500-SPLIT-DELIMITED-LINE
                   MOVE WS-PARSED-VALUE(2) TO FMT-ENV-COUNT-X
                   MOVE WS-PARSED-VALUE(3) TO FMT-ENV-HASH-X
                   MOVE WS-PARSED-VALUE(4) TO FMT-ENV-MSG-COUNT-X
               WHEN OTHER
                   SET FMT-LINE-DATA TO TRUE
                   PERFORM 5100-READ-DATA-LINE
           END-EVALUATE.

       5100-READ-DATA-LINE.
           MOVE 1 TO WS-LINE-POS
           EVALUATE WS-CUR-LAYOUT
               WHEN 'D'
                   PERFORM 3000-BUILD-COLUMN-ROW
                   IF FMT-LINE = WS-BUILD-LINE
                       SET FMT-LINE-COLUMN-ROW TO TRUE
                   ELSE
                       PERFORM 5500-SPLIT-DELIMITED-LINE
                       PERFORM 5110-TAKE-DELIMITED-FIELD
                           VARYING WS-FLD-SUB FROM 1 BY 1
                           UNTIL WS-FLD-SUB > WS-CUR-FIELD-COUNT
                               OR WS-FLD-SUB > WS-PARSED-COUNT
                   END-IF
               WHEN 'S'
                   PERFORM 5120-TAKE-FIXED-FIELD
                       VARYING WS-FLD-SUB FROM 1 BY 1
                       UNTIL WS-FLD-SUB > WS-CUR-FIELD-COUNT
               WHEN OTHER
                   MOVE FMT-LINE TO FMT-ROUTED-REC
           END-EVALUATE.

       5110-TAKE-DELIMITED-FIELD.
           MOVE WS-CUR-FIELD(WS-FLD-SUB) TO WS-FLD-HIT
           MOVE WS-PARSED-VALUE(WS-FLD-SUB)
               TO FMT-ROUTED-REC(WS-FLD-START(WS-FLD-HIT):
                                 WS-FLD-WIDTH(WS-FLD-HIT)).

       5120-TAKE-FIXED-FIELD.
           MOVE WS-CUR-FIELD(WS-FLD-SUB) TO WS-FLD-HIT
           MOVE FMT-LINE(WS-LINE-POS:WS-FLD-WIDTH(WS-FLD-HIT))
               TO FMT-ROUTED-REC(WS-FLD-START(WS-FLD-HIT):
                                 WS-FLD-WIDTH(WS-FLD-HIT))
           COMPUTE WS-LINE-POS =
               WS-LINE-POS + WS-FLD-WIDTH(WS-FLD-HIT) + 1.

      *  Splits FMT-LINE at the profile's delimiter into up to nine
      *  values, unquoting as it goes: a quote opens or closes a
      *  quoted stretch, two quotes inside one stand for a single
      *  quote.  Characters past a value's room are dropped.
       5500-SPLIT-DELIMITED-LINE.
           MOVE SPACES TO WS-PARSED-FIELDS
           MOVE 1 TO WS-PARSED-COUNT
           MOVE 0 TO WS-PARSED-LEN(1)
           MOVE 'N' TO WS-IN-QUOTES
           MOVE 'N' TO WS-QUOTE-PENDING
           IF FMT-LINE = SPACES
               MOVE 0 TO WS-LINE-LEN
           ELSE
               COMPUTE WS-LINE-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(FMT-LINE TRAILING))
           END-IF
           PERFORM 5510-SPLIT-ONE-CHAR
               VARYING WS-CHAR-SUB FROM 1 BY 1
               UNTIL WS-CHAR-SUB > WS-LINE-LEN.

       5510-SPLIT-ONE-CHAR.
           MOVE FMT-LINE(WS-CHAR-SUB:1) TO WS-ONE-CHAR
           EVALUATE TRUE
               WHEN QUOTE-PENDING AND WS-ONE-CHAR = '"'
                   MOVE 'N' TO WS-QUOTE-PENDING
                   PERFORM 5520-KEEP-ONE-CHAR
               WHEN QUOTE-PENDING
                   MOVE 'N' TO WS-QUOTE-PENDING
                   MOVE 'N' TO WS-IN-QUOTES
                   PERFORM 5530-SPLIT-UNQUOTED-CHAR
               WHEN IN-QUOTES AND WS-ONE-CHAR = '"'
                   SET QUOTE-PENDING TO TRUE
               WHEN IN-QUOTES
                   PERFORM 5520-KEEP-ONE-CHAR
               WHEN OTHER
                   PERFORM 5530-SPLIT-UNQUOTED-CHAR
           END-EVALUATE.

       5530-SPLIT-UNQUOTED-CHAR.
           EVALUATE TRUE
               WHEN WS-ONE-CHAR = WS-CUR-DELIMITER
                   IF WS-PARSED-COUNT < 9
                       ADD 1 TO WS-PARSED-COUNT
                       MOVE 0 TO WS-PARSED-LEN(WS-PARSED-COUNT)
                   END-IF
               WHEN WS-ONE-CHAR = '"'
                   SET IN-QUOTES TO TRUE
               WHEN OTHER
                   PERFORM 5520-KEEP-ONE-CHAR
           END-EVALUATE.

       5520-KEEP-ONE-CHAR.
           IF WS-PARSED-LEN(WS-PARSED-COUNT) < TARGET-MSG-MAX-LEN
               ADD 1 TO WS-PARSED-LEN(WS-PARSED-COUNT)
               MOVE WS-ONE-CHAR
                   TO WS-PARSED-VALUE(WS-PARSED-COUNT)
                       (WS-PARSED-LEN(WS-PARSED-COUNT):1)
           END-IF.

       9999-ABEND.
           DISPLAY 'MSGFMT ABEND - ' WS-ABEND-MESSAGE
               ' FILE STATUS=' WS-PROFILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
