      *      ACTION=SELECT | ARCHIVE
      *      DATEFROM=YYYYMMDD       (SELECT: no earlier than)
      *      DATETO=YYYYMMDD         (SELECT: no later than)
      *      TRUNC=Y | N | S         (SELECT: truncated / not /
      *                               split into segments)
      *      TEXT=some text          (SELECT: message must contain)
      *      RETDAYS=nnn             (ARCHIVE: retention, default 30)
      ******************************************************************
       COPY MSGAUD01.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD              PIC X(274).

       FD  KEEP-FILE.
       01  KEEP-RECORD                 PIC X(274).

       FD  PRINT-FILE.
       01  PRINT-LINE                  PIC X(274).

       WORKING-STORAGE SECTION.
       COPY MSGLEN01.
                   END-IF
               WHEN CTL-RECORD(1:6) = 'TRUNC='
                   IF CTL-RECORD(7:1) = 'Y' OR CTL-RECORD(7:1) = 'N'
                           OR CTL-RECORD(7:1) = 'S'
                       MOVE CTL-RECORD(7:1) TO WS-SEL-TRUNC
                   ELSE
                       MOVE '99' TO WS-CHECK-STATUS
       2300-MATCH-TEXT.
           MOVE 'N' TO WS-TEXT-HIT
           COMPUTE WS-SCAN-LIMIT =
               SOURCE-MSG-MAX-LEN - WS-SEL-TEXT-LEN + 1
           PERFORM 2310-TEST-ONE-POSITION
               VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > WS-SCAN-LIMIT.
