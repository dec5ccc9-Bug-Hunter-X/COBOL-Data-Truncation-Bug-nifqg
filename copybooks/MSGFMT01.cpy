      ******************************************************************
      *  MSGFMT01 - parameter block for CALL 'MSGFMT' USING
      *  FMT-PARM-AREA, the per-destination output formatter.  COPY
      *  MSGLEN01 ahead of it - FMT-LINE is DEST-LINE-MAX-LEN wide.
      *
      *  The caller sets FMT-FUNCTION and FMT-DEST-NO (1-3 are the
      *  consumer destinations; anything else - the suspense file -
      *  always gets the fixed layout and the standard envelope).
      *  Every call hands back the destination's FMT-LAYOUT and
      *  FMT-ENVELOPE from its DESTFMT profile.
      *
      *    P  profile only.
      *    D  FMT-ROUTED-REC (MSGPROC's WS-ROUTED-RECORD) in, the
      *       data line in the destination's layout out in FMT-LINE.
      *    C  the column-name header row of a delimited layout in
      *       FMT-LINE - spaces for any other layout.
      *    H  the envelope header from FMT-ENV-RUN-DATE, -BATCH-ID
      *       and -MARKER (REDELIVERY on a redelivered feed, else
      *       spaces) - spaces when the profile has no envelope.
      *    T  the envelope trailer from FMT-ENV-COUNT, -HASH and
      *       -MSG-COUNT - spaces when the profile has no envelope.
      *    R  FMT-LINE in, as read back from the destination file:
      *       FMT-LINE-TYPE says what it is.  A data line comes back
      *       as FMT-ROUTED-REC, the fields the layout leaves out as
      *       spaces; a trailer comes back in the FMT-ENV-...-X
      *       views, spaces where the trailer has no such field.
      ******************************************************************
       01  FMT-PARM-AREA.
           05  FMT-FUNCTION             PIC X.
               88  FMT-GET-PROFILE           VALUE 'P'.
               88  FMT-BUILD-DATA            VALUE 'D'.
               88  FMT-BUILD-COLUMN-ROW      VALUE 'C'.
               88  FMT-BUILD-ENV-HEADER      VALUE 'H'.
               88  FMT-BUILD-ENV-TRAILER     VALUE 'T'.
               88  FMT-READ-LINE             VALUE 'R'.
           05  FMT-DEST-NO              PIC 9.
           05  FMT-LAYOUT               PIC X.
               88  FMT-LAYOUT-FIXED          VALUE 'F'.
               88  FMT-LAYOUT-DELIMITED      VALUE 'D'.
               88  FMT-LAYOUT-SUBSET         VALUE 'S'.
           05  FMT-ENVELOPE             PIC X.
               88  FMT-ENV-STANDARD          VALUE 'S'.
               88  FMT-ENV-DELIMITED         VALUE 'D'.
               88  FMT-ENV-NONE              VALUE 'N'.
           05  FMT-ROUTED-REC           PIC X(125).
           05  FMT-ENV-RUN-DATE         PIC X(8).
           05  FMT-ENV-BATCH-ID         PIC X(8).
           05  FMT-ENV-MARKER           PIC X(10).
           05  FMT-ENV-COUNT            PIC 9(8).
           05  FMT-ENV-COUNT-X REDEFINES FMT-ENV-COUNT
                                        PIC X(8).
           05  FMT-ENV-HASH             PIC 9(12).
           05  FMT-ENV-HASH-X REDEFINES FMT-ENV-HASH
                                        PIC X(12).
           05  FMT-ENV-MSG-COUNT        PIC 9(8).
           05  FMT-ENV-MSG-COUNT-X REDEFINES FMT-ENV-MSG-COUNT
                                        PIC X(8).
           05  FMT-LINE-TYPE            PIC X.
               88  FMT-LINE-DATA             VALUE 'D'.
               88  FMT-LINE-COLUMN-ROW       VALUE 'C'.
               88  FMT-LINE-ENV-HEADER       VALUE 'H'.
               88  FMT-LINE-ENV-TRAILER      VALUE 'T'.
           05  FMT-LINE                 PIC X(DEST-LINE-MAX-LEN).
