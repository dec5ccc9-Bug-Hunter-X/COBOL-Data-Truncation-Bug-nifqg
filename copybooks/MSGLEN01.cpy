      *  the sum of the PIC lengths in MSGHDR01 - change the two
      *  together.
       78  MSG-HEADER-LEN              VALUE 34.
      *  Widest line a consumer destination file (DEST01-03, REDLV0n,
      *  ACKRSNDn) can carry under its DESTFMT format profile: a
      *  delimited record with all eight fields quoted and every
      *  quote in them doubled.  The fixed 125-byte routed record is
      *  the narrowest case.  FD records cannot reference this
      *  constant - keep their PICs in step by hand.
       78  DEST-LINE-MAX-LEN           VALUE 260.
