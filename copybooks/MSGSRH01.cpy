      ******************************************************************
      *  MSGSRH01 - record layout of the MSGSRCH per-source history
      *  file.  MSGPROC appends its records at the end of every
      *  completed run (7550-WRITE-SOURCE-HISTORY) - the persistent
      *  copy of the BY SOURCE SYSTEM section MSGRPT prints and the
      *  next run's report overwrites - and MSGSVC reads them back
      *  for the monthly service statement.  Shared here so the
      *  writer and the reader can never drift apart.
      *
      *  SRCH-RUN-DATE is the date of the run's first leg (the date
      *  in WS-RUN-ID), so a run restarted after midnight still files
      *  under the night it belongs to.  SRCH-RUN-MODE is the
      *  CTLCARD RUNMODE (NORMAL, REPROCESS or RELEASE): a reprocess
      *  run reads back records an earlier run already counted.
      *
      *  Type 'S' carries one source system's tallies for the run,
      *  exactly as the MSGRPT section shows them.  Type 'R' carries
      *  how many of that source's records the run rejected with one
      *  reason code - tallied from the run's MSGREJ, which the next
      *  run truncates.  Plain display numerics, editor-readable.
      *  SRCH-MASKED (message text fields masked under the MSGMASK
      *  rules) is blank on records written before it existed.
      ******************************************************************
       01  SRCH-RECORD.
           05  SRCH-RUN-DATE            PIC X(8).
           05  FILLER                   PIC X.
           05  SRCH-RUN-ID              PIC X(14).
           05  FILLER                   PIC X.
           05  SRCH-RUN-MODE            PIC X(9).
           05  FILLER                   PIC X.
           05  SRCH-REC-TYPE            PIC X.
               88  SRCH-SOURCE-TOTALS        VALUE 'S'.
               88  SRCH-REJECT-REASON        VALUE 'R'.
           05  FILLER                   PIC X.
           05  SRCH-SOURCE              PIC X(4).
           05  FILLER                   PIC X.
           05  SRCH-DETAIL              PIC X(44).
           05  SRCH-TOTALS REDEFINES SRCH-DETAIL.
               10  SRCH-PROCESSED       PIC 9(8).
               10  FILLER               PIC X.
               10  SRCH-REJECTED        PIC 9(8).
               10  FILLER               PIC X.
               10  SRCH-TRUNCATED       PIC 9(8).
               10  FILLER               PIC X.
               10  SRCH-DUPLICATE       PIC 9(8).
               10  FILLER               PIC X.
               10  SRCH-MASKED          PIC 9(8).
           05  SRCH-REASON-DETAIL REDEFINES SRCH-DETAIL.
               10  SRCH-REASON-CODE     PIC X(8).
               10  FILLER               PIC X.
               10  SRCH-REASON-COUNT    PIC 9(8).
               10  FILLER               PIC X(27).
