      *>             Same spaces-means-zero convention as
      *>             RH-ROWS-SWEPT for entries written before the
      *>             field existed.
      *> 2026-10-15  New RH-DATA-RECUPERADA at the end of the record:
      *>             the missed business day (AAAAMMDD) a catch-up run
      *>             (GERSAIDA_CATCHUP=Y) extracted, blank on a regular
      *>             run, so each replayed day's line can be told apart
      *>             from the night's own run. Entries written before
      *>             the field existed read back as spaces, the same as
      *>             a regular run.

       01  RUNHIST-RECORD.
           05  RH-START-TS         PIC X(26).
           05  RH-ROWS-SWEPT        PIC 9(10).
           05  FILLER               PIC X     VALUE SPACE.
           05  RH-ROWS-SUSPENSAS    PIC 9(10).
           05  FILLER               PIC X     VALUE SPACE.
           05  RH-DATA-RECUPERADA   PIC X(8).
