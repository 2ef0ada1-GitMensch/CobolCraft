      *> --- DD-HISTORY-BATCH ---
      *> Block changes gathered for BlockHistory-RecordMany, which appends them
      *> all to the day's block-history-YYYYMMDD.dat through a single open of
      *> the file -- for a caller that changes many blocks in one tick
      *> (AreaEdit-Tick), where a BlockHistory-Record call per block would open
      *> and close the file once per block. Each entry is what BlockHistory-
      *> Record takes: actor, cause, position, state before and after. The
      *> caller holds the table, fills it, and flushes it at the end of its
      *> pass (or sooner, once it is full); RecordMany empties it.
       01 HISTORY-BATCH.
           05 HISTORY-BATCH-COUNT      BINARY-LONG UNSIGNED.
           05 HISTORY-BATCH-ENTRY OCCURS 1024 TIMES.
               10 HISTORY-BATCH-ACTOR  PIC X(16).
               10 HISTORY-BATCH-CAUSE  PIC X(16).
               10 HISTORY-BATCH-X      BINARY-LONG.
               10 HISTORY-BATCH-Y      BINARY-LONG.
               10 HISTORY-BATCH-Z      BINARY-LONG.
               10 HISTORY-BATCH-OLD    BINARY-LONG.
               10 HISTORY-BATCH-NEW    BINARY-LONG.
