      *> --- DD-AREA-EDIT ---
      *> Operator area edits (/fill, /replace, /clone) and their /undo, shared
      *> (EXTERNAL) between AreaEdit-Command, which checks and queues an edit,
      *> and AreaEdit-Tick, which carries the queued edits out a budgeted
      *> number of positions per tick so a large one never holds up the tick.
      *> Edits run in the overworld only. Nothing here is persisted: a restart
      *> drops queued edits and the undo history alike.
       01 MAX-AREA-JOBS            BINARY-LONG UNSIGNED VALUE 8.
       01 AREA-KIND-FILL           BINARY-CHAR UNSIGNED VALUE 1.
       01 AREA-KIND-REPLACE        BINARY-CHAR UNSIGNED VALUE 2.
       01 AREA-KIND-CLONE          BINARY-CHAR UNSIGNED VALUE 3.
       01 AREA-KIND-UNDO           BINARY-CHAR UNSIGNED VALUE 4.
       01 AREA-JOB-TABLE EXTERNAL.
           05 AREA-JOB OCCURS 8 TIMES.
               10 AREA-JOB-PRESENT     BINARY-CHAR UNSIGNED.
               10 AREA-JOB-KIND        BINARY-CHAR UNSIGNED.
      *> Who asked, and the connection to tell when it is done (checked
      *> against the name, since the slot may have been reused by then).
               10 AREA-JOB-OWNER       PIC X(16).
               10 AREA-JOB-CLIENT      BINARY-LONG UNSIGNED.
      *> The cuboid being written, inclusive on both ends.
               10 AREA-JOB-MIN-X       BINARY-LONG.
               10 AREA-JOB-MIN-Y       BINARY-LONG.
               10 AREA-JOB-MIN-Z       BINARY-LONG.
               10 AREA-JOB-MAX-X       BINARY-LONG.
               10 AREA-JOB-MAX-Y       BINARY-LONG.
               10 AREA-JOB-MAX-Z       BINARY-LONG.
      *> /clone reads each position from the one this far behind it.
               10 AREA-JOB-OFFSET-X    BINARY-LONG.
               10 AREA-JOB-OFFSET-Y    BINARY-LONG.
               10 AREA-JOB-OFFSET-Z    BINARY-LONG.
      *> The state /fill and /replace write, and the state range /replace
      *> looks for.
               10 AREA-JOB-STATE       BINARY-LONG.
               10 AREA-JOB-MATCH-MIN   BINARY-LONG.
               10 AREA-JOB-MATCH-MAX   BINARY-LONG.
      *> What was written, for the audit line: the block names as typed, or
      *> where a /clone copied from.
               10 AREA-JOB-WHAT        PIC X(64).
      *> Positions visited so far, of AREA-JOB-TOTAL, and how many of them
      *> actually changed.
               10 AREA-JOB-DONE        BINARY-LONG UNSIGNED.
               10 AREA-JOB-TOTAL       BINARY-LONG UNSIGNED.
               10 AREA-JOB-CHANGED     BINARY-LONG UNSIGNED.
      *> The undo slot the edit records into, or the one /undo plays back.
               10 AREA-JOB-UNDO-SLOT   BINARY-LONG UNSIGNED.

      *> The undo history: each slot holds one finished (or running) edit's
      *> cuboid and what every position in it held before, as two-byte state
      *> ids in x, then y, then z order (the same byte encoding as
      *> SECTION-BLOCKS). A position the edit left alone holds X"FFFF" and is
      *> skipped on undo. Each player keeps at most AREA-UNDO-DEPTH edits;
      *> older ones, and failing a free slot the oldest anyone has, are
      *> reused. AREA-UNDO-STATES bounds area-edit-max-blocks at 32768.
       01 MAX-AREA-UNDO            BINARY-LONG UNSIGNED VALUE 12.
       01 AREA-UNDO-DEPTH          BINARY-LONG UNSIGNED VALUE 3.
       01 AREA-UNDO-SKIP           PIC X(2)              VALUE X"FFFF".
       01 AREA-UNDO-NEXT-SEQUENCE  BINARY-LONG UNSIGNED  EXTERNAL VALUE 0.
       01 AREA-UNDO-TABLE EXTERNAL.
           05 AREA-UNDO OCCURS 12 TIMES.
               10 AREA-UNDO-PRESENT    BINARY-CHAR UNSIGNED.
               10 AREA-UNDO-OWNER      PIC X(16).
      *> Larger is newer; /undo takes the owner's largest.
               10 AREA-UNDO-SEQUENCE   BINARY-LONG UNSIGNED.
               10 AREA-UNDO-MIN-X      BINARY-LONG.
               10 AREA-UNDO-MIN-Y      BINARY-LONG.
               10 AREA-UNDO-MIN-Z      BINARY-LONG.
               10 AREA-UNDO-MAX-X      BINARY-LONG.
               10 AREA-UNDO-MAX-Y      BINARY-LONG.
               10 AREA-UNDO-MAX-Z      BINARY-LONG.
               10 AREA-UNDO-STATES     PIC X(65536).
