      *> --- DD-FORCELOAD ---
      *> Overworld chunks kept loaded with nobody nearby, so furnaces, hoppers,
      *> crops and fluids inside them keep running unattended. Two kinds of
      *> entry share the table: the spawn area (spawn-chunk-radius around the
      *> world spawn, rebuilt by ForceLoad-Load at startup and never written
      *> out) and the chunks marked with /forceload add, persisted through
      *> forceload.dat (ForceLoad-Load/ForceLoad-Save). ProcessClientChunks
      *> keeps every entry resident through ForceLoad-KeepLoaded, and
      *> World-RandomTick aims part of its samples at them.
       01 MAX-FORCELOAD-ENTRIES    BINARY-LONG UNSIGNED VALUE 128.
       01 FORCELOAD-TABLE EXTERNAL.
           05 FORCELOAD-ENTRY OCCURS 128 TIMES.
               10 FORCELOAD-PRESENT    BINARY-CHAR UNSIGNED.
      *> 1 for a spawn-area chunk, 0 for one an operator or claim owner added.
               10 FORCELOAD-SPAWN      BINARY-CHAR UNSIGNED.
               10 FORCELOAD-CHUNK-X    BINARY-LONG.
               10 FORCELOAD-CHUNK-Z    BINARY-LONG.
      *> The height random ticks sample around: where whoever added the chunk
      *> was standing (the spawn height for the spawn area and the console).
               10 FORCELOAD-ANCHOR-Y   BINARY-LONG.
               10 FORCELOAD-ADDED-BY   PIC X(16).
