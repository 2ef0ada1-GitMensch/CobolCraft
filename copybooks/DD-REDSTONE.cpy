      *> --- DD-REDSTONE ---
      *> Redstone circuit state, shared (EXTERNAL) between the programs in
      *> redstone.cob: World-SetBlockState reports every overworld block change
      *> (Redstone-BlockChanged), RecvPacket-UseItemOn flips levers and presses
      *> buttons (Redstone-Interact), and ServerLoop's Redstone-TickAll drains
      *> the update ring and runs the timers.
      *>
      *> The part table is resolved from the block registry once, by name:
      *> each entry is one block kind that carries, gives or reacts to power.
      *> The state map turns "which part is this state" into one byte lookup --
      *> byte (state + 1) holds CHAR(entry + 1), LOW-VALUE for anything else --
      *> so the engine can be told about every block change without slowing the
      *> ones that have nothing to do with redstone.
       01 MAX-REDSTONE-ENTRIES     BINARY-LONG UNSIGNED VALUE 96.
       01 REDSTONE-KIND-WIRE       BINARY-CHAR UNSIGNED VALUE 1.
       01 REDSTONE-KIND-LEVER      BINARY-CHAR UNSIGNED VALUE 2.
       01 REDSTONE-KIND-BUTTON     BINARY-CHAR UNSIGNED VALUE 3.
       01 REDSTONE-KIND-PLATE      BINARY-CHAR UNSIGNED VALUE 4.
       01 REDSTONE-KIND-TORCH      BINARY-CHAR UNSIGNED VALUE 5.
       01 REDSTONE-KIND-WALL-TORCH BINARY-CHAR UNSIGNED VALUE 6.
       01 REDSTONE-KIND-BLOCK      BINARY-CHAR UNSIGNED VALUE 7.
       01 REDSTONE-KIND-DOOR       BINARY-CHAR UNSIGNED VALUE 8.
       01 REDSTONE-KIND-TRAPDOOR   BINARY-CHAR UNSIGNED VALUE 9.
       01 REDSTONE-KIND-GATE       BINARY-CHAR UNSIGNED VALUE 10.
       01 REDSTONE-KIND-TNT        BINARY-CHAR UNSIGNED VALUE 11.
       01 REDSTONE-KIND-HOPPER     BINARY-CHAR UNSIGNED VALUE 12.
       01 REDSTONE-RESOLVED        BINARY-CHAR UNSIGNED EXTERNAL VALUE 0.
       01 REDSTONE-TABLE EXTERNAL.
           05 REDSTONE-ENTRY-COUNT BINARY-LONG UNSIGNED.
           05 REDSTONE-ENTRY OCCURS 96 TIMES.
               10 REDSTONE-KIND            BINARY-CHAR UNSIGNED.
               10 REDSTONE-MIN-STATE       BINARY-LONG.
               10 REDSTONE-MAX-STATE       BINARY-LONG.
      *> How long a pressed button stays down, in ticks (stone 20, wood 30).
               10 REDSTONE-PRESS-TICKS     BINARY-LONG UNSIGNED.
      *> Doors, trapdoors and fence gates: the state-ID distance of their open
      *> and powered properties (see blocks-interactable.conf for why).
               10 REDSTONE-OPEN-STRIDE     BINARY-LONG.
               10 REDSTONE-POWER-STRIDE    BINARY-LONG.
           05 REDSTONE-STATE-MAP   PIC X(65536).
      *> Positions whose power may need recomputing: every block within two
      *> steps of a changed part. A ring like DD-FLUID-QUEUE; a full ring drops
      *> the newest update.
       01 REDSTONE-QUEUE-CAPACITY  BINARY-LONG UNSIGNED VALUE 4096.
       01 REDSTONE-QUEUE EXTERNAL.
           05 REDSTONE-QUEUE-BEGIN BINARY-LONG UNSIGNED.
           05 REDSTONE-QUEUE-END   BINARY-LONG UNSIGNED.
           05 REDSTONE-QUEUE-X OCCURS 4096 TIMES BINARY-LONG.
           05 REDSTONE-QUEUE-Y OCCURS 4096 TIMES BINARY-LONG.
           05 REDSTONE-QUEUE-Z OCCURS 4096 TIMES BINARY-LONG.
      *> Things that happen a set number of ticks later: a button popping back
      *> out, a pressure plate checking whether anyone still stands on it, a
      *> redstone torch following its attachment block after the vanilla two-
      *> tick delay (which is also what keeps a torch clock from spinning in
      *> place). Saved with the ring in redstone.dat, so a restart picks a
      *> circuit up where it stopped.
       01 REDSTONE-TIMER-BUTTON    BINARY-CHAR UNSIGNED VALUE 1.
       01 REDSTONE-TIMER-PLATE     BINARY-CHAR UNSIGNED VALUE 2.
       01 REDSTONE-TIMER-TORCH     BINARY-CHAR UNSIGNED VALUE 3.
       01 MAX-REDSTONE-TIMERS      BINARY-LONG UNSIGNED VALUE 128.
       01 REDSTONE-TIMER-TABLE EXTERNAL.
           05 REDSTONE-TIMER OCCURS 128 TIMES.
               10 REDSTONE-TIMER-PRESENT   BINARY-CHAR UNSIGNED.
               10 REDSTONE-TIMER-KIND      BINARY-CHAR UNSIGNED.
               10 REDSTONE-TIMER-X         BINARY-LONG.
               10 REDSTONE-TIMER-Y         BINARY-LONG.
               10 REDSTONE-TIMER-Z         BINARY-LONG.
               10 REDSTONE-TIMER-TICKS     BINARY-LONG UNSIGNED.
