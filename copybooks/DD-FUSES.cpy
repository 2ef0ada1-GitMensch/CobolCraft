      *> use path lights one) and Tnt-TickAll (ServerLoop counts them down and
      *> detonates through World-Explode). Fuses are deliberately not persisted:
      *> a restart inside the four-second window just leaves an unlit block.
      *> FUSE-IGNITER is the player who lit it, carried through to the block
      *> history of everything the blast clears.
       01 MAX-FUSE-ENTRIES         BINARY-LONG UNSIGNED VALUE 16.
       01 FUSE-TABLE EXTERNAL.
           05 FUSE-ENTRY OCCURS 16 TIMES.
               10 FUSE-Y               BINARY-LONG.
               10 FUSE-Z               BINARY-LONG.
               10 FUSE-TICKS-LEFT      BINARY-LONG UNSIGNED.
               10 FUSE-IGNITER         PIC X(16).
