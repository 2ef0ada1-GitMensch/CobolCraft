      *> --- DD-ENTITY-CLEANUP ---
      *> A standing order to clear entities, shared (EXTERNAL) between whoever
      *> places it -- the "clearentities" command and the timed dropped-item
      *> cleanup -- and Callback-Tick, which is the only place an entity can
      *> leave the runtime table. The order is placed armed, every entity that
      *> EntityCleanup-Matches accepts removes itself on its next tick, and
      *> EntityCleanup-Tick, right behind Entities-TickAll, disarms it again:
      *> one full pass over the table, then nothing. Only one order stands at a
      *> time.
       01 ENTITY-CLEANUP-ORDER EXTERNAL.
           05 ENTITY-CLEANUP-ARMED     BINARY-CHAR UNSIGNED.
      *> 1 clears dropped items (ENTITY-FAMILY-ITEM), whatever their item;
      *> otherwise ENTITY-CLEANUP-TYPE names the minecraft:entity_type id.
           05 ENTITY-CLEANUP-ITEMS     BINARY-CHAR UNSIGNED.
           05 ENTITY-CLEANUP-TYPE      BINARY-LONG UNSIGNED.
      *> A horizontal circle around the centre, in blocks; 0 is world-wide.
           05 ENTITY-CLEANUP-RADIUS    BINARY-LONG UNSIGNED.
           05 ENTITY-CLEANUP-CENTER-X  FLOAT-LONG.
           05 ENTITY-CLEANUP-CENTER-Z  FLOAT-LONG.
      *> Entities younger than this many ticks are left alone.
           05 ENTITY-CLEANUP-MIN-AGE   BINARY-LONG UNSIGNED.
