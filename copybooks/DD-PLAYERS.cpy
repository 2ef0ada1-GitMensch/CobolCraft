      *> Transient -- both reset at login and respawn rather than persisting.
               03 PLAYER-AIR-TICKS         BINARY-LONG.
               03 PLAYER-BURN-TICKS        BINARY-LONG.
      *> Active status effects (potions, golden apples, the instant kinds
      *> excepted): the minecraft:mob_effect registry id, the amplifier
      *> (0 = level I) and the ticks left; an entry with no ticks left is
      *> free. Counted down by Effect-TickAll, read through Effect-Level by
      *> everything an effect changes, persisted through Player-Save.
               03 PLAYER-EFFECTS.
                   04 PLAYER-EFFECT OCCURS 8 TIMES.
                       05 PLAYER-EFFECT-ID         BINARY-LONG.
                       05 PLAYER-EFFECT-AMPLIFIER  BINARY-CHAR UNSIGNED.
                       05 PLAYER-EFFECT-TICKS      BINARY-LONG.
      *> Which dimension the player stands in (0 = overworld, 1 = nether),
      *> persisted with the save so a relog lands them back where they were.
      *> Everything that touches chunks on this player's behalf must first
      *> ground where there is none, and surfaced to the log for staff once
      *> they pile up.
               03 PLAYER-MOVE-VIOLATIONS   BINARY-LONG UNSIGNED.
      *> Block-interaction strikes (transient): digs finished faster than
      *> the block and held tool allow, and breaks, placements or container
      *> opens out of reach -- counted by Player-ActionViolation, which
      *> alerts staff once they pile up.
               03 PLAYER-ACTION-VIOLATIONS BINARY-LONG UNSIGNED.
      *> What last hurt this player (and who, when it was another player or
      *> their arrow) -- stamped by every damage source and read by
      *> Player-HandleDeath to word the death broadcast. Transient.
                   04 STAT-CHAT-MESSAGES   BINARY-LONG UNSIGNED.
                   04 STAT-BLOCKS-BROKEN   BINARY-LONG UNSIGNED.
                   04 STAT-BLOCKS-PLACED   BINARY-LONG UNSIGNED.
      *> Advancements earned, by their advancements.conf id, in the order they
      *> were earned; persisted through Player-Save as an "Advancements" list.
               03 PLAYER-ADVANCEMENT-COUNT BINARY-CHAR UNSIGNED.
               03 PLAYER-ADVANCEMENT OCCURS 32 TIMES PIC X(48).
      *> Recipe book entries unlocked, by their recipe identifier (see
      *> DD-CRAFT-RECIPES and DD-SMELT-RECIPES), in the order they were
      *> unlocked; persisted through Player-Save as a "Recipes" list.
               03 PLAYER-RECIPE-COUNT      BINARY-LONG UNSIGNED.
               03 PLAYER-RECIPE OCCURS 128 TIMES PIC X(64).
               03 PLAYER-GAMEMODE          BINARY-CHAR UNSIGNED.
               03 PLAYER-OP                BINARY-CHAR UNSIGNED.
               03 PLAYER-DEAD              BINARY-CHAR UNSIGNED.
                       COPY DD-INVENTORY-SLOT REPLACING LEADING ==PREFIX== BY ==PLAYER-INVENTORY-SLOT==.
               03 PLAYER-MOUSE-ITEM.
                   COPY DD-INVENTORY-SLOT REPLACING LEADING ==PREFIX== BY ==PLAYER-MOUSE-ITEM==.
      *> The player's own 27-slot ender chest storage -- the same contents from
      *> every ender chest block in every dimension, since it belongs to the
      *> player rather than to any position. Persisted through Player-Save as
      *> "EnderItems"; an open ender chest window writes every change straight
      *> back here (see RecvPacket-ContainerClick), so a save taken while the
      *> window is still open already holds what it shows.
               03 PLAYER-ENDER-ITEMS.
                   04 PLAYER-ENDER-SLOT OCCURS 27 TIMES.
                       COPY DD-INVENTORY-SLOT REPLACING LEADING ==PREFIX== BY ==PLAYER-ENDER-SLOT==.
