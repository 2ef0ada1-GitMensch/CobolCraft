      *> --- DD-EFFECTS ---
      *> The status effects the server itself acts on, shared (EXTERNAL)
      *> between the programs in effects.cob and everything an effect changes:
      *> Player-FoodTick (regeneration, poison, wither, hunger, saturation),
      *> Player-EnvironmentTick (fire resistance, water breathing),
      *> Player-ArmorAbsorb (resistance), the melee path (strength, weakness),
      *> RecvPacket-MovePlayer (speed, jump boost, slow falling) and
      *> Tool-DigSpeed (haste, mining fatigue). Those callers ask
      *> Effect-Level by kind; the kind-to-registry-id table is resolved from
      *> the minecraft:mob_effect registry once, by name, since a player's
      *> PLAYER-EFFECT-ID and the wire both carry the registry id. An effect
      *> the registry doesn't know stays at -1 and simply never matches.
      *> Every other effect (night vision, invisibility, ...) is purely the
      *> client's business once Effect-Apply has told it.
       01 EFFECT-SPEED             BINARY-LONG UNSIGNED VALUE 1.
       01 EFFECT-HASTE             BINARY-LONG UNSIGNED VALUE 2.
       01 EFFECT-MINING-FATIGUE    BINARY-LONG UNSIGNED VALUE 3.
       01 EFFECT-STRENGTH          BINARY-LONG UNSIGNED VALUE 4.
       01 EFFECT-INSTANT-HEALTH    BINARY-LONG UNSIGNED VALUE 5.
       01 EFFECT-INSTANT-DAMAGE    BINARY-LONG UNSIGNED VALUE 6.
       01 EFFECT-JUMP-BOOST        BINARY-LONG UNSIGNED VALUE 7.
       01 EFFECT-REGENERATION      BINARY-LONG UNSIGNED VALUE 8.
       01 EFFECT-RESISTANCE        BINARY-LONG UNSIGNED VALUE 9.
       01 EFFECT-FIRE-RESISTANCE   BINARY-LONG UNSIGNED VALUE 10.
       01 EFFECT-WATER-BREATHING   BINARY-LONG UNSIGNED VALUE 11.
       01 EFFECT-WEAKNESS          BINARY-LONG UNSIGNED VALUE 12.
       01 EFFECT-POISON            BINARY-LONG UNSIGNED VALUE 13.
       01 EFFECT-WITHER            BINARY-LONG UNSIGNED VALUE 14.
       01 EFFECT-HUNGER            BINARY-LONG UNSIGNED VALUE 15.
       01 EFFECT-SATURATION        BINARY-LONG UNSIGNED VALUE 16.
       01 EFFECT-SLOW-FALLING      BINARY-LONG UNSIGNED VALUE 17.
       01 EFFECT-KIND-COUNT        BINARY-LONG UNSIGNED VALUE 17.
       01 MAX-PLAYER-EFFECTS       BINARY-LONG UNSIGNED VALUE 8.
       01 EFFECT-RESOLVED          BINARY-CHAR UNSIGNED EXTERNAL VALUE 0.
       01 EFFECT-KIND-TABLE EXTERNAL.
           05 EFFECT-KIND-REGISTRY-ID OCCURS 17 TIMES BINARY-LONG.
