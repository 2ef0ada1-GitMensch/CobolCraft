               10 ENTITY-EVENT-ENTITY-ID   BINARY-LONG UNSIGNED.
      *> Kind-specific payload: the damage amount for a hit, the player behind
      *> the event (attacker, feeder, ...), and an item id where one matters
      *> (what an animal was fed, which container a hopper collects into, which
      *> offer a trade with a villager used up).
               10 ENTITY-EVENT-AMOUNT      FLOAT-SHORT.
               10 ENTITY-EVENT-PLAYER      BINARY-LONG UNSIGNED.
               10 ENTITY-EVENT-ITEM-ID     BINARY-LONG.
       01 ENTITY-EVENT-KIND-COLLECT BINARY-CHAR UNSIGNED VALUE 3.
       01 ENTITY-EVENT-KIND-BRED   BINARY-CHAR UNSIGNED VALUE 4.
       01 ENTITY-EVENT-KIND-NEWBORN BINARY-CHAR UNSIGNED VALUE 5.
       01 ENTITY-EVENT-KIND-TRADE  BINARY-CHAR UNSIGNED VALUE 6.
