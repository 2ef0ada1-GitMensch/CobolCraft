      *> --- DD-BREWING ---
      *> The brewing-recipes.conf tables (Brewing-Load), shared (EXTERNAL)
      *> between the brewing stands Brewing-TickAll advances and the drink path
      *> in RecvPacket-UseItem, which looks up what a finished potion does.
      *> Admin-Reload clears BREWING-LOADED to force a re-read.
      *>
      *> Potions are minecraft:potion registry ids stored plus one, the same
      *> way PREFIX-SLOT-POTION carries them, so 0 always means "none" and
      *> water (registry id 0) is 1. Effects are minecraft:mob_effect registry
      *> ids, as Effect-Apply takes them.
       01 MAX-BREW-RECIPES         BINARY-LONG UNSIGNED VALUE 64.
       01 MAX-BREW-FUELS           BINARY-LONG UNSIGNED VALUE 8.
       01 MAX-POTION-EFFECTS       BINARY-LONG UNSIGNED VALUE 64.
       01 BREWING-LOADED           BINARY-CHAR UNSIGNED EXTERNAL VALUE 0.
       01 BREWING-TABLE EXTERNAL.
      *> The item id every brewable bottle carries (minecraft:potion).
           05 BREW-POTION-ITEM-ID  BINARY-LONG.
           05 BREW-RECIPE-COUNT    BINARY-LONG UNSIGNED.
           05 BREW-RECIPE OCCURS 64 TIMES.
               10 BREW-INGREDIENT-ID       BINARY-LONG.
               10 BREW-INPUT-POTION        BINARY-LONG UNSIGNED.
               10 BREW-OUTPUT-POTION       BINARY-LONG UNSIGNED.
      *> What powers a stand, and how many brews one item of it lasts.
           05 BREW-FUEL-COUNT      BINARY-LONG UNSIGNED.
           05 BREW-FUEL OCCURS 8 TIMES.
               10 BREW-FUEL-ITEM-ID        BINARY-LONG.
               10 BREW-FUEL-CHARGES        BINARY-LONG UNSIGNED.
      *> What drinking each potion applies; a potion may have several lines.
           05 POTION-EFFECT-COUNT  BINARY-LONG UNSIGNED.
           05 POTION-EFFECT-ENTRY OCCURS 64 TIMES.
               10 POTION-EFFECT-POTION     BINARY-LONG UNSIGNED.
               10 POTION-EFFECT-ID         BINARY-LONG.
               10 POTION-EFFECT-AMPLIFIER  BINARY-CHAR UNSIGNED.
               10 POTION-EFFECT-TICKS      BINARY-LONG.
