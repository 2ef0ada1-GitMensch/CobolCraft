      *> --- DD-SMELT-RECIPES ---
      *> The furnace-recipes.conf tables (Furnace-LoadRecipes), shared
      *> (EXTERNAL) between Furnace-TickAll, which smelts and burns by them,
      *> and the recipe book that sends the smelting recipes to each client at
      *> login. Admin-Reload clears SMELT-RECIPES-LOADED to force a re-read.
      *>
      *> A smelting recipe's identifier is "cobolcraft:smelting/<output>" with
      *> "_2", "_3"... on further recipes for the same output, the same scheme
      *> DD-CRAFT-RECIPES uses.
       01 MAX-SMELT-RECIPES         BINARY-LONG UNSIGNED VALUE 64.
       01 MAX-FUEL-KINDS            BINARY-LONG UNSIGNED VALUE 32.
       01 SMELT-RECIPES-LOADED      BINARY-CHAR UNSIGNED EXTERNAL VALUE 0.
       01 SMELT-RECIPES EXTERNAL.
           05 SMELT-RECIPE-COUNT        BINARY-LONG UNSIGNED.
           05 SMELT-RECIPE-TABLE.
               10 SMELT-RECIPE-ENTRY OCCURS 64 TIMES.
                   15 SMELT-KEY             PIC X(64).
                   15 SMELT-INPUT-ID        BINARY-LONG.
                   15 SMELT-OUTPUT-ID       BINARY-LONG.
           05 FUEL-KIND-COUNT           BINARY-LONG UNSIGNED.
           05 FUEL-KIND-TABLE.
               10 FUEL-KIND-ENTRY OCCURS 32 TIMES.
                   15 FUEL-ITEM-ID          BINARY-LONG.
                   15 FUEL-BURN-TICKS       BINARY-LONG UNSIGNED.
