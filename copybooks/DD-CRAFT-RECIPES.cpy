      *> --- DD-CRAFT-RECIPES ---
      *> The crafting-recipes.conf table (Crafting-LoadRecipes), shared
      *> (EXTERNAL) between Crafting-UpdateResult, which matches a grid against
      *> it, the recipe book that sends it to each client at login, and the
      *> Place Recipe handler that fills a grid from it. Admin-Reload clears
      *> CRAFT-RECIPES-LOADED to force a re-read.
      *>
      *> Every recipe carries the identifier the client's recipe book knows it
      *> by, "cobolcraft:crafting/<result>" with "_2", "_3"... on further
      *> recipes for the same result, so a player's unlocked set stays valid
      *> across edits that only reorder the file.
       01 MAX-CRAFT-RECIPES         BINARY-LONG UNSIGNED VALUE 64.
       01 CRAFT-RECIPES-LOADED      BINARY-CHAR UNSIGNED EXTERNAL VALUE 0.
       01 CRAFT-RECIPES EXTERNAL.
           05 CRAFT-RECIPE-COUNT        BINARY-LONG UNSIGNED.
           05 CRAFT-RECIPE-TABLE.
               10 CRAFT-RECIPE-ENTRY OCCURS 64 TIMES.
                   15 CRAFT-KEY             PIC X(64).
                   15 CRAFT-KIND            BINARY-CHAR UNSIGNED.
                   15 CRAFT-RESULT-ID       BINARY-LONG.
                   15 CRAFT-RESULT-COUNT    BINARY-CHAR UNSIGNED.
      *> Shaped: CRAFT-W/CRAFT-H and row-major cells (0 = empty). Shapeless:
      *> CRAFT-W holds the ingredient count and the cells list the ingredients.
                   15 CRAFT-W               BINARY-CHAR UNSIGNED.
                   15 CRAFT-H               BINARY-CHAR UNSIGNED.
                   15 CRAFT-CELL OCCURS 9 TIMES BINARY-LONG.

       01 C-KIND-SHAPED             BINARY-CHAR UNSIGNED VALUE 1.
       01 C-KIND-SHAPELESS          BINARY-CHAR UNSIGNED VALUE 2.
