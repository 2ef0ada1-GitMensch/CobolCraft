*> slot and again after ingredients are consumed, so the result slot always shows
*> what the grid currently makes.
*>
*> Recipes come from the shared DD-CRAFT-RECIPES table, loaded on first use by
*> Crafting-LoadRecipes. Shaped recipes match on the bounding box of the grid's
*> occupied cells (so a 2x2 recipe works anywhere in the 3x3); shapeless recipes
*> match the occupied cells as a multiset. Only item IDs participate in matching.
IDENTIFICATION DIVISION.
PROGRAM-ID. Crafting-UpdateResult.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-CONTAINERS.
    COPY DD-CRAFT-RECIPES.
    01 WS-CELL-INDEX             BINARY-LONG UNSIGNED.
    *> the grid under evaluation, always laid out 3x3 row-major (a 2x2 grid
    *> occupies the top-left corner and the rest stays empty)
    01 WS-GRID.
    01 LK-CONTAINER-ID           BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-CONTAINER-ID.
    IF CRAFT-RECIPES-LOADED = 0
        CALL "Crafting-LoadRecipes"
    END-IF

    PERFORM BuildGrid
    END-IF
    EXIT PARAGRAPH.

END PROGRAM Crafting-UpdateResult.

*> --- Crafting-LoadRecipes ---
*> Parse crafting-recipes.conf (the blocks-simple.conf file style) into the
*> shared DD-CRAFT-RECIPES table, item names resolved through the minecraft:item
*> registry and each recipe given its recipe book identifier. A missing file
*> leaves the table empty and crafting disabled. Called on first use by
*> Crafting-UpdateResult and the recipe book; Admin-Reload clears
*> CRAFT-RECIPES-LOADED to force a re-read.
IDENTIFICATION DIVISION.
PROGRAM-ID. Crafting-LoadRecipes.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RECIPES-FILE ASSIGN TO "crafting-recipes.conf"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RECIPES-FILE.
01  RECIPES-LINE                PIC X(512).

WORKING-STORAGE SECTION.
    COPY DD-CRAFT-RECIPES.
    01 FS-STATUS                 PIC X(2).

    *> conf parsing scratch: a line split into comma fields
    01 WS-FIELD-COUNT            BINARY-LONG UNSIGNED.
    01 WS-FIELDS.
        05 WS-FIELD OCCURS 16 TIMES PIC X(64).
    01 WS-REMAINDER              PIC X(512).
    01 WS-SEP-POS                BINARY-LONG UNSIGNED.
    01 WS-LOG-MSG                PIC X(128).
    01 WS-PARSE-W                BINARY-LONG.
    01 WS-PARSE-H                BINARY-LONG.
    01 WS-X-POS                  BINARY-LONG UNSIGNED.
    01 WS-CELL-INDEX             BINARY-LONG UNSIGNED.
    01 WS-PARSE-OK               BINARY-CHAR UNSIGNED.

    *> recipe book identifier: the result's name without its namespace, and
    *> how many earlier recipes already make the same result
    01 WS-NAME-PATH              PIC X(64).
    01 WS-COLON-POS              BINARY-LONG UNSIGNED.
    01 WS-RECIPE-INDEX           BINARY-LONG UNSIGNED.
    01 WS-SAME-RESULT            BINARY-LONG UNSIGNED.
    01 WS-SUFFIX-TEXT            PIC Z9.

    *> item registry lookup
    01 WS-ITEM-REGISTRY-INDEX    BINARY-LONG UNSIGNED VALUE 0.
    01 WS-REGISTRY-LENGTH        BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY         BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY-ID      BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY-NAME    PIC X(64).
    01 WS-LOOKUP-NAME            PIC X(64).
    01 WS-LOOKUP-ID              BINARY-LONG.

PROCEDURE DIVISION.
    MOVE 0 TO CRAFT-RECIPE-COUNT
    MOVE 1 TO CRAFT-RECIPES-LOADED
    PERFORM LoadRecipes
    GOBACK.

LoadRecipes.
    OPEN INPUT RECIPES-FILE
    IF FS-STATUS NOT = "00"
            MOVE WS-LOOKUP-ID TO CRAFT-CELL(CRAFT-RECIPE-COUNT, WS-CELL-INDEX)
        END-IF
    END-PERFORM
    PERFORM AssignKey
    MOVE 1 TO WS-PARSE-OK
    EXIT PARAGRAPH.

        END-IF
        MOVE WS-LOOKUP-ID TO CRAFT-CELL(CRAFT-RECIPE-COUNT, WS-CELL-INDEX)
    END-PERFORM
    PERFORM AssignKey
    MOVE 1 TO WS-PARSE-OK
    EXIT PARAGRAPH.

    PERFORM LookupItemId
    EXIT PARAGRAPH.

*> "cobolcraft:crafting/<result path>", numbered from the second recipe on
*> that makes the same result.
AssignKey.
    MOVE FUNCTION TRIM(WS-FIELD(2)) TO WS-NAME-PATH
    MOVE 0 TO WS-COLON-POS
    INSPECT WS-NAME-PATH TALLYING WS-COLON-POS FOR CHARACTERS BEFORE INITIAL ":"
    IF WS-COLON-POS < LENGTH OF WS-NAME-PATH
        MOVE WS-NAME-PATH(WS-COLON-POS + 2:) TO WS-NAME-PATH
    END-IF
    MOVE 0 TO WS-SAME-RESULT
    PERFORM VARYING WS-RECIPE-INDEX FROM 1 BY 1 UNTIL WS-RECIPE-INDEX > CRAFT-RECIPE-COUNT
        IF CRAFT-RESULT-ID(WS-RECIPE-INDEX) = CRAFT-RESULT-ID(CRAFT-RECIPE-COUNT)
            ADD 1 TO WS-SAME-RESULT
        END-IF
    END-PERFORM
    MOVE SPACES TO CRAFT-KEY(CRAFT-RECIPE-COUNT)
    IF WS-SAME-RESULT > 1
        MOVE WS-SAME-RESULT TO WS-SUFFIX-TEXT
        STRING "cobolcraft:crafting/" FUNCTION TRIM(WS-NAME-PATH) "_" FUNCTION TRIM(WS-SUFFIX-TEXT)
            DELIMITED BY SIZE INTO CRAFT-KEY(CRAFT-RECIPE-COUNT)
    ELSE
        STRING "cobolcraft:crafting/" FUNCTION TRIM(WS-NAME-PATH)
            DELIMITED BY SIZE INTO CRAFT-KEY(CRAFT-RECIPE-COUNT)
    END-IF
    EXIT PARAGRAPH.

SplitLineIntoFields.
    MOVE 0 TO WS-FIELD-COUNT
    MOVE RECIPES-LINE TO WS-REMAINDER
    END-PERFORM
    EXIT PARAGRAPH.

END PROGRAM Crafting-LoadRecipes.

*> --- Crafting-ConsumeIngredients ---
*> Takes one item from every occupied cell of the crafting grid the result was
