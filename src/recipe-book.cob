*> --- RecipeBook-Record ---
*> A player now holds LK-ITEM-ID: every crafting recipe that takes it as an
*> ingredient, and every smelting recipe that takes it as input, which the
*> player has not unlocked yet is added to their PLAYER-RECIPE list (and so
*> saved with them). The identifiers newly unlocked are handed back in
*> LK-NEW-KEYS/LK-NEW-COUNT for the caller to tell the client about. Shared by
*> RecipeBook-Unlock, which does that at once, and RecipeBook-SendAll, which
*> folds them into the login snapshot instead. A full list (128) unlocks
*> nothing more.
IDENTIFICATION DIVISION.
PROGRAM-ID. RecipeBook-Record.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-CRAFT-RECIPES.
    COPY DD-SMELT-RECIPES.
    01 MAX-PLAYER-RECIPES       BINARY-LONG UNSIGNED VALUE 128.
    01 WS-RECIPE-INDEX          BINARY-LONG UNSIGNED.
    01 WS-CELL-INDEX            BINARY-LONG UNSIGNED.
    01 WS-CELL-COUNT            BINARY-LONG UNSIGNED.
    01 WS-USES-ITEM             BINARY-CHAR UNSIGNED.
    01 WS-KNOWN-INDEX           BINARY-LONG UNSIGNED.
    01 WS-KNOWN                 BINARY-CHAR UNSIGNED.
    01 WS-KEY                   PIC X(64).
LINKAGE SECTION.
    01 LK-PLAYER-ID             BINARY-LONG UNSIGNED.
    01 LK-ITEM-ID               BINARY-LONG.
    01 LK-NEW-COUNT             BINARY-LONG UNSIGNED.
    01 LK-NEW-KEYS.
        05 LK-NEW-KEY OCCURS 128 TIMES PIC X(64).

PROCEDURE DIVISION USING LK-PLAYER-ID LK-ITEM-ID LK-NEW-COUNT LK-NEW-KEYS.
    MOVE 0 TO LK-NEW-COUNT
    IF LK-ITEM-ID <= 0
        GOBACK
    END-IF
    IF CRAFT-RECIPES-LOADED = 0
        CALL "Crafting-LoadRecipes"
    END-IF
    IF SMELT-RECIPES-LOADED = 0
        CALL "Furnace-LoadRecipes"
    END-IF

    PERFORM VARYING WS-RECIPE-INDEX FROM 1 BY 1 UNTIL WS-RECIPE-INDEX > CRAFT-RECIPE-COUNT
        MOVE 0 TO WS-USES-ITEM
        IF CRAFT-KIND(WS-RECIPE-INDEX) = C-KIND-SHAPED
            COMPUTE WS-CELL-COUNT = CRAFT-W(WS-RECIPE-INDEX) * CRAFT-H(WS-RECIPE-INDEX)
        ELSE
            MOVE CRAFT-W(WS-RECIPE-INDEX) TO WS-CELL-COUNT
        END-IF
        PERFORM VARYING WS-CELL-INDEX FROM 1 BY 1 UNTIL WS-CELL-INDEX > WS-CELL-COUNT
            IF CRAFT-CELL(WS-RECIPE-INDEX, WS-CELL-INDEX) = LK-ITEM-ID
                MOVE 1 TO WS-USES-ITEM
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF WS-USES-ITEM = 1
            MOVE CRAFT-KEY(WS-RECIPE-INDEX) TO WS-KEY
            PERFORM RecordKey
        END-IF
    END-PERFORM

    PERFORM VARYING WS-RECIPE-INDEX FROM 1 BY 1 UNTIL WS-RECIPE-INDEX > SMELT-RECIPE-COUNT
        IF SMELT-INPUT-ID(WS-RECIPE-INDEX) = LK-ITEM-ID
            MOVE SMELT-KEY(WS-RECIPE-INDEX) TO WS-KEY
            PERFORM RecordKey
        END-IF
    END-PERFORM

    GOBACK.

RecordKey.
    MOVE 0 TO WS-KNOWN
    PERFORM VARYING WS-KNOWN-INDEX FROM 1 BY 1
            UNTIL WS-KNOWN-INDEX > PLAYER-RECIPE-COUNT(LK-PLAYER-ID)
        IF PLAYER-RECIPE(LK-PLAYER-ID, WS-KNOWN-INDEX) = WS-KEY
            MOVE 1 TO WS-KNOWN
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-KNOWN = 1 OR PLAYER-RECIPE-COUNT(LK-PLAYER-ID) >= MAX-PLAYER-RECIPES
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO PLAYER-RECIPE-COUNT(LK-PLAYER-ID)
    MOVE WS-KEY TO PLAYER-RECIPE(LK-PLAYER-ID, PLAYER-RECIPE-COUNT(LK-PLAYER-ID))
    ADD 1 TO LK-NEW-COUNT
    MOVE WS-KEY TO LK-NEW-KEY(LK-NEW-COUNT)
    EXIT PARAGRAPH.

END PROGRAM RecipeBook-Record.

*> --- RecipeBook-Unlock ---
*> A player just came to hold LK-ITEM-ID (picked it up off the ground, took it
*> onto the cursor from a window, or crafted it): unlock the recipes it is an
*> ingredient of through RecipeBook-Record, and show the new ones on the
*> player's client as a recipe book add, which also pops the vanilla "new
*> recipes unlocked" toast. The wire encoding of Update Recipe Book is the
*> runtime's job, behind the same opaque SendPacket-* boundary every other
*> clientbound Play packet crosses.
IDENTIFICATION DIVISION.
PROGRAM-ID. RecipeBook-Unlock.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-PLAYERS.
    01 WS-ACTION-ADD            BINARY-LONG VALUE 1.
    01 WS-CLIENT-ID             BINARY-LONG UNSIGNED.
    01 WS-NEW-COUNT             BINARY-LONG UNSIGNED.
    01 WS-NEW-KEYS.
        05 WS-NEW-KEY OCCURS 128 TIMES PIC X(64).
LINKAGE SECTION.
    01 LK-PLAYER-ID             BINARY-LONG UNSIGNED.
    01 LK-ITEM-ID               BINARY-LONG.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-ITEM-ID.
    CALL "RecipeBook-Record" USING LK-PLAYER-ID LK-ITEM-ID WS-NEW-COUNT WS-NEW-KEYS
    IF WS-NEW-COUNT = 0
        GOBACK
    END-IF

    PERFORM VARYING WS-CLIENT-ID FROM 1 BY 1 UNTIL WS-CLIENT-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(WS-CLIENT-ID) = 1
                AND CLIENT-STATE(WS-CLIENT-ID) = CLIENT-STATE-PLAY
                AND CLIENT-PLAYER(WS-CLIENT-ID) = LK-PLAYER-ID
            CALL "SendPacket-UpdateRecipeBook" USING WS-CLIENT-ID WS-ACTION-ADD
                WS-NEW-COUNT WS-NEW-KEYS
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM RecipeBook-Unlock.

*> --- RecipeBook-SendAll ---
*> Send one client every crafting and smelting recipe in the vanilla recipe
*> format (Update Recipes: shaped, shapeless and smelting, each under its
*> identifier), then the recipe book with the player's unlocked set (Update
*> Recipe Book, action init). Whatever the player already carries unlocks its
*> recipes first, so a save from before the recipe book -- or a recipe added
*> to the conf since -- starts out with what the inventory can already make.
*> Identifiers saved for recipes the conf no longer has are kept on the
*> player but left out of what the client is told. Called at login and, for
*> everyone online, by RecipeBook-SendEveryone after a reload.
IDENTIFICATION DIVISION.
PROGRAM-ID. RecipeBook-SendAll.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-CRAFT-RECIPES.
    COPY DD-SMELT-RECIPES.
    01 WS-ACTION-INIT           BINARY-LONG VALUE 0.
    01 WS-SLOT-INDEX            BINARY-LONG UNSIGNED.
    01 WS-KNOWN-INDEX           BINARY-LONG UNSIGNED.
    01 WS-RECIPE-INDEX          BINARY-LONG UNSIGNED.
    01 WS-EXISTS                BINARY-CHAR UNSIGNED.
    01 WS-NEW-COUNT             BINARY-LONG UNSIGNED.
    01 WS-NEW-KEYS.
        05 WS-NEW-KEY OCCURS 128 TIMES PIC X(64).
    01 WS-BOOK-COUNT            BINARY-LONG UNSIGNED.
    01 WS-BOOK-KEYS.
        05 WS-BOOK-KEY OCCURS 128 TIMES PIC X(64).
LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
    01 LK-PLAYER-ID             BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-CLIENT LK-PLAYER-ID.
    IF CRAFT-RECIPES-LOADED = 0
        CALL "Crafting-LoadRecipes"
    END-IF
    IF SMELT-RECIPES-LOADED = 0
        CALL "Furnace-LoadRecipes"
    END-IF

    PERFORM VARYING WS-SLOT-INDEX FROM 1 BY 1 UNTIL WS-SLOT-INDEX > 46
        IF PLAYER-INVENTORY-SLOT-SLOT-COUNT(LK-PLAYER-ID, WS-SLOT-INDEX) > 0
            CALL "RecipeBook-Record" USING LK-PLAYER-ID
                PLAYER-INVENTORY-SLOT-SLOT-ID(LK-PLAYER-ID, WS-SLOT-INDEX)
                WS-NEW-COUNT WS-NEW-KEYS
        END-IF
    END-PERFORM

    MOVE 0 TO WS-BOOK-COUNT
    PERFORM VARYING WS-KNOWN-INDEX FROM 1 BY 1
            UNTIL WS-KNOWN-INDEX > PLAYER-RECIPE-COUNT(LK-PLAYER-ID)
        PERFORM CheckExists
        IF WS-EXISTS = 1
            ADD 1 TO WS-BOOK-COUNT
            MOVE PLAYER-RECIPE(LK-PLAYER-ID, WS-KNOWN-INDEX) TO WS-BOOK-KEY(WS-BOOK-COUNT)
        END-IF
    END-PERFORM

    CALL "SendPacket-UpdateRecipes" USING LK-CLIENT CRAFT-RECIPES SMELT-RECIPES
    CALL "SendPacket-UpdateRecipeBook" USING LK-CLIENT WS-ACTION-INIT WS-BOOK-COUNT WS-BOOK-KEYS
    GOBACK.

CheckExists.
    MOVE 0 TO WS-EXISTS
    PERFORM VARYING WS-RECIPE-INDEX FROM 1 BY 1 UNTIL WS-RECIPE-INDEX > CRAFT-RECIPE-COUNT
        IF CRAFT-KEY(WS-RECIPE-INDEX) = PLAYER-RECIPE(LK-PLAYER-ID, WS-KNOWN-INDEX)
            MOVE 1 TO WS-EXISTS
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    PERFORM VARYING WS-RECIPE-INDEX FROM 1 BY 1 UNTIL WS-RECIPE-INDEX > SMELT-RECIPE-COUNT
        IF SMELT-KEY(WS-RECIPE-INDEX) = PLAYER-RECIPE(LK-PLAYER-ID, WS-KNOWN-INDEX)
            MOVE 1 TO WS-EXISTS
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

END PROGRAM RecipeBook-SendAll.

*> --- RecipeBook-SendEveryone ---
*> Re-send the recipes and recipe book to every client in play, so a reload
*> of crafting-recipes.conf or furnace-recipes.conf shows up without anyone
*> having to log in again. Called by Admin-Reload once it has cleared the
*> recipe tables; the first RecipeBook-SendAll re-reads them.
IDENTIFICATION DIVISION.
PROGRAM-ID. RecipeBook-SendEveryone.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-PLAYERS.
    01 WS-CLIENT-ID             BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    PERFORM VARYING WS-CLIENT-ID FROM 1 BY 1 UNTIL WS-CLIENT-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(WS-CLIENT-ID) = 1
                AND CLIENT-STATE(WS-CLIENT-ID) = CLIENT-STATE-PLAY
                AND CLIENT-PLAYER(WS-CLIENT-ID) > 0
            CALL "RecipeBook-SendAll" USING WS-CLIENT-ID CLIENT-PLAYER(WS-CLIENT-ID)
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM RecipeBook-SendEveryone.
