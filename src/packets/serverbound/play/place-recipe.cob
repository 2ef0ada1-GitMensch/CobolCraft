*> --- RecvPacket-PlaceRecipe ---
*> Serverbound Place Recipe (play, packet ID 31 -- see PACKET-PLAY-PLACE-RECIPE):
*> a recipe clicked in the recipe book -- the window byte, the recipe's
*> identifier and whether shift was held ("make all"). The window is the
*> player's own inventory (0, the 2x2 grid) or an open crafting table, and the
*> recipe has to be one of DD-CRAFT-RECIPES' that the player has unlocked and
*> that fits the grid; anything else is ignored, so the client cannot place a
*> recipe it was never given. As in vanilla, whatever the grid holds goes back
*> into the main inventory and hotbar first (and the placement is abandoned if
*> it does not all fit), then the grid is filled from the player's plain stacks
*> -- a named, enchanted or worn one is never pulled in behind their back, the
*> rule RecvPacket-SelectTrade follows too. A normal click lays out one craft,
*> make all as many as the inventory holds, up to a full stack per cell. The
*> result is recomputed by Crafting-UpdateResult and the window resynced.
*> Smelting recipes are shown in the book for reference; a furnace is still
*> loaded by hand.
IDENTIFICATION DIVISION.
PROGRAM-ID. RecvPacket-PlaceRecipe.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-PLAYERS.
    COPY DD-CONTAINERS.
    COPY DD-CRAFT-RECIPES.
    01 PLAYER-ID                BINARY-LONG UNSIGNED.
    01 CONTAINER-ID             BINARY-LONG UNSIGNED.
    01 MAX-STACK-SIZE           BINARY-CHAR UNSIGNED VALUE 64.
    01 WS-WINDOW                BINARY-CHAR.
    01 WS-KEY-LEN               BINARY-LONG.
    01 WS-KEY                   PIC X(64).
    01 WS-MAKE-ALL              BINARY-CHAR.
    01 WS-RECIPE-INDEX          BINARY-LONG UNSIGNED.
    01 WS-FOUND                 BINARY-LONG UNSIGNED.
    01 WS-KNOWN-INDEX           BINARY-LONG UNSIGNED.
    01 WS-KNOWN                 BINARY-CHAR UNSIGNED.
    *> The grid being filled: 2 (the player's 2x2) or 3 (a crafting table),
    *> and the item wanted in each of its cells, row-major.
    01 WS-GRID-SIZE             BINARY-LONG UNSIGNED.
    01 WS-GRID-CELLS            BINARY-LONG UNSIGNED.
    01 WS-PLAN.
        05 WS-PLAN-CELL OCCURS 9 TIMES BINARY-LONG.
    01 WS-ROW                   BINARY-LONG UNSIGNED.
    01 WS-COL                   BINARY-LONG UNSIGNED.
    01 WS-CELL                  BINARY-LONG UNSIGNED.
    01 WS-OTHER-CELL            BINARY-LONG UNSIGNED.
    01 WS-RECIPE-CELL           BINARY-LONG UNSIGNED.
    *> Clearing the grid back into the inventory.
    01 WS-MOVE-SLOT.
        COPY DD-INVENTORY-SLOT REPLACING LEADING ==PREFIX== BY ==WS-MOVE==.
    01 WS-GRID-BLOCKED          BINARY-CHAR UNSIGNED.
    01 WS-TRY-INDEX             BINARY-LONG UNSIGNED.
    01 WS-ROOM                  BINARY-LONG.
    01 WS-MATCH                 BINARY-CHAR UNSIGNED.
    *> How many crafts to lay out, and taking the ingredients for them.
    01 WS-CRAFTS                BINARY-LONG.
    01 WS-PER-CRAFT             BINARY-LONG.
    01 WS-AVAILABLE             BINARY-LONG.
    01 WS-ITEM-CRAFTS           BINARY-LONG.
    01 WS-WANT-ID               BINARY-LONG.
    01 WS-PLAIN                 BINARY-CHAR UNSIGNED.
    01 WS-FROM-SLOT             BINARY-LONG UNSIGNED.
    01 WS-NEEDED                BINARY-LONG.
    01 WS-TAKE                  BINARY-LONG.
    01 WS-SLOT-INDEX            BINARY-LONG UNSIGNED.
    01 WS-COMBINED-INDEX        BINARY-LONG UNSIGNED.
    01 WS-PLAYER-SLOT-INDEX     BINARY-LONG UNSIGNED.
    01 WS-COMBINED-SLOTS.
        02 WS-COMBINED-SLOT OCCURS 90 TIMES.
            COPY DD-INVENTORY-SLOT REPLACING LEADING ==PREFIX== BY ==WS-COMBINED-SLOT==.
LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
    01 LK-BUFFER                PIC X ANY LENGTH.
    01 LK-OFFSET                BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-CLIENT LK-BUFFER LK-OFFSET.
    MOVE CLIENT-PLAYER(LK-CLIENT) TO PLAYER-ID

    CALL "Decode-Byte" USING LK-BUFFER LK-OFFSET WS-WINDOW
    CALL "Decode-VarInt" USING LK-BUFFER LK-OFFSET WS-KEY-LEN
    IF WS-KEY-LEN <= 0 OR WS-KEY-LEN > 64
        GOBACK
    END-IF
    MOVE SPACES TO WS-KEY
    MOVE LK-BUFFER(LK-OFFSET:WS-KEY-LEN) TO WS-KEY(1:WS-KEY-LEN)
    ADD WS-KEY-LEN TO LK-OFFSET
    CALL "Decode-Byte" USING LK-BUFFER LK-OFFSET WS-MAKE-ALL

    *> Which grid: the player's own only while no other window is open, a
    *> crafting table only while it is the window open.
    MOVE PLAYER-OPEN-CONTAINER(PLAYER-ID) TO CONTAINER-ID
    IF WS-WINDOW = 0
        IF CONTAINER-ID NOT = 0
            GOBACK
        END-IF
        MOVE 2 TO WS-GRID-SIZE
    ELSE
        IF CONTAINER-ID = 0 OR CONTAINER-ID > MAX-CONTAINER-ENTRIES
            GOBACK
        END-IF
        IF CONTAINER-PRESENT(CONTAINER-ID) = 0
                OR CONTAINER-TYPE(CONTAINER-ID) NOT = CONTAINER-TYPE-CRAFTING-TABLE
            GOBACK
        END-IF
        MOVE 3 TO WS-GRID-SIZE
    END-IF
    COMPUTE WS-GRID-CELLS = WS-GRID-SIZE * WS-GRID-SIZE

    PERFORM FindRecipe
    IF WS-FOUND = 0
        GOBACK
    END-IF
    PERFORM BuildPlan
    IF WS-FOUND = 0
        GOBACK
    END-IF

    PERFORM ClearGrid
    IF WS-GRID-BLOCKED = 0
        PERFORM CountCrafts
        IF WS-CRAFTS > 0
            PERFORM VARYING WS-CELL FROM 1 BY 1 UNTIL WS-CELL > WS-GRID-CELLS
                IF WS-PLAN-CELL(WS-CELL) NOT = 0
                    PERFORM FillCell
                END-IF
            END-PERFORM
        END-IF
    END-IF

    CALL "Crafting-UpdateResult" USING PLAYER-ID CONTAINER-ID
    IF CONTAINER-ID = 0
        ADD 1 TO PLAYER-WINDOW-STATE(PLAYER-ID)
        CALL "SendPacket-SetContainerContent" USING LK-CLIENT PLAYER-WINDOW-STATE(PLAYER-ID)
            PLAYER-INVENTORY(PLAYER-ID) PLAYER-MOUSE-ITEM(PLAYER-ID)
    ELSE
        PERFORM SyncWindow
    END-IF
    GOBACK.

*> The crafting recipe under the clicked identifier, provided the player has
*> unlocked it.
FindRecipe.
    MOVE 0 TO WS-FOUND
    IF CRAFT-RECIPES-LOADED = 0
        CALL "Crafting-LoadRecipes"
    END-IF
    PERFORM VARYING WS-RECIPE-INDEX FROM 1 BY 1 UNTIL WS-RECIPE-INDEX > CRAFT-RECIPE-COUNT
        IF CRAFT-KEY(WS-RECIPE-INDEX) = WS-KEY
            MOVE WS-RECIPE-INDEX TO WS-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-FOUND = 0
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-KNOWN
    PERFORM VARYING WS-KNOWN-INDEX FROM 1 BY 1
            UNTIL WS-KNOWN-INDEX > PLAYER-RECIPE-COUNT(PLAYER-ID)
        IF PLAYER-RECIPE(PLAYER-ID, WS-KNOWN-INDEX) = WS-KEY
            MOVE 1 TO WS-KNOWN
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-KNOWN = 0
        MOVE 0 TO WS-FOUND
    END-IF
    EXIT PARAGRAPH.

*> Lays the recipe out on the grid: a shaped recipe from the top-left corner
*> (Crafting-UpdateResult matches it anywhere), a shapeless one cell by cell.
*> A recipe too big for the grid clears WS-FOUND.
BuildPlan.
    PERFORM VARYING WS-CELL FROM 1 BY 1 UNTIL WS-CELL > 9
        MOVE 0 TO WS-PLAN-CELL(WS-CELL)
    END-PERFORM
    IF CRAFT-KIND(WS-FOUND) = C-KIND-SHAPED
        IF CRAFT-W(WS-FOUND) > WS-GRID-SIZE OR CRAFT-H(WS-FOUND) > WS-GRID-SIZE
            MOVE 0 TO WS-FOUND
            EXIT PARAGRAPH
        END-IF
        PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > CRAFT-H(WS-FOUND)
            PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > CRAFT-W(WS-FOUND)
                COMPUTE WS-CELL = (WS-ROW - 1) * WS-GRID-SIZE + WS-COL
                COMPUTE WS-RECIPE-CELL = (WS-ROW - 1) * CRAFT-W(WS-FOUND) + WS-COL
                MOVE CRAFT-CELL(WS-FOUND, WS-RECIPE-CELL) TO WS-PLAN-CELL(WS-CELL)
            END-PERFORM
        END-PERFORM
    ELSE
        IF CRAFT-W(WS-FOUND) > WS-GRID-CELLS
            MOVE 0 TO WS-FOUND
            EXIT PARAGRAPH
        END-IF
        PERFORM VARYING WS-CELL FROM 1 BY 1 UNTIL WS-CELL > CRAFT-W(WS-FOUND)
            MOVE CRAFT-CELL(WS-FOUND, WS-CELL) TO WS-PLAN-CELL(WS-CELL)
        END-PERFORM
    END-IF
    EXIT PARAGRAPH.

*> Everything already in the grid goes back to the main inventory and hotbar,
*> merging first and then into empty slots, hotbar first -- the order item
*> pickup fills in. Whatever finds no room stays put and blocks the placement.
ClearGrid.
    MOVE 0 TO WS-GRID-BLOCKED
    PERFORM VARYING WS-CELL FROM 1 BY 1 UNTIL WS-CELL > WS-GRID-CELLS
        PERFORM LoadGridCell
        IF WS-MOVE-SLOT-COUNT > 0
            PERFORM DeliverMoveSlot
            PERFORM StoreGridCell
            IF WS-MOVE-SLOT-COUNT > 0
                MOVE 1 TO WS-GRID-BLOCKED
            END-IF
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

LoadGridCell.
    IF CONTAINER-ID = 0
        MOVE PLAYER-INVENTORY-SLOT(PLAYER-ID, WS-CELL + 1) TO WS-MOVE-SLOT
    ELSE
        MOVE CONTAINER-SLOT(CONTAINER-ID, WS-CELL + 1) TO WS-MOVE-SLOT
    END-IF
    EXIT PARAGRAPH.

StoreGridCell.
    IF WS-MOVE-SLOT-COUNT = 0
        INITIALIZE WS-MOVE-SLOT
    END-IF
    IF CONTAINER-ID = 0
        MOVE WS-MOVE-SLOT TO PLAYER-INVENTORY-SLOT(PLAYER-ID, WS-CELL + 1)
    ELSE
        MOVE WS-MOVE-SLOT TO CONTAINER-SLOT(CONTAINER-ID, WS-CELL + 1)
    END-IF
    EXIT PARAGRAPH.

DeliverMoveSlot.
    PERFORM VARYING WS-TRY-INDEX FROM 37 BY 1
            UNTIL WS-TRY-INDEX > 45 OR WS-MOVE-SLOT-COUNT = 0
        PERFORM TryMergeIntoSlot
    END-PERFORM
    PERFORM VARYING WS-TRY-INDEX FROM 10 BY 1
            UNTIL WS-TRY-INDEX > 36 OR WS-MOVE-SLOT-COUNT = 0
        PERFORM TryMergeIntoSlot
    END-PERFORM
    PERFORM VARYING WS-TRY-INDEX FROM 37 BY 1
            UNTIL WS-TRY-INDEX > 45 OR WS-MOVE-SLOT-COUNT = 0
        PERFORM TryFillEmptySlot
    END-PERFORM
    PERFORM VARYING WS-TRY-INDEX FROM 10 BY 1
            UNTIL WS-TRY-INDEX > 36 OR WS-MOVE-SLOT-COUNT = 0
        PERFORM TryFillEmptySlot
    END-PERFORM
    EXIT PARAGRAPH.

TryMergeIntoSlot.
    IF PLAYER-INVENTORY-SLOT-SLOT-COUNT(PLAYER-ID, WS-TRY-INDEX) = 0
            OR PLAYER-INVENTORY-SLOT-SLOT-COUNT(PLAYER-ID, WS-TRY-INDEX) >= MAX-STACK-SIZE
        EXIT PARAGRAPH
    END-IF
    CALL "InventorySlot-Match" USING PLAYER-INVENTORY-SLOT(PLAYER-ID, WS-TRY-INDEX)
        WS-MOVE-SLOT WS-MATCH
    IF WS-MATCH = 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-ROOM = MAX-STACK-SIZE - PLAYER-INVENTORY-SLOT-SLOT-COUNT(PLAYER-ID, WS-TRY-INDEX)
    IF WS-ROOM > WS-MOVE-SLOT-COUNT
        MOVE WS-MOVE-SLOT-COUNT TO WS-ROOM
    END-IF
    ADD WS-ROOM TO PLAYER-INVENTORY-SLOT-SLOT-COUNT(PLAYER-ID, WS-TRY-INDEX)
    SUBTRACT WS-ROOM FROM WS-MOVE-SLOT-COUNT
    EXIT PARAGRAPH.

TryFillEmptySlot.
    IF PLAYER-INVENTORY-SLOT-SLOT-COUNT(PLAYER-ID, WS-TRY-INDEX) NOT = 0
        EXIT PARAGRAPH
    END-IF
    MOVE WS-MOVE-SLOT TO PLAYER-INVENTORY-SLOT(PLAYER-ID, WS-TRY-INDEX)
    MOVE 0 TO WS-MOVE-SLOT-COUNT
    EXIT PARAGRAPH.

*> One craft, or with make all as many as every ingredient's plain stacks
*> cover (an item used in several cells counts once per cell), capped at a
*> full stack per cell.
CountCrafts.
    IF WS-MAKE-ALL = 0
        MOVE 1 TO WS-CRAFTS
    ELSE
        MOVE MAX-STACK-SIZE TO WS-CRAFTS
    END-IF
    PERFORM VARYING WS-CELL FROM 1 BY 1 UNTIL WS-CELL > WS-GRID-CELLS
        IF WS-PLAN-CELL(WS-CELL) NOT = 0
            MOVE WS-PLAN-CELL(WS-CELL) TO WS-WANT-ID
            MOVE 0 TO WS-PER-CRAFT
            PERFORM VARYING WS-OTHER-CELL FROM 1 BY 1 UNTIL WS-OTHER-CELL > WS-GRID-CELLS
                IF WS-PLAN-CELL(WS-OTHER-CELL) = WS-WANT-ID
                    ADD 1 TO WS-PER-CRAFT
                END-IF
            END-PERFORM
            MOVE 0 TO WS-AVAILABLE
            PERFORM VARYING WS-FROM-SLOT FROM 10 BY 1 UNTIL WS-FROM-SLOT > 45
                PERFORM CheckPlainStack
                IF WS-PLAIN = 1
                    ADD PLAYER-INVENTORY-SLOT-SLOT-COUNT(PLAYER-ID, WS-FROM-SLOT) TO WS-AVAILABLE
                END-IF
            END-PERFORM
            COMPUTE WS-ITEM-CRAFTS = WS-AVAILABLE / WS-PER-CRAFT
            IF WS-ITEM-CRAFTS < WS-CRAFTS
                MOVE WS-ITEM-CRAFTS TO WS-CRAFTS
            END-IF
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> A stack of WS-WANT-ID with no name, enchantments, lore, wear or potion --
*> the only kind pulled into the grid, so stacks laid side by side merge.
CheckPlainStack.
    MOVE 0 TO WS-PLAIN
    IF PLAYER-INVENTORY-SLOT-SLOT-COUNT(PLAYER-ID, WS-FROM-SLOT) > 0
            AND PLAYER-INVENTORY-SLOT-SLOT-ID(PLAYER-ID, WS-FROM-SLOT) = WS-WANT-ID
            AND PLAYER-INVENTORY-SLOT-SLOT-CUSTOM-NAME-LENGTH(PLAYER-ID, WS-FROM-SLOT) = 0
            AND PLAYER-INVENTORY-SLOT-SLOT-ENCHANTMENT-COUNT(PLAYER-ID, WS-FROM-SLOT) = 0
            AND PLAYER-INVENTORY-SLOT-SLOT-LORE-COUNT(PLAYER-ID, WS-FROM-SLOT) = 0
            AND PLAYER-INVENTORY-SLOT-SLOT-DAMAGE(PLAYER-ID, WS-FROM-SLOT) = 0
            AND PLAYER-INVENTORY-SLOT-SLOT-POTION(PLAYER-ID, WS-FROM-SLOT) = 0
        MOVE 1 TO WS-PLAIN
    END-IF
    EXIT PARAGRAPH.

*> Moves WS-CRAFTS of the cell's ingredient out of the inventory into the
*> (now empty) grid cell.
FillCell.
    MOVE WS-PLAN-CELL(WS-CELL) TO WS-WANT-ID
    MOVE WS-CRAFTS TO WS-NEEDED
    PERFORM VARYING WS-FROM-SLOT FROM 10 BY 1
            UNTIL WS-FROM-SLOT > 45 OR WS-NEEDED = 0
        PERFORM CheckPlainStack
        IF WS-PLAIN = 1
            MOVE PLAYER-INVENTORY-SLOT-SLOT-COUNT(PLAYER-ID, WS-FROM-SLOT) TO WS-TAKE
            IF WS-TAKE > WS-NEEDED
                MOVE WS-NEEDED TO WS-TAKE
            END-IF
            SUBTRACT WS-TAKE FROM PLAYER-INVENTORY-SLOT-SLOT-COUNT(PLAYER-ID, WS-FROM-SLOT)
            IF PLAYER-INVENTORY-SLOT-SLOT-COUNT(PLAYER-ID, WS-FROM-SLOT) = 0
                INITIALIZE PLAYER-INVENTORY-SLOT(PLAYER-ID, WS-FROM-SLOT)
            END-IF
            SUBTRACT WS-TAKE FROM WS-NEEDED
        END-IF
    END-PERFORM

    INITIALIZE WS-MOVE-SLOT
    MOVE WS-WANT-ID TO WS-MOVE-SLOT-ID
    COMPUTE WS-MOVE-SLOT-COUNT = WS-CRAFTS - WS-NEEDED
    PERFORM StoreGridCell
    EXIT PARAGRAPH.

*> Same combined container-plus-inventory resync RecvPacket-ContainerClick's
*> SyncContainer sends.
SyncWindow.
    ADD 1 TO PLAYER-WINDOW-STATE(PLAYER-ID)
    MOVE 0 TO WS-COMBINED-INDEX
    PERFORM VARYING WS-SLOT-INDEX FROM 1 BY 1
            UNTIL WS-SLOT-INDEX > CONTAINER-SLOT-COUNT(CONTAINER-ID)
        ADD 1 TO WS-COMBINED-INDEX
        MOVE CONTAINER-SLOT(CONTAINER-ID, WS-SLOT-INDEX)
            TO WS-COMBINED-SLOT(WS-COMBINED-INDEX)
    END-PERFORM
    PERFORM VARYING WS-PLAYER-SLOT-INDEX FROM 10 BY 1 UNTIL WS-PLAYER-SLOT-INDEX > 45
        ADD 1 TO WS-COMBINED-INDEX
        MOVE PLAYER-INVENTORY-SLOT(PLAYER-ID, WS-PLAYER-SLOT-INDEX)
            TO WS-COMBINED-SLOT(WS-COMBINED-INDEX)
    END-PERFORM
    CALL "SendPacket-SetContainerContent" USING LK-CLIENT PLAYER-WINDOW-STATE(PLAYER-ID)
        WS-COMBINED-SLOTS PLAYER-MOUSE-ITEM(PLAYER-ID)
    EXIT PARAGRAPH.

END PROGRAM RecvPacket-PlaceRecipe.
