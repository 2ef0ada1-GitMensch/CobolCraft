    COPY DD-CLIENTS.
    COPY DD-PLAYERS.
    COPY DD-CONTAINERS.
    COPY DD-ADVANCEMENTS.
    01 PLAYER-ID                BINARY-LONG.
    01 WINDOW-ID                BINARY-LONG.
    01 STATE-ID                 BINARY-LONG.
    01 WS-CRAFT-CONTAINER       BINARY-LONG UNSIGNED.
    01 WS-CRAFT-NEEDED          BINARY-LONG.
    01 WS-CRAFT-CAPACITY        BINARY-LONG.
    *> Anvil integration: whether the resolved click target is an open
    *> anvil's result slot (3) or one of its two input slots, and the free
    *> inventory slot a shift-clicked result goes to.
    01 WS-IS-ANVIL-RESULT       BINARY-CHAR UNSIGNED.
    01 WS-IS-ANVIL-INPUT        BINARY-CHAR UNSIGNED.
    01 WS-ANVIL-FREE-INDEX      BINARY-LONG UNSIGNED.
    01 WS-XP-TAKEN              BINARY-CHAR UNSIGNED.
    *> Merchant integration: the same for a villager's merchant window (slots
    *> 1-2 the payment, 3 the goods on offer).
    01 WS-IS-MERCHANT-RESULT    BINARY-CHAR UNSIGNED.
    01 WS-IS-MERCHANT-INPUT     BINARY-CHAR UNSIGNED.
    *> Chest audit trail: a snapshot of the clicked chest slot before the
    *> click is applied, compared afterwards so every stack moved in or out
    *> of a shared chest leaves a line naming who, where, what and how many.
    01 WS-REGISTRY-ENTRY        BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY-ID     BINARY-LONG UNSIGNED.
    01 WS-ITEM-NAME             PIC X(64).
    01 WS-AUDIT-PLACE           PIC X(96).
    *> The player whose ender storage an open ender chest window shows.
    01 WS-ENDER-OWNER           BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
    01 LK-BUFFER                PIC X ANY LENGTH.
            IF WS-IS-CRAFT-GRID = 1
                CALL "Crafting-UpdateResult" USING PLAYER-ID WS-CRAFT-CONTAINER
            END-IF
            PERFORM ClassifyAnvilSlot
            IF WS-IS-ANVIL-INPUT = 1
                PERFORM UpdateAnvil
            END-IF
            PERFORM ClassifyMerchantSlot
            IF WS-IS-MERCHANT-INPUT = 1
                CALL "Merchant-UpdateResult" USING PLAYER-ID CONTAINER-ID
            END-IF
        END-IF
        IF CONTAINER-ID NOT = 0
            PERFORM SyncContainer
        PERFORM ComputeClick
    END-IF

    *> Whatever the click left on the cursor is now in the player's hands --
    *> taking an ingredient out of a chest unlocks its recipes as picking it
    *> up off the ground would.
    IF PLAYER-MOUSE-ITEM-SLOT-COUNT(PLAYER-ID) > 0
        CALL "RecipeBook-Unlock" USING PLAYER-ID PLAYER-MOUSE-ITEM-SLOT-ID(PLAYER-ID)
    END-IF

    *> The packet still carries the client's own idea of the changed slots and the carried
    *> item -- read them off the wire to keep the offset correct, but since ComputeClick
    *> (or the no-op above) already produced our own authoritative result, never apply them.
    IF WS-IS-CRAFT-RESULT = 1
        EXIT PARAGRAPH
    END-IF
    *> Same for an anvil's result, which also has a price to pay first, and
    *> for a merchant's goods, which are only on offer until paid for.
    PERFORM ClassifyAnvilSlot
    IF WS-IS-ANVIL-RESULT = 1
        EXIT PARAGRAPH
    END-IF
    PERFORM ClassifyMerchantSlot
    IF WS-IS-MERCHANT-RESULT = 1
        EXIT PARAGRAPH
    END-IF

    PERFORM LoadTargetSlot

        PERFORM HandleCraftResultClick
        EXIT PARAGRAPH
    END-IF
    PERFORM ClassifyAnvilSlot
    IF WS-IS-ANVIL-RESULT = 1
        PERFORM HandleAnvilResultClick
        EXIT PARAGRAPH
    END-IF
    PERFORM ClassifyMerchantSlot
    IF WS-IS-MERCHANT-RESULT = 1
        PERFORM HandleMerchantResultClick
        EXIT PARAGRAPH
    END-IF

    *> A furnace's output slot (3) only gives items up -- clicking it with a
    *> carried stack must not deposit anything into it, so the click is dropped
    IF WS-IS-CRAFT-GRID = 1
        CALL "Crafting-UpdateResult" USING PLAYER-ID WS-CRAFT-CONTAINER
    END-IF
    *> Likewise an anvil input: reprice what the anvil now offers.
    IF WS-IS-ANVIL-INPUT = 1
        PERFORM UpdateAnvil
    END-IF
    *> And a merchant's payment: work out which offer it now buys.
    IF WS-IS-MERCHANT-INPUT = 1
        CALL "Merchant-UpdateResult" USING PLAYER-ID CONTAINER-ID
    END-IF
    EXIT PARAGRAPH.

*> Decides whether the resolved target is a crafting result slot or grid cell:
    EXIT PARAGRAPH.

FinishCraft.
    CALL "Advancement-Trigger" USING PLAYER-ID ADVANCEMENT-TRIGGER-CRAFT WS-TARGET-SLOT-ID
    CALL "RecipeBook-Unlock" USING PLAYER-ID WS-TARGET-SLOT-ID
    CALL "Crafting-ConsumeIngredients" USING PLAYER-ID WS-CRAFT-CONTAINER
    CALL "Crafting-UpdateResult" USING PLAYER-ID WS-CRAFT-CONTAINER
    EXIT PARAGRAPH.
    PERFORM FinishCraft
    EXIT PARAGRAPH.

*> Decides whether the resolved target is part of an open anvil: its result
*> in container slot 3, the worked item and the material/second item in 1-2.
ClassifyAnvilSlot.
    MOVE 0 TO WS-IS-ANVIL-RESULT
    MOVE 0 TO WS-IS-ANVIL-INPUT
    IF CONTAINER-ID = 0 OR WS-TARGET-IN-CONTAINER = 0
        EXIT PARAGRAPH
    END-IF
    IF CONTAINER-TYPE(CONTAINER-ID) NOT = CONTAINER-TYPE-ANVIL
        EXIT PARAGRAPH
    END-IF
    IF WS-TARGET-INDEX = 3
        MOVE 1 TO WS-IS-ANVIL-RESULT
    END-IF
    IF WS-TARGET-INDEX = 1 OR WS-TARGET-INDEX = 2
        MOVE 1 TO WS-IS-ANVIL-INPUT
    END-IF
    EXIT PARAGRAPH.

*> A different item in slot 1 makes any name typed for the old one
*> meaningless -- the client sends the new item's name right behind.
UpdateAnvil.
    IF WS-TARGET-INDEX = 1
        MOVE 0 TO CONTAINER-ANVIL-NAME-SET(CONTAINER-ID)
        MOVE 0 TO CONTAINER-ANVIL-NAME-LENGTH(CONTAINER-ID)
    END-IF
    CALL "Anvil-UpdateResult" USING PLAYER-ID CONTAINER-ID
    EXIT PARAGRAPH.

*> Clicking the anvil's result: a normal click takes it onto an empty cursor,
*> a shift click moves it into the first free main inventory/hotbar slot.
*> Either way the level price is paid up front through Player-TakeXpLevels
*> (creative pays nothing) -- a player who can't afford it gets nothing and
*> just sees their window resynced -- and the inputs are then used up.
HandleAnvilResultClick.
    PERFORM LoadTargetSlot
    IF WS-TARGET-SLOT-COUNT = 0
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-ANVIL-FREE-INDEX
    EVALUATE MODE-ENUM
        WHEN 0
            IF PLAYER-MOUSE-ITEM-SLOT-COUNT(PLAYER-ID) NOT = 0
                EXIT PARAGRAPH
            END-IF
        WHEN 1
            PERFORM VARYING WS-SHIFT-INDEX FROM 10 BY 1 UNTIL WS-SHIFT-INDEX > 45
                IF PLAYER-INVENTORY-SLOT-SLOT-COUNT(PLAYER-ID, WS-SHIFT-INDEX) = 0
                    MOVE WS-SHIFT-INDEX TO WS-ANVIL-FREE-INDEX
                    EXIT PERFORM
                END-IF
            END-PERFORM
            IF WS-ANVIL-FREE-INDEX = 0
                EXIT PARAGRAPH
            END-IF
    END-EVALUATE

    IF PLAYER-GAMEMODE(PLAYER-ID) = 1
        MOVE 1 TO WS-XP-TAKEN
    ELSE
        CALL "Player-TakeXpLevels" USING PLAYER-ID CONTAINER-ANVIL-COST(CONTAINER-ID)
            WS-XP-TAKEN
    END-IF
    IF WS-XP-TAKEN = 0
        EXIT PARAGRAPH
    END-IF

    IF WS-ANVIL-FREE-INDEX = 0
        MOVE WS-TARGET-SLOT TO PLAYER-MOUSE-ITEM(PLAYER-ID)
    ELSE
        MOVE WS-TARGET-SLOT TO PLAYER-INVENTORY-SLOT(PLAYER-ID, WS-ANVIL-FREE-INDEX)
    END-IF
    CALL "Anvil-ConsumeInputs" USING PLAYER-ID CONTAINER-ID
    EXIT PARAGRAPH.

*> Decides whether the resolved target is part of an open merchant window:
*> the goods on offer in container slot 3, the payment in 1-2.
ClassifyMerchantSlot.
    MOVE 0 TO WS-IS-MERCHANT-RESULT
    MOVE 0 TO WS-IS-MERCHANT-INPUT
    IF CONTAINER-ID = 0 OR WS-TARGET-IN-CONTAINER = 0
        EXIT PARAGRAPH
    END-IF
    IF CONTAINER-TYPE(CONTAINER-ID) NOT = CONTAINER-TYPE-MERCHANT
        EXIT PARAGRAPH
    END-IF
    IF WS-TARGET-INDEX = 3
        MOVE 1 TO WS-IS-MERCHANT-RESULT
    END-IF
    IF WS-TARGET-INDEX = 1 OR WS-TARGET-INDEX = 2
        MOVE 1 TO WS-IS-MERCHANT-INPUT
    END-IF
    EXIT PARAGRAPH.

*> Clicking the merchant's goods: a normal click takes them onto the cursor
*> (or tops up a matching carried stack), a shift click moves them into the
*> first free main inventory/hotbar slot. Only then is the trade done --
*> Merchant-ConsumeInputs takes the price out of the payment slot and counts
*> the use -- so a click that can't take the goods costs nothing. Nothing is
*> ever deposited into this slot.
HandleMerchantResultClick.
    PERFORM LoadTargetSlot
    IF WS-TARGET-SLOT-COUNT = 0 OR CONTAINER-MERCHANT-MATCHED(CONTAINER-ID) = 0
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-ANVIL-FREE-INDEX
    EVALUATE MODE-ENUM
        WHEN 0
            IF PLAYER-MOUSE-ITEM-SLOT-COUNT(PLAYER-ID) = 0
                MOVE WS-TARGET-SLOT TO PLAYER-MOUSE-ITEM(PLAYER-ID)
            ELSE
                CALL "InventorySlot-Match" USING WS-TARGET-SLOT PLAYER-MOUSE-ITEM(PLAYER-ID) WS-SLOT-MATCH
                COMPUTE WS-TOTAL-COUNT = PLAYER-MOUSE-ITEM-SLOT-COUNT(PLAYER-ID) + WS-TARGET-SLOT-COUNT
                IF WS-SLOT-MATCH = 0 OR WS-TOTAL-COUNT > MAX-STACK-SIZE
                    EXIT PARAGRAPH
                END-IF
                MOVE WS-TOTAL-COUNT TO PLAYER-MOUSE-ITEM-SLOT-COUNT(PLAYER-ID)
            END-IF
        WHEN 1
            PERFORM VARYING WS-SHIFT-INDEX FROM 10 BY 1 UNTIL WS-SHIFT-INDEX > 45
                IF PLAYER-INVENTORY-SLOT-SLOT-COUNT(PLAYER-ID, WS-SHIFT-INDEX) = 0
                    MOVE WS-SHIFT-INDEX TO WS-ANVIL-FREE-INDEX
                    EXIT PERFORM
                END-IF
            END-PERFORM
            IF WS-ANVIL-FREE-INDEX = 0
                EXIT PARAGRAPH
            END-IF
            MOVE WS-TARGET-SLOT TO PLAYER-INVENTORY-SLOT(PLAYER-ID, WS-ANVIL-FREE-INDEX)
    END-EVALUATE

    CALL "Merchant-ConsumeInputs" USING PLAYER-ID CONTAINER-ID
    EXIT PARAGRAPH.

*> Left click: pick up/place/merge/swap the whole stack against the carried item. A merge
*> only combines counts when the two stacks are truly identical -- same item id and the
*> same structured components (InventorySlot-Match) -- otherwise they're swapped, so an
SnapshotChestSlot.
    *> Trade windows ride a chest-large entry but have no block behind them
    *> (the impossible Y of -999, see DD-TRADES) -- they are not chests and
    *> must not spray "(0,-999,0)" lines into the theft-dispute audit. An
    *> ender chest has no block either, but is audited by whose storage it is.
    MOVE 0 TO WS-AUDIT-ELIGIBLE
    IF WS-TARGET-IN-CONTAINER = 1 AND CONTAINER-ID NOT = 0
            AND WS-TARGET-INDEX <= CONTAINER-SLOT-COUNT(CONTAINER-ID)
            AND ((CONTAINER-BLOCK-Y(CONTAINER-ID) NOT = -999
                AND (CONTAINER-TYPE(CONTAINER-ID) = CONTAINER-TYPE-CHEST
                    OR CONTAINER-TYPE(CONTAINER-ID) = CONTAINER-TYPE-CHEST-LARGE))
                OR CONTAINER-TYPE(CONTAINER-ID) = CONTAINER-TYPE-ENDER)
        MOVE 1 TO WS-AUDIT-ELIGIBLE
        MOVE CONTAINER-SLOT-SLOT-COUNT(CONTAINER-ID, WS-TARGET-INDEX) TO WS-PRE-COUNT
        MOVE CONTAINER-SLOT-SLOT-ID(CONTAINER-ID, WS-TARGET-INDEX) TO WS-PRE-ID

WriteChestAuditLine-Stored.
    PERFORM ResolveAuditItemName
    PERFORM FormatChestPlace
    MOVE WS-DELTA TO WS-NUM-TEXT
    MOVE SPACES TO WS-AUDIT-LINE
    STRING FUNCTION TRIM(WS-AUDIT-PLACE) " stored " FUNCTION TRIM(WS-NUM-TEXT)
           " x " FUNCTION TRIM(WS-ITEM-NAME)
        DELIMITED BY SIZE INTO WS-AUDIT-LINE
    CALL "Audit-Log" USING WS-AUDIT-LINE

WriteChestAuditLine-Taken.
    PERFORM ResolveAuditItemName
    PERFORM FormatChestPlace
    MOVE WS-DELTA TO WS-NUM-TEXT
    MOVE SPACES TO WS-AUDIT-LINE
    STRING FUNCTION TRIM(WS-AUDIT-PLACE) " took " FUNCTION TRIM(WS-NUM-TEXT)
           " x " FUNCTION TRIM(WS-ITEM-NAME)
        DELIMITED BY SIZE INTO WS-AUDIT-LINE
    CALL "Audit-Log" USING WS-AUDIT-LINE
    EXIT PARAGRAPH.

*> Who touched which chest: "[chest] <player> at (x,y,z)" for a block, or
*> "[ender] <player> in <owner>'s ender chest" for ender storage -- the owner
*> named even when it is the player's own, so a search by either name finds it.
FormatChestPlace.
    MOVE SPACES TO WS-AUDIT-PLACE
    IF CONTAINER-TYPE(CONTAINER-ID) = CONTAINER-TYPE-ENDER
        MOVE CONTAINER-ENDER-OWNER(CONTAINER-ID) TO WS-ENDER-OWNER
        STRING "[ender] " FUNCTION TRIM(CLIENT-USERNAME(LK-CLIENT)) " in "
               FUNCTION TRIM(PLAYER-USERNAME(WS-ENDER-OWNER)) "'s ender chest"
            DELIMITED BY SIZE INTO WS-AUDIT-PLACE
        EXIT PARAGRAPH
    END-IF
    MOVE CONTAINER-BLOCK-X(CONTAINER-ID) TO WS-X-TEXT
    MOVE CONTAINER-BLOCK-Y(CONTAINER-ID) TO WS-Y-TEXT
    MOVE CONTAINER-BLOCK-Z(CONTAINER-ID) TO WS-Z-TEXT
    STRING "[chest] " FUNCTION TRIM(CLIENT-USERNAME(LK-CLIENT)) " at ("
           FUNCTION TRIM(WS-X-TEXT) "," FUNCTION TRIM(WS-Y-TEXT) ","
           FUNCTION TRIM(WS-Z-TEXT) ")"
        DELIMITED BY SIZE INTO WS-AUDIT-PLACE
    EXIT PARAGRAPH.

*> The item's registry name, so the audit file greps by name instead of id.

*> Resyncs an open container plus the player's own main inventory/hotbar in one packet,
*> the same slot ordering vanilla uses for a non-player window.
*> Every click against an open window ends here, so this is also where an ender
*> chest's changes are copied back to its owner's PLAYER-ENDER-ITEMS.
SyncContainer.
    IF CONTAINER-TYPE(CONTAINER-ID) = CONTAINER-TYPE-ENDER
        PERFORM StoreEnderItems
    END-IF
    ADD 1 TO PLAYER-WINDOW-STATE(PLAYER-ID)

    MOVE 0 TO WS-COMBINED-INDEX
        WS-COMBINED-SLOTS PLAYER-MOUSE-ITEM(PLAYER-ID)
    EXIT PARAGRAPH.

StoreEnderItems.
    MOVE CONTAINER-ENDER-OWNER(CONTAINER-ID) TO WS-ENDER-OWNER
    IF WS-ENDER-OWNER = 0 OR WS-ENDER-OWNER > MAX-PLAYER-ENTRIES
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING CONTAINER-SLOT-INDEX FROM 1 BY 1 UNTIL CONTAINER-SLOT-INDEX > 27
        MOVE CONTAINER-SLOT(CONTAINER-ID, CONTAINER-SLOT-INDEX)
            TO PLAYER-ENDER-SLOT(WS-ENDER-OWNER, CONTAINER-SLOT-INDEX)
    END-PERFORM
    EXIT PARAGRAPH.

*> One wire-format slot off the click payload -- the shared decoder also serves
*> the Set Creative Mode Slot packet, so the two parse items identically.
DecodeSlot.
