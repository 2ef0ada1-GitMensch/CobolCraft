*> --- Anvil-UpdateResult ---
*> Work out what an anvil (slot 1 = the item worked on, 2 = material or a
*> second item, 3 = the result) currently offers, and at what price:
*>
*>   - repair: slot 2 holds the worked item's base material (planks for
*>     wooden gear, cobblestone for stone, iron ingots for iron and chainmail,
*>     gold ingots, diamonds, leather). Each item of it mends a quarter of
*>     the durability budget Tool-MaxDurability registers, one level apiece.
*>   - combine: slot 2 holds the same kind of gear. The two remaining
*>     durabilities add up plus a 12% bonus (two levels), and slot 2's
*>     enchantments merge in -- equal levels go up by one, otherwise the
*>     higher wins -- each costing its resulting level.
*>   - rename: the name typed into the window differs from what the item is
*>     called now (one level; an emptied field removes a custom name).
*>
*> On top of the work comes the prior-work penalty of both items
*> (PREFIX-SLOT-REPAIR-COST), which the result carries forward doubled plus
*> one -- so every trip to the anvil makes the next one dearer, as in vanilla.
*> A rename on its own is never priced past 39 levels; anything else reaching
*> 40 is "too expensive" outside creative and offers no result. The price is
*> streamed to everyone with the window open as container property 0, which
*> the vanilla anvil screen renders its cost line from.
*>
*> Called by RecvPacket-ContainerClick when a click changes slot 1 or 2, by
*> RecvPacket-RenameItem when the typed name changes, and by
*> Anvil-ConsumeInputs once a result has been taken.
IDENTIFICATION DIVISION.
PROGRAM-ID. Anvil-UpdateResult.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-CONTAINERS.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    01 WS-RESULT-SLOT.
        COPY DD-INVENTORY-SLOT REPLACING LEADING ==PREFIX== BY ==WS-RESULT==.
    01 WS-MAX-DURABILITY        BINARY-LONG UNSIGNED.
    01 WS-WORK-COST             BINARY-LONG UNSIGNED.
    01 WS-RENAME-COST           BINARY-LONG UNSIGNED.
    01 WS-TOTAL-COST            BINARY-LONG UNSIGNED.
    01 WS-PENALTY               BINARY-LONG UNSIGNED.
    01 WS-RIGHT-USE             BINARY-CHAR UNSIGNED.
    01 WS-REMAINING             BINARY-LONG.
    01 WS-REPAIR-UNIT           BINARY-LONG UNSIGNED.
    01 WS-IS-MATERIAL           BINARY-CHAR UNSIGNED.
    01 WS-LEFT-NAME             PIC X(64).
    01 WS-RIGHT-NAME            PIC X(64).
    01 WS-NAME-LEN              BINARY-LONG UNSIGNED.
    01 WS-RIGHT-ENCH            BINARY-LONG UNSIGNED.
    01 WS-ENCH-INDEX            BINARY-LONG UNSIGNED.
    01 WS-EXISTING              BINARY-LONG UNSIGNED.
    01 WS-ENCH-ID               BINARY-LONG UNSIGNED.
    01 WS-ENCH-LEVEL            BINARY-LONG UNSIGNED.
    01 WS-NEW-LEVEL             BINARY-LONG UNSIGNED.
    *> No enchantment in the vanilla registry goes past V, and the registry
    *> entries the runtime hands out don't carry their own cap.
    01 MAX-ENCHANT-LEVEL        BINARY-LONG UNSIGNED VALUE 5.
    *> The item's current display name: its custom name, or the English name
    *> the client shows for it by default (registry name, underscores to
    *> spaces, words capitalised) -- what the rename field starts out holding.
    01 WS-SHOWN-NAME            PIC X(64).
    01 WS-SHOWN-LEN             BINARY-LONG UNSIGNED.
    01 WS-CHAR-INDEX            BINARY-LONG UNSIGNED.
    01 WS-WORD-START            BINARY-CHAR UNSIGNED.
    *> item registry lookup
    01 WS-ITEM-REGISTRY-INDEX   BINARY-LONG UNSIGNED VALUE 0.
    01 WS-REGISTRY-LENGTH       BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY        BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY-ID     BINARY-LONG UNSIGNED.
    01 WS-LOOKUP-ID             BINARY-LONG.
    01 WS-LOOKUP-NAME           PIC X(64).
    *> property streaming
    01 WS-VIEW-PLAYER           BINARY-LONG UNSIGNED.
    01 WS-VIEW-CLIENT           BINARY-LONG UNSIGNED.
    01 WS-PROPERTY              BINARY-LONG.
    01 WS-PROPERTY-VALUE        BINARY-LONG.
LINKAGE SECTION.
    01 LK-PLAYER-ID             BINARY-LONG UNSIGNED.
    01 LK-CONTAINER-ID          BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-CONTAINER-ID.
    INITIALIZE CONTAINER-SLOT(LK-CONTAINER-ID, 3)
    MOVE 0 TO CONTAINER-ANVIL-COST(LK-CONTAINER-ID)
    MOVE 0 TO CONTAINER-ANVIL-RIGHT-USE(LK-CONTAINER-ID)

    PERFORM BuildResult
    PERFORM NotifyViewers
    GOBACK.

BuildResult.
    IF CONTAINER-SLOT-SLOT-COUNT(LK-CONTAINER-ID, 1) = 0
        EXIT PARAGRAPH
    END-IF

    MOVE CONTAINER-SLOT(LK-CONTAINER-ID, 1) TO WS-RESULT-SLOT
    MOVE 0 TO WS-WORK-COST
    MOVE 0 TO WS-RENAME-COST
    MOVE 0 TO WS-RIGHT-USE
    MOVE CONTAINER-SLOT-SLOT-REPAIR-COST(LK-CONTAINER-ID, 1) TO WS-PENALTY
    CALL "Tool-MaxDurability" USING WS-RESULT-SLOT-ID WS-MAX-DURABILITY

    MOVE WS-RESULT-SLOT-ID TO WS-LOOKUP-ID
    PERFORM ResolveItemName
    MOVE WS-LOOKUP-NAME TO WS-LEFT-NAME

    *> Whatever sits in slot 2 has to be usable -- a stray block there means
    *> no result at all, rename included, the way the vanilla screen behaves.
    IF CONTAINER-SLOT-SLOT-COUNT(LK-CONTAINER-ID, 2) > 0
        MOVE CONTAINER-SLOT-SLOT-ID(LK-CONTAINER-ID, 2) TO WS-LOOKUP-ID
        PERFORM ResolveItemName
        MOVE WS-LOOKUP-NAME TO WS-RIGHT-NAME
        IF CONTAINER-SLOT-SLOT-ID(LK-CONTAINER-ID, 2) = WS-RESULT-SLOT-ID
                AND WS-MAX-DURABILITY > 0
            PERFORM CombineItems
        ELSE
            PERFORM CheckRepairMaterial
            IF WS-IS-MATERIAL = 1
                PERFORM RepairWithMaterial
            END-IF
        END-IF
        IF WS-RIGHT-USE = 0 OR WS-WORK-COST = 0
            EXIT PARAGRAPH
        END-IF
    END-IF

    PERFORM ApplyRename
    IF WS-WORK-COST = 0 AND WS-RENAME-COST = 0
        EXIT PARAGRAPH
    END-IF

    COMPUTE WS-TOTAL-COST = WS-WORK-COST + WS-RENAME-COST + WS-PENALTY
    IF WS-WORK-COST = 0 AND WS-TOTAL-COST > 39
        MOVE 39 TO WS-TOTAL-COST
    END-IF
    MOVE WS-TOTAL-COST TO CONTAINER-ANVIL-COST(LK-CONTAINER-ID)
    IF WS-TOTAL-COST >= 40 AND PLAYER-GAMEMODE(LK-PLAYER-ID) NOT = 1
        EXIT PARAGRAPH
    END-IF

    *> Real work raises the penalty the result carries; a rename alone doesn't.
    IF WS-WORK-COST > 0
        MOVE CONTAINER-SLOT-SLOT-REPAIR-COST(LK-CONTAINER-ID, 1) TO WS-PENALTY
        IF WS-RIGHT-USE > 0 AND CONTAINER-SLOT-SLOT-REPAIR-COST(LK-CONTAINER-ID, 2) > WS-PENALTY
            MOVE CONTAINER-SLOT-SLOT-REPAIR-COST(LK-CONTAINER-ID, 2) TO WS-PENALTY
        END-IF
        COMPUTE WS-RESULT-SLOT-REPAIR-COST = WS-PENALTY * 2 + 1
    END-IF

    MOVE WS-RESULT-SLOT TO CONTAINER-SLOT(LK-CONTAINER-ID, 3)
    MOVE WS-RIGHT-USE TO CONTAINER-ANVIL-RIGHT-USE(LK-CONTAINER-ID)
    EXIT PARAGRAPH.

*> Two of the same gear: durability adds up with the 12% bonus, then slot 2's
*> enchantments fold in. Slot 2's own penalty is charged alongside slot 1's.
CombineItems.
    MOVE 1 TO WS-RIGHT-USE
    ADD CONTAINER-SLOT-SLOT-REPAIR-COST(LK-CONTAINER-ID, 2) TO WS-PENALTY

    IF WS-RESULT-SLOT-DAMAGE > 0
        COMPUTE WS-REMAINING = WS-MAX-DURABILITY - WS-RESULT-SLOT-DAMAGE
            + WS-MAX-DURABILITY - CONTAINER-SLOT-SLOT-DAMAGE(LK-CONTAINER-ID, 2)
            + WS-MAX-DURABILITY * 12 / 100
        IF WS-REMAINING >= WS-MAX-DURABILITY
            MOVE 0 TO WS-RESULT-SLOT-DAMAGE
        ELSE
            COMPUTE WS-RESULT-SLOT-DAMAGE = WS-MAX-DURABILITY - WS-REMAINING
        END-IF
        ADD 2 TO WS-WORK-COST
    END-IF

    PERFORM VARYING WS-RIGHT-ENCH FROM 1 BY 1
            UNTIL WS-RIGHT-ENCH > CONTAINER-SLOT-SLOT-ENCHANTMENT-COUNT(LK-CONTAINER-ID, 2)
        PERFORM MergeOneEnchantment
    END-PERFORM
    EXIT PARAGRAPH.

*> Folds one of slot 2's enchantments into the result: a matching entry at
*> the same level goes up by one (to the cap), a higher incoming level
*> replaces a lower one, and a new enchantment takes the next free row
*> (16 rows, as the slot layout has -- a full table just keeps what it has).
MergeOneEnchantment.
    MOVE CONTAINER-SLOT-SLOT-ENCHANTMENT-ID(LK-CONTAINER-ID, 2, WS-RIGHT-ENCH) TO WS-ENCH-ID
    MOVE CONTAINER-SLOT-SLOT-ENCHANTMENT-LEVEL(LK-CONTAINER-ID, 2, WS-RIGHT-ENCH) TO WS-ENCH-LEVEL

    MOVE 0 TO WS-EXISTING
    PERFORM VARYING WS-ENCH-INDEX FROM 1 BY 1
            UNTIL WS-ENCH-INDEX > WS-RESULT-SLOT-ENCHANTMENT-COUNT
        IF WS-RESULT-SLOT-ENCHANTMENT-ID(WS-ENCH-INDEX) = WS-ENCH-ID
            MOVE WS-ENCH-INDEX TO WS-EXISTING
            EXIT PERFORM
        END-IF
    END-PERFORM

    IF WS-EXISTING NOT = 0
        MOVE WS-RESULT-SLOT-ENCHANTMENT-LEVEL(WS-EXISTING) TO WS-NEW-LEVEL
        IF WS-ENCH-LEVEL = WS-NEW-LEVEL
            IF WS-NEW-LEVEL < MAX-ENCHANT-LEVEL
                ADD 1 TO WS-NEW-LEVEL
            END-IF
        ELSE
            IF WS-ENCH-LEVEL > WS-NEW-LEVEL
                MOVE WS-ENCH-LEVEL TO WS-NEW-LEVEL
            END-IF
        END-IF
        MOVE WS-NEW-LEVEL TO WS-RESULT-SLOT-ENCHANTMENT-LEVEL(WS-EXISTING)
        ADD WS-NEW-LEVEL TO WS-WORK-COST
        EXIT PARAGRAPH
    END-IF

    IF WS-RESULT-SLOT-ENCHANTMENT-COUNT < 16
        ADD 1 TO WS-RESULT-SLOT-ENCHANTMENT-COUNT
        MOVE WS-ENCH-ID TO WS-RESULT-SLOT-ENCHANTMENT-ID(WS-RESULT-SLOT-ENCHANTMENT-COUNT)
        MOVE WS-ENCH-LEVEL TO WS-RESULT-SLOT-ENCHANTMENT-LEVEL(WS-RESULT-SLOT-ENCHANTMENT-COUNT)
        ADD WS-ENCH-LEVEL TO WS-WORK-COST
    END-IF
    EXIT PARAGRAPH.

*> Is slot 2 the worked gear's base material? Keyed off the same name
*> prefixes Tool-MaxDurability sorts materials by; bows and flint and steel
*> have no material and only mend by combining.
CheckRepairMaterial.
    MOVE 0 TO WS-IS-MATERIAL
    IF WS-MAX-DURABILITY = 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-NAME-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-RIGHT-NAME))
    EVALUATE TRUE
        WHEN WS-LEFT-NAME(1:17) = "minecraft:wooden_"
            IF WS-NAME-LEN > 7 AND WS-RIGHT-NAME(WS-NAME-LEN - 6:7) = "_planks"
                MOVE 1 TO WS-IS-MATERIAL
            END-IF
        WHEN WS-LEFT-NAME(1:16) = "minecraft:stone_"
            IF WS-RIGHT-NAME = "minecraft:cobblestone"
                    OR WS-RIGHT-NAME = "minecraft:cobbled_deepslate"
                    OR WS-RIGHT-NAME = "minecraft:blackstone"
                MOVE 1 TO WS-IS-MATERIAL
            END-IF
        WHEN WS-LEFT-NAME(1:15) = "minecraft:iron_"
        WHEN WS-LEFT-NAME(1:20) = "minecraft:chainmail_"
            IF WS-RIGHT-NAME = "minecraft:iron_ingot"
                MOVE 1 TO WS-IS-MATERIAL
            END-IF
        WHEN WS-LEFT-NAME(1:17) = "minecraft:golden_"
            IF WS-RIGHT-NAME = "minecraft:gold_ingot"
                MOVE 1 TO WS-IS-MATERIAL
            END-IF
        WHEN WS-LEFT-NAME(1:18) = "minecraft:diamond_"
            IF WS-RIGHT-NAME = "minecraft:diamond"
                MOVE 1 TO WS-IS-MATERIAL
            END-IF
        WHEN WS-LEFT-NAME(1:18) = "minecraft:leather_"
            IF WS-RIGHT-NAME = "minecraft:leather"
                MOVE 1 TO WS-IS-MATERIAL
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    EXIT PARAGRAPH.

*> Each material item mends a quarter of the budget, one level apiece, and
*> only as many are used as the damage needs. An undamaged item can't be
*> repaired, which leaves WS-RIGHT-USE at 0 and so no result.
RepairWithMaterial.
    IF WS-RESULT-SLOT-DAMAGE = 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-REPAIR-UNIT = WS-MAX-DURABILITY / 4
    IF WS-REPAIR-UNIT = 0
        MOVE 1 TO WS-REPAIR-UNIT
    END-IF
    PERFORM UNTIL WS-RESULT-SLOT-DAMAGE = 0
            OR WS-RIGHT-USE >= CONTAINER-SLOT-SLOT-COUNT(LK-CONTAINER-ID, 2)
        IF WS-RESULT-SLOT-DAMAGE > WS-REPAIR-UNIT
            SUBTRACT WS-REPAIR-UNIT FROM WS-RESULT-SLOT-DAMAGE
        ELSE
            MOVE 0 TO WS-RESULT-SLOT-DAMAGE
        END-IF
        ADD 1 TO WS-RIGHT-USE
        ADD 1 TO WS-WORK-COST
    END-PERFORM
    EXIT PARAGRAPH.

*> Nothing to do until the client has sent a name for this item. A name equal
*> to what the item already shows is no rename; an empty one takes a custom
*> name off.
ApplyRename.
    IF CONTAINER-ANVIL-NAME-SET(LK-CONTAINER-ID) = 0
        EXIT PARAGRAPH
    END-IF

    IF CONTAINER-ANVIL-NAME-LENGTH(LK-CONTAINER-ID) = 0
        IF WS-RESULT-SLOT-CUSTOM-NAME-LENGTH > 0
            MOVE 0 TO WS-RESULT-SLOT-CUSTOM-NAME-LENGTH
            MOVE SPACES TO WS-RESULT-SLOT-CUSTOM-NAME
            MOVE 1 TO WS-RENAME-COST
        END-IF
        EXIT PARAGRAPH
    END-IF

    PERFORM BuildShownName
    IF CONTAINER-ANVIL-NAME-LENGTH(LK-CONTAINER-ID) = WS-SHOWN-LEN
            AND CONTAINER-ANVIL-NAME(LK-CONTAINER-ID) = WS-SHOWN-NAME
        EXIT PARAGRAPH
    END-IF

    MOVE CONTAINER-ANVIL-NAME-LENGTH(LK-CONTAINER-ID) TO WS-RESULT-SLOT-CUSTOM-NAME-LENGTH
    MOVE CONTAINER-ANVIL-NAME(LK-CONTAINER-ID) TO WS-RESULT-SLOT-CUSTOM-NAME
    MOVE 1 TO WS-RENAME-COST
    EXIT PARAGRAPH.

BuildShownName.
    MOVE SPACES TO WS-SHOWN-NAME
    IF WS-RESULT-SLOT-CUSTOM-NAME-LENGTH > 0
        MOVE WS-RESULT-SLOT-CUSTOM-NAME TO WS-SHOWN-NAME
        MOVE WS-RESULT-SLOT-CUSTOM-NAME-LENGTH TO WS-SHOWN-LEN
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-SHOWN-LEN
    IF WS-LEFT-NAME(1:10) NOT = "minecraft:"
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-SHOWN-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-LEFT-NAME)) - 10
    IF WS-SHOWN-LEN = 0
        EXIT PARAGRAPH
    END-IF
    MOVE WS-LEFT-NAME(11:WS-SHOWN-LEN) TO WS-SHOWN-NAME
    MOVE 1 TO WS-WORD-START
    PERFORM VARYING WS-CHAR-INDEX FROM 1 BY 1 UNTIL WS-CHAR-INDEX > WS-SHOWN-LEN
        IF WS-SHOWN-NAME(WS-CHAR-INDEX:1) = "_"
            MOVE SPACE TO WS-SHOWN-NAME(WS-CHAR-INDEX:1)
            MOVE 1 TO WS-WORD-START
        ELSE
            IF WS-WORD-START = 1
                MOVE FUNCTION UPPER-CASE(WS-SHOWN-NAME(WS-CHAR-INDEX:1))
                    TO WS-SHOWN-NAME(WS-CHAR-INDEX:1)
                MOVE 0 TO WS-WORD-START
            END-IF
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> WS-LOOKUP-ID -> WS-LOOKUP-NAME through the minecraft:item registry (spaces
*> when the id isn't registered).
ResolveItemName.
    MOVE SPACES TO WS-LOOKUP-NAME
    IF WS-ITEM-REGISTRY-INDEX = 0
        CALL "Registries-GetRegistryIndex" USING "minecraft:item" WS-ITEM-REGISTRY-INDEX
        IF WS-ITEM-REGISTRY-INDEX = 0
            EXIT PARAGRAPH
        END-IF
    END-IF
    CALL "Registries-GetRegistryLength" USING WS-ITEM-REGISTRY-INDEX WS-REGISTRY-LENGTH
    PERFORM VARYING WS-REGISTRY-ENTRY FROM 1 BY 1 UNTIL WS-REGISTRY-ENTRY > WS-REGISTRY-LENGTH
        CALL "Registries-Iterate-EntryId" USING WS-ITEM-REGISTRY-INDEX WS-REGISTRY-ENTRY
            WS-REGISTRY-ENTRY-ID
        IF WS-REGISTRY-ENTRY-ID = WS-LOOKUP-ID
            CALL "Registries-Iterate-EntryName" USING WS-ITEM-REGISTRY-INDEX WS-REGISTRY-ENTRY
                WS-LOOKUP-NAME
            EXIT PERFORM
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> Vanilla anvil-window property 0: the level cost (0 hides the cost line,
*> 40 and up reads "Too Expensive!").
NotifyViewers.
    MOVE 0 TO WS-PROPERTY
    MOVE CONTAINER-ANVIL-COST(LK-CONTAINER-ID) TO WS-PROPERTY-VALUE
    PERFORM VARYING WS-VIEW-PLAYER FROM 1 BY 1 UNTIL WS-VIEW-PLAYER > MAX-PLAYER-ENTRIES
        IF PLAYER-PRESENT(WS-VIEW-PLAYER) = 1
                AND PLAYER-OPEN-CONTAINER(WS-VIEW-PLAYER) = LK-CONTAINER-ID
            PERFORM VARYING WS-VIEW-CLIENT FROM 1 BY 1 UNTIL WS-VIEW-CLIENT > MAX-CLIENTS
                IF CLIENT-PRESENT(WS-VIEW-CLIENT) = 1
                        AND CLIENT-STATE(WS-VIEW-CLIENT) = CLIENT-STATE-PLAY
                        AND CLIENT-PLAYER(WS-VIEW-CLIENT) = WS-VIEW-PLAYER
                    CALL "SendPacket-SetContainerProperty" USING WS-VIEW-CLIENT
                        LK-CONTAINER-ID WS-PROPERTY WS-PROPERTY-VALUE
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

END PROGRAM Anvil-UpdateResult.

*> --- Anvil-ConsumeInputs ---
*> The result on offer has just been taken (and paid for): slot 1 is used up
*> whole, slot 2 loses however many items the work needed, the typed name is
*> forgotten with the item it belonged to, and the result is recomputed for
*> whatever is left -- a stack of material that wasn't all needed stays put.
IDENTIFICATION DIVISION.
PROGRAM-ID. Anvil-ConsumeInputs.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CONTAINERS.
LINKAGE SECTION.
    01 LK-PLAYER-ID             BINARY-LONG UNSIGNED.
    01 LK-CONTAINER-ID          BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-CONTAINER-ID.
    INITIALIZE CONTAINER-SLOT(LK-CONTAINER-ID, 1)

    IF CONTAINER-ANVIL-RIGHT-USE(LK-CONTAINER-ID) > 0
        IF CONTAINER-SLOT-SLOT-COUNT(LK-CONTAINER-ID, 2) > CONTAINER-ANVIL-RIGHT-USE(LK-CONTAINER-ID)
            SUBTRACT CONTAINER-ANVIL-RIGHT-USE(LK-CONTAINER-ID)
                FROM CONTAINER-SLOT-SLOT-COUNT(LK-CONTAINER-ID, 2)
        ELSE
            INITIALIZE CONTAINER-SLOT(LK-CONTAINER-ID, 2)
        END-IF
    END-IF

    MOVE 0 TO CONTAINER-ANVIL-NAME-SET(LK-CONTAINER-ID)
    MOVE 0 TO CONTAINER-ANVIL-NAME-LENGTH(LK-CONTAINER-ID)
    MOVE SPACES TO CONTAINER-ANVIL-NAME(LK-CONTAINER-ID)

    CALL "Anvil-UpdateResult" USING LK-PLAYER-ID LK-CONTAINER-ID
    GOBACK.

END PROGRAM Anvil-ConsumeInputs.
