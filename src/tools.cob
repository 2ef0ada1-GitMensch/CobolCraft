    GOBACK.

END PROGRAM Tool-DamageHeld.

*> --- Tool-DigSpeed ---
*> The fastest a player's held item can mine anything: the vanilla
*> per-material mining speeds (wooden 2 up to golden 12) for the four digging
*> tool shapes, shears and swords at their best-case rates, plus Efficiency's
*> level squared + 1 on top. Bare hands and anything else answer 1. It is an
*> upper bound -- the block being dug is not considered, so the right tool is
*> always assumed -- which is what RecvPacket-PlayerAction wants: an honest dig
*> is never refused, and a dig faster than even this is not honest.
IDENTIFICATION DIVISION.
PROGRAM-ID. Tool-DigSpeed.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    01 WS-ITEM-REGISTRY-INDEX   BINARY-LONG UNSIGNED VALUE 0.
    01 WS-ENCH-REGISTRY-INDEX   BINARY-LONG UNSIGNED VALUE 0.
    *> Resolved once from the enchantment registry; -1 until then, and for
    *> good if the registry has no Efficiency.
    01 WS-EFFICIENCY-RESOLVED   BINARY-CHAR UNSIGNED VALUE 0.
    01 WS-EFFICIENCY-ID         BINARY-LONG VALUE -1.
    01 WS-REGISTRY-LENGTH       BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY        BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY-ID     BINARY-LONG UNSIGNED.
    01 WS-ITEM-ID               BINARY-LONG.
    01 WS-ITEM-NAME             PIC X(64).
    01 WS-ENTRY-NAME            PIC X(64).
    01 WS-NAME-LEN              BINARY-LONG UNSIGNED.
    01 WS-HELD-INDEX            BINARY-LONG UNSIGNED.
    01 WS-ENCH-INDEX            BINARY-LONG UNSIGNED.
    01 WS-EFFICIENCY-LEVEL      BINARY-LONG UNSIGNED.
    01 WS-IS-DIGGER             BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID             BINARY-LONG UNSIGNED.
    01 LK-SPEED                 FLOAT-SHORT.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-SPEED.
    MOVE 1 TO LK-SPEED

    COMPUTE WS-HELD-INDEX = 37 + PLAYER-HELD-SLOT(LK-PLAYER-ID)
    IF PLAYER-INVENTORY-SLOT-SLOT-COUNT(LK-PLAYER-ID, WS-HELD-INDEX) = 0
        GOBACK
    END-IF
    MOVE PLAYER-INVENTORY-SLOT-SLOT-ID(LK-PLAYER-ID, WS-HELD-INDEX) TO WS-ITEM-ID

    IF WS-ITEM-REGISTRY-INDEX = 0
        CALL "Registries-GetRegistryIndex" USING "minecraft:item" WS-ITEM-REGISTRY-INDEX
        IF WS-ITEM-REGISTRY-INDEX = 0
            GOBACK
        END-IF
    END-IF

    MOVE SPACES TO WS-ITEM-NAME
    CALL "Registries-GetRegistryLength" USING WS-ITEM-REGISTRY-INDEX WS-REGISTRY-LENGTH
    PERFORM VARYING WS-REGISTRY-ENTRY FROM 1 BY 1 UNTIL WS-REGISTRY-ENTRY > WS-REGISTRY-LENGTH
        CALL "Registries-Iterate-EntryId" USING WS-ITEM-REGISTRY-INDEX WS-REGISTRY-ENTRY
            WS-REGISTRY-ENTRY-ID
        IF WS-REGISTRY-ENTRY-ID = WS-ITEM-ID
            CALL "Registries-Iterate-EntryName" USING WS-ITEM-REGISTRY-INDEX WS-REGISTRY-ENTRY
                WS-ITEM-NAME
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-ITEM-NAME = SPACES
        GOBACK
    END-IF

    IF WS-ITEM-NAME = "minecraft:shears"
        MOVE 15 TO LK-SPEED
        PERFORM AddEfficiency
        GOBACK
    END-IF

    COMPUTE WS-NAME-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-ITEM-NAME))
    IF WS-NAME-LEN > 6 AND WS-ITEM-NAME(WS-NAME-LEN - 5:6) = "_sword"
        MOVE 1.5 TO LK-SPEED
        GOBACK
    END-IF

    MOVE 0 TO WS-IS-DIGGER
    IF WS-NAME-LEN > 8 AND WS-ITEM-NAME(WS-NAME-LEN - 7:8) = "_pickaxe"
        MOVE 1 TO WS-IS-DIGGER
    END-IF
    IF WS-NAME-LEN > 4 AND WS-ITEM-NAME(WS-NAME-LEN - 3:4) = "_axe"
        MOVE 1 TO WS-IS-DIGGER
    END-IF
    IF WS-NAME-LEN > 7 AND WS-ITEM-NAME(WS-NAME-LEN - 6:7) = "_shovel"
        MOVE 1 TO WS-IS-DIGGER
    END-IF
    IF WS-NAME-LEN > 4 AND WS-ITEM-NAME(WS-NAME-LEN - 3:4) = "_hoe"
        MOVE 1 TO WS-IS-DIGGER
    END-IF
    IF WS-IS-DIGGER = 0
        GOBACK
    END-IF

    EVALUATE TRUE
        WHEN WS-ITEM-NAME(1:17) = "minecraft:wooden_"
            MOVE 2 TO LK-SPEED
        WHEN WS-ITEM-NAME(1:16) = "minecraft:stone_"
            MOVE 4 TO LK-SPEED
        WHEN WS-ITEM-NAME(1:15) = "minecraft:iron_"
            MOVE 6 TO LK-SPEED
        WHEN WS-ITEM-NAME(1:18) = "minecraft:diamond_"
            MOVE 8 TO LK-SPEED
        WHEN WS-ITEM-NAME(1:20) = "minecraft:netherite_"
            MOVE 9 TO LK-SPEED
        WHEN WS-ITEM-NAME(1:17) = "minecraft:golden_"
            MOVE 12 TO LK-SPEED
        WHEN OTHER
            GOBACK
    END-EVALUATE
    PERFORM AddEfficiency
    GOBACK.

AddEfficiency.
    IF WS-EFFICIENCY-RESOLVED = 0
        MOVE 1 TO WS-EFFICIENCY-RESOLVED
        CALL "Registries-GetRegistryIndex" USING "minecraft:enchantment" WS-ENCH-REGISTRY-INDEX
        IF WS-ENCH-REGISTRY-INDEX > 0
            CALL "Registries-GetRegistryLength" USING WS-ENCH-REGISTRY-INDEX WS-REGISTRY-LENGTH
            PERFORM VARYING WS-REGISTRY-ENTRY FROM 1 BY 1
                    UNTIL WS-REGISTRY-ENTRY > WS-REGISTRY-LENGTH
                CALL "Registries-Iterate-EntryName" USING WS-ENCH-REGISTRY-INDEX
                    WS-REGISTRY-ENTRY WS-ENTRY-NAME
                IF WS-ENTRY-NAME = "minecraft:efficiency"
                    CALL "Registries-Iterate-EntryId" USING WS-ENCH-REGISTRY-INDEX
                        WS-REGISTRY-ENTRY WS-REGISTRY-ENTRY-ID
                    MOVE WS-REGISTRY-ENTRY-ID TO WS-EFFICIENCY-ID
                    EXIT PERFORM
                END-IF
            END-PERFORM
        END-IF
    END-IF
    IF WS-EFFICIENCY-ID < 0
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-EFFICIENCY-LEVEL
    PERFORM VARYING WS-ENCH-INDEX FROM 1 BY 1
            UNTIL WS-ENCH-INDEX > PLAYER-INVENTORY-SLOT-SLOT-ENCHANTMENT-COUNT(LK-PLAYER-ID, WS-HELD-INDEX)
                OR WS-ENCH-INDEX > 16
        IF PLAYER-INVENTORY-SLOT-SLOT-ENCHANTMENT-ID(LK-PLAYER-ID, WS-HELD-INDEX, WS-ENCH-INDEX)
                = WS-EFFICIENCY-ID
            MOVE PLAYER-INVENTORY-SLOT-SLOT-ENCHANTMENT-LEVEL(LK-PLAYER-ID, WS-HELD-INDEX,
                WS-ENCH-INDEX) TO WS-EFFICIENCY-LEVEL
        END-IF
    END-PERFORM
    IF WS-EFFICIENCY-LEVEL > 0
        COMPUTE LK-SPEED = LK-SPEED + WS-EFFICIENCY-LEVEL * WS-EFFICIENCY-LEVEL + 1
    END-IF
    EXIT PARAGRAPH.

END PROGRAM Tool-DigSpeed.
