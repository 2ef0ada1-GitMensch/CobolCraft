        GOBACK
    END-IF

    *> Two bottles are only the same stack when they hold the same potion.
    IF LK-SLOT-A-SLOT-POTION NOT = LK-SLOT-B-SLOT-POTION
        GOBACK
    END-IF

    IF LK-SLOT-A-SLOT-REPAIR-COST NOT = LK-SLOT-B-SLOT-REPAIR-COST
        GOBACK
    END-IF

    IF LK-SLOT-A-SLOT-CUSTOM-NAME-LENGTH NOT = LK-SLOT-B-SLOT-CUSTOM-NAME-LENGTH
            OR LK-SLOT-A-SLOT-CUSTOM-NAME NOT = LK-SLOT-B-SLOT-CUSTOM-NAME
        GOBACK
        CALL "NbtEncode-Int" USING LK-STATE LK-BUFFER "Damage" 6 LK-SLOT-SLOT-DAMAGE
    END-IF

    IF LK-SLOT-SLOT-POTION > 0
        CALL "NbtEncode-Int" USING LK-STATE LK-BUFFER "Potion" 6 LK-SLOT-SLOT-POTION
    END-IF

    IF LK-SLOT-SLOT-REPAIR-COST > 0
        CALL "NbtEncode-Int" USING LK-STATE LK-BUFFER "RepairCost" 10
            LK-SLOT-SLOT-REPAIR-COST
    END-IF

    IF LK-SLOT-SLOT-ENCHANTMENT-COUNT > 0
        CALL "NbtEncode-List" USING LK-STATE LK-BUFFER "Enchantments" 12
            X"09" X"0A" LK-SLOT-SLOT-ENCHANTMENT-COUNT
    MOVE 0 TO LK-SLOT-SLOT-ENCHANTMENT-COUNT
    MOVE 0 TO LK-SLOT-SLOT-LORE-COUNT
    MOVE 0 TO LK-SLOT-SLOT-DAMAGE
    MOVE 0 TO LK-SLOT-SLOT-POTION
    MOVE 0 TO LK-SLOT-SLOT-REPAIR-COST

    PERFORM UNTIL EXIT
        CALL "NbtDecode-Peek" USING LK-STATE LK-BUFFER WS-AT-END WS-TAG-NAME WS-NAME-LEN
                    LK-SLOT-SLOT-CUSTOM-NAME LK-SLOT-SLOT-CUSTOM-NAME-LENGTH
            WHEN WS-TAG-NAME(1:WS-NAME-LEN) = "Damage"
                CALL "NbtDecode-Int" USING LK-STATE LK-BUFFER LK-SLOT-SLOT-DAMAGE
            WHEN WS-TAG-NAME(1:WS-NAME-LEN) = "Potion"
                CALL "NbtDecode-Int" USING LK-STATE LK-BUFFER LK-SLOT-SLOT-POTION
            WHEN WS-TAG-NAME(1:WS-NAME-LEN) = "RepairCost"
                CALL "NbtDecode-Int" USING LK-STATE LK-BUFFER LK-SLOT-SLOT-REPAIR-COST
            WHEN WS-TAG-NAME(1:WS-NAME-LEN) = "Enchantments"
                PERFORM DecodeEnchantmentsList
            WHEN WS-TAG-NAME(1:WS-NAME-LEN) = "Lore"
    01 C-COMPONENT-CUSTOM-NAME  BINARY-LONG VALUE 5.
    01 C-COMPONENT-LORE         BINARY-LONG VALUE 8.
    01 C-COMPONENT-ENCHANTMENTS BINARY-LONG VALUE 10.
    01 C-COMPONENT-REPAIR-COST  BINARY-LONG VALUE 17.
    01 C-COMPONENT-POTION-CONTENTS BINARY-LONG VALUE 41.
    01 WS-HAS-POTION            BINARY-CHAR.
    01 WS-POTION-ID             BINARY-LONG.
    01 WS-STRING-LENGTH         BINARY-LONG UNSIGNED.
    01 WS-COMPONENT-LOOP-COUNT  BINARY-LONG UNSIGNED.
    01 WS-COMPONENT-LOOP-INDEX  BINARY-LONG UNSIGNED.
    MOVE 0 TO LK-SLOT-SLOT-LORE-COUNT
    MOVE 0 TO LK-SLOT-SLOT-ENCHANTMENT-COUNT
    MOVE 0 TO LK-SLOT-SLOT-DAMAGE
    MOVE 0 TO LK-SLOT-SLOT-POTION
    MOVE 0 TO LK-SLOT-SLOT-REPAIR-COST

    MOVE LK-OFFSET TO COMPONENTS-OFFSET
    CALL "Decode-VarInt" USING LK-BUFFER COMPONENTS-OFFSET COMPONENTS-ADD-COUNT
                PERFORM DecodeLoreComponent
            WHEN C-COMPONENT-ENCHANTMENTS
                PERFORM DecodeEnchantmentsComponent
            WHEN C-COMPONENT-POTION-CONTENTS
                PERFORM DecodePotionComponent
            WHEN C-COMPONENT-REPAIR-COST
                CALL "Decode-VarInt" USING LK-BUFFER COMPONENTS-OFFSET
                    LK-SLOT-SLOT-REPAIR-COST
            WHEN OTHER
                MOVE WS-COMPONENT-ENTRY-OFFSET TO COMPONENTS-OFFSET
                CALL "Components-LengthOf" USING LK-BUFFER COMPONENTS-OFFSET COMPONENTS-LENGTH
    END-PERFORM
    EXIT PARAGRAPH.

*> Only the base potion matters here (custom colors and custom effect lists
*> come from commands, not brewing): read its optional registry id, then
*> measure the whole component from its start and step over the rest.
DecodePotionComponent.
    CALL "Decode-Byte" USING LK-BUFFER COMPONENTS-OFFSET WS-HAS-POTION
    IF WS-HAS-POTION NOT = 0
        CALL "Decode-VarInt" USING LK-BUFFER COMPONENTS-OFFSET WS-POTION-ID
        COMPUTE LK-SLOT-SLOT-POTION = WS-POTION-ID + 1
    END-IF
    MOVE WS-COMPONENT-ENTRY-OFFSET TO COMPONENTS-OFFSET
    CALL "Components-LengthOf" USING LK-BUFFER COMPONENTS-OFFSET COMPONENTS-LENGTH
    ADD COMPONENTS-LENGTH TO COMPONENTS-OFFSET
    EXIT PARAGRAPH.

END PROGRAM InventorySlot-DecodeWire.
