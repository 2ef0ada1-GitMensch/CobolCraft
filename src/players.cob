    01 WS-FILENAME               PIC X(64).
    01 WS-FINAL-NAME             PIC X(64).
    01 WS-OLD-NAME               PIC X(64).
    01 WS-STAGE-NAME             PIC X(64).
    01 FS-STATUS                 PIC X(2).
    01 WS-LOG-MSG                PIC X(128).
    01 WS-RAW-BUFFER             PIC X(65536).
    01 WS-ENCH-INDEX             BINARY-LONG UNSIGNED.
    01 WS-LORE-INDEX             BINARY-LONG UNSIGNED.
    01 WS-USERNAME-LEN           BINARY-LONG UNSIGNED.
    01 WS-EFFECT-COUNT           BINARY-LONG UNSIGNED.
    01 WS-EFFECT-INDEX           BINARY-LONG UNSIGNED.
    01 WS-ADVANCEMENT-INDEX      BINARY-LONG UNSIGNED.
    01 WS-ADVANCEMENT-LEN        BINARY-LONG UNSIGNED.
    01 WS-RECIPE-INDEX           BINARY-LONG UNSIGNED.
    01 WS-RECIPE-LEN             BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG UNSIGNED.

    MOVE SPACES TO WS-FILENAME
    STRING FUNCTION TRIM(WS-FINAL-NAME) ".tmp" DELIMITED BY SIZE INTO WS-FILENAME

    *> Inside a save flush the record goes to the journal's stage file instead,
    *> and the commit does the generation rotation for the whole set at once.
    MOVE WS-FINAL-NAME TO WS-STAGE-NAME
    CALL "SaveJournal-TargetKeepOld" USING WS-STAGE-NAME
    IF WS-STAGE-NAME NOT = WS-FINAL-NAME
        MOVE WS-STAGE-NAME TO WS-FILENAME
    END-IF

    OPEN OUTPUT PLAYER-FILE
    IF FS-STATUS NOT = "00" THEN
        STRING "Failed to save player data: " FUNCTION TRIM(WS-FILENAME)
    CALL "NbtEncode-Int" USING NBT-ENCODER-STATE WS-RAW-BUFFER "BlocksBroken" 12 STAT-BLOCKS-BROKEN(LK-PLAYER-ID)
    CALL "NbtEncode-Int" USING NBT-ENCODER-STATE WS-RAW-BUFFER "BlocksPlaced" 12 STAT-BLOCKS-PLACED(LK-PLAYER-ID)

    *> Only the effects still running are written; the list is omitted entirely
    *> when there are none.
    MOVE 0 TO WS-EFFECT-COUNT
    PERFORM VARYING WS-EFFECT-INDEX FROM 1 BY 1 UNTIL WS-EFFECT-INDEX > 8
        IF PLAYER-EFFECT-TICKS(LK-PLAYER-ID, WS-EFFECT-INDEX) > 0
            ADD 1 TO WS-EFFECT-COUNT
        END-IF
    END-PERFORM
    IF WS-EFFECT-COUNT > 0
        CALL "NbtEncode-List" USING NBT-ENCODER-STATE WS-RAW-BUFFER "Effects" 7 X"09" X"0A"
            WS-EFFECT-COUNT
        PERFORM VARYING WS-EFFECT-INDEX FROM 1 BY 1 UNTIL WS-EFFECT-INDEX > 8
            IF PLAYER-EFFECT-TICKS(LK-PLAYER-ID, WS-EFFECT-INDEX) > 0
                CALL "NbtEncode-Compound" USING NBT-ENCODER-STATE WS-RAW-BUFFER SPACES 0
                CALL "NbtEncode-Int" USING NBT-ENCODER-STATE WS-RAW-BUFFER "Id" 2
                    PLAYER-EFFECT-ID(LK-PLAYER-ID, WS-EFFECT-INDEX)
                CALL "NbtEncode-Byte" USING NBT-ENCODER-STATE WS-RAW-BUFFER "Amplifier" 9
                    PLAYER-EFFECT-AMPLIFIER(LK-PLAYER-ID, WS-EFFECT-INDEX)
                CALL "NbtEncode-Int" USING NBT-ENCODER-STATE WS-RAW-BUFFER "Ticks" 5
                    PLAYER-EFFECT-TICKS(LK-PLAYER-ID, WS-EFFECT-INDEX)
                CALL "NbtEncode-EndCompound" USING NBT-ENCODER-STATE WS-RAW-BUFFER
            END-IF
        END-PERFORM
        CALL "NbtEncode-EndList" USING NBT-ENCODER-STATE WS-RAW-BUFFER
    END-IF

    *> Earned advancements by id; omitted while there are none.
    IF PLAYER-ADVANCEMENT-COUNT(LK-PLAYER-ID) > 0
        CALL "NbtEncode-List" USING NBT-ENCODER-STATE WS-RAW-BUFFER "Advancements" 12
            X"09" X"08" PLAYER-ADVANCEMENT-COUNT(LK-PLAYER-ID)
        PERFORM VARYING WS-ADVANCEMENT-INDEX FROM 1 BY 1
                UNTIL WS-ADVANCEMENT-INDEX > PLAYER-ADVANCEMENT-COUNT(LK-PLAYER-ID)
            COMPUTE WS-ADVANCEMENT-LEN = FUNCTION LENGTH(FUNCTION TRIM(
                PLAYER-ADVANCEMENT(LK-PLAYER-ID, WS-ADVANCEMENT-INDEX)))
            CALL "NbtEncode-String" USING NBT-ENCODER-STATE WS-RAW-BUFFER SPACES 0
                PLAYER-ADVANCEMENT(LK-PLAYER-ID, WS-ADVANCEMENT-INDEX) WS-ADVANCEMENT-LEN
        END-PERFORM
        CALL "NbtEncode-EndList" USING NBT-ENCODER-STATE WS-RAW-BUFFER
    END-IF

    *> Unlocked recipe book entries by identifier; omitted while there are none.
    IF PLAYER-RECIPE-COUNT(LK-PLAYER-ID) > 0
        CALL "NbtEncode-List" USING NBT-ENCODER-STATE WS-RAW-BUFFER "Recipes" 7
            X"09" X"08" PLAYER-RECIPE-COUNT(LK-PLAYER-ID)
        PERFORM VARYING WS-RECIPE-INDEX FROM 1 BY 1
                UNTIL WS-RECIPE-INDEX > PLAYER-RECIPE-COUNT(LK-PLAYER-ID)
            COMPUTE WS-RECIPE-LEN = FUNCTION LENGTH(FUNCTION TRIM(
                PLAYER-RECIPE(LK-PLAYER-ID, WS-RECIPE-INDEX)))
            CALL "NbtEncode-String" USING NBT-ENCODER-STATE WS-RAW-BUFFER SPACES 0
                PLAYER-RECIPE(LK-PLAYER-ID, WS-RECIPE-INDEX) WS-RECIPE-LEN
        END-PERFORM
        CALL "NbtEncode-EndList" USING NBT-ENCODER-STATE WS-RAW-BUFFER
    END-IF

    CALL "NbtEncode-List" USING NBT-ENCODER-STATE WS-RAW-BUFFER "Inventory" 9 X"09" X"0A" 46
    PERFORM VARYING WS-SLOT-INDEX FROM 1 BY 1 UNTIL WS-SLOT-INDEX > 46
        MOVE PLAYER-INVENTORY-SLOT(LK-PLAYER-ID, WS-SLOT-INDEX) TO WS-SLOT-SCRATCH
    END-PERFORM
    CALL "NbtEncode-EndList" USING NBT-ENCODER-STATE WS-RAW-BUFFER

    CALL "NbtEncode-List" USING NBT-ENCODER-STATE WS-RAW-BUFFER "EnderItems" 10 X"09" X"0A" 27
    PERFORM VARYING WS-SLOT-INDEX FROM 1 BY 1 UNTIL WS-SLOT-INDEX > 27
        MOVE PLAYER-ENDER-SLOT(LK-PLAYER-ID, WS-SLOT-INDEX) TO WS-SLOT-SCRATCH
        CALL "NbtEncode-Compound" USING NBT-ENCODER-STATE WS-RAW-BUFFER SPACES 0
        PERFORM EncodeSlotFields
        CALL "NbtEncode-EndCompound" USING NBT-ENCODER-STATE WS-RAW-BUFFER
    END-PERFORM
    CALL "NbtEncode-EndList" USING NBT-ENCODER-STATE WS-RAW-BUFFER

    MOVE PLAYER-MOUSE-ITEM(LK-PLAYER-ID) TO WS-SLOT-SCRATCH
    CALL "NbtEncode-Compound" USING NBT-ENCODER-STATE WS-RAW-BUFFER "MouseItem" 9
    PERFORM EncodeSlotFields
    WRITE PLAYER-RECORD
    CLOSE PLAYER-FILE

    IF WS-STAGE-NAME NOT = WS-FINAL-NAME
        GOBACK
    END-IF

    *> Rotate the generations only now that the .tmp holds a complete record:
    *> the previous save becomes .dat_old (its own predecessor is discarded
    *> first), then the fresh .tmp takes over as .dat. The first two steps are
            WS-SLOT-SCRATCH-SLOT-DAMAGE
    END-IF

    IF WS-SLOT-SCRATCH-SLOT-POTION > 0
        CALL "NbtEncode-Int" USING NBT-ENCODER-STATE WS-RAW-BUFFER "Potion" 6
            WS-SLOT-SCRATCH-SLOT-POTION
    END-IF

    IF WS-SLOT-SCRATCH-SLOT-REPAIR-COST > 0
        CALL "NbtEncode-Int" USING NBT-ENCODER-STATE WS-RAW-BUFFER "RepairCost" 10
            WS-SLOT-SCRATCH-SLOT-REPAIR-COST
    END-IF

    IF WS-SLOT-SCRATCH-SLOT-ENCHANTMENT-COUNT > 0
        CALL "NbtEncode-List" USING NBT-ENCODER-STATE WS-RAW-BUFFER "Enchantments" 12
            X"09" X"0A" WS-SLOT-SCRATCH-SLOT-ENCHANTMENT-COUNT
    COPY DD-NBT-DECODER.
    01 WS-FILENAME               PIC X(64).
    01 WS-BASE-NAME              PIC X(64).
    01 WS-ARCHIVE-NAME           PIC X(80).
    01 WS-ARCHIVE-OLD-NAME       PIC X(80).
    01 WS-FILE-DETAILS           PIC X(16).
    *> Per-attempt outcome of TryLoadFile: 0 = no such file, 1 = loaded clean,
    *> 2 = file exists but would not decompress/parse.
    01 WS-LOAD-STATUS            BINARY-CHAR UNSIGNED.
    01 WS-ENCH-INDEX             BINARY-LONG UNSIGNED.
    01 WS-LORE-COUNT             BINARY-LONG UNSIGNED.
    01 WS-LORE-INDEX             BINARY-LONG UNSIGNED.
    01 WS-EFFECT-COUNT           BINARY-LONG UNSIGNED.
    01 WS-EFFECT-INDEX           BINARY-LONG UNSIGNED.
    01 WS-ADVANCEMENT-COUNT      BINARY-LONG UNSIGNED.
    01 WS-ADVANCEMENT-INDEX      BINARY-LONG UNSIGNED.
    01 WS-ADVANCEMENT-LEN        BINARY-LONG UNSIGNED.
    01 WS-RECIPE-COUNT           BINARY-LONG UNSIGNED.
    01 WS-RECIPE-INDEX           BINARY-LONG UNSIGNED.
    01 WS-RECIPE-LEN             BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG UNSIGNED.
    01 LK-UUID                   PIC X(16).
PROCEDURE DIVISION USING LK-PLAYER-ID LK-UUID LK-FOUND.
    MOVE 0 TO LK-FOUND
    CALL "Player-FileName" USING LK-UUID WS-BASE-NAME
    PERFORM RestoreArchived

    MOVE WS-BASE-NAME TO WS-FILENAME
    PERFORM TryLoadFile
    END-IF
    GOBACK.

*> A player the offline archive job moved aside for inactivity comes back the
*> moment they log in again: with no live save but one under archive/, both
*> generations are moved home before the normal load runs. A generation that
*> exists but will not move is logged.
RestoreArchived.
    CALL "CBL_CHECK_FILE_EXIST" USING WS-BASE-NAME WS-FILE-DETAILS
    IF RETURN-CODE = 0
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-ARCHIVE-NAME
    STRING "archive/" FUNCTION TRIM(WS-BASE-NAME) DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
    CALL "CBL_CHECK_FILE_EXIST" USING WS-ARCHIVE-NAME WS-FILE-DETAILS
    IF RETURN-CODE NOT = 0
        MOVE 0 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-FILENAME
    STRING FUNCTION TRIM(WS-BASE-NAME) "_old" DELIMITED BY SIZE INTO WS-FILENAME
    MOVE SPACES TO WS-ARCHIVE-OLD-NAME
    STRING FUNCTION TRIM(WS-ARCHIVE-NAME) "_old" DELIMITED BY SIZE INTO WS-ARCHIVE-OLD-NAME
    *> A player saved only once has no previous generation to bring back.
    CALL "CBL_CHECK_FILE_EXIST" USING WS-ARCHIVE-OLD-NAME WS-FILE-DETAILS
    IF RETURN-CODE = 0
        CALL "CBL_RENAME_FILE" USING WS-ARCHIVE-OLD-NAME WS-FILENAME
        IF RETURN-CODE NOT = 0
            MOVE SPACES TO WS-LOG-MSG
            STRING "Could not restore archived player data: "
                   FUNCTION TRIM(WS-ARCHIVE-OLD-NAME)
                DELIMITED BY SIZE INTO WS-LOG-MSG
            CALL "Log-Error" USING WS-LOG-MSG
        END-IF
    END-IF
    CALL "CBL_RENAME_FILE" USING WS-ARCHIVE-NAME WS-BASE-NAME
    MOVE SPACES TO WS-LOG-MSG
    IF RETURN-CODE = 0
        STRING "Restored archived player data: " FUNCTION TRIM(WS-BASE-NAME)
            DELIMITED BY SIZE INTO WS-LOG-MSG
        CALL "Log-Info" USING WS-LOG-MSG
    ELSE
        STRING "Could not restore archived player data: " FUNCTION TRIM(WS-ARCHIVE-NAME)
            DELIMITED BY SIZE INTO WS-LOG-MSG
        CALL "Log-Error" USING WS-LOG-MSG
    END-IF
    MOVE 0 TO RETURN-CODE
    EXIT PARAGRAPH.

*> One load attempt against WS-FILENAME, reporting into WS-LOAD-STATUS.
TryLoadFile.
    MOVE 0 TO WS-LOAD-STATUS
    MOVE 0 TO PLAYER-DIMENSION(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-PORTAL-COOLDOWN(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-MOVE-VIOLATIONS(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-ACTION-VIOLATIONS(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-LAST-DAMAGE-CAUSE(LK-PLAYER-ID)
    MOVE SPACES TO PLAYER-LAST-DAMAGE-BY(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-HAS-HOME(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-TP-PENDING(LK-PLAYER-ID)
    INITIALIZE PLAYER-STATS(LK-PLAYER-ID)
    INITIALIZE PLAYER-EFFECTS(LK-PLAYER-ID)
    *> A save from before ender chests existed simply has an empty one.
    INITIALIZE PLAYER-ENDER-ITEMS(LK-PLAYER-ID)
    *> Likewise a save from before advancements has earned none.
    MOVE 0 TO PLAYER-ADVANCEMENT-COUNT(LK-PLAYER-ID)
    *> And one from before the recipe book has unlocked nothing yet.
    MOVE 0 TO PLAYER-RECIPE-COUNT(LK-PLAYER-ID)

    *> Username is left alone -- the login packet already supplied the current one.
    PERFORM UNTIL EXIT
                CALL "NbtDecode-Int" USING NBT-DECODER-STATE WS-RAW-BUFFER STAT-BLOCKS-BROKEN(LK-PLAYER-ID)
            WHEN WS-TAG-NAME(1:WS-NAME-LEN) = "BlocksPlaced"
                CALL "NbtDecode-Int" USING NBT-DECODER-STATE WS-RAW-BUFFER STAT-BLOCKS-PLACED(LK-PLAYER-ID)
            WHEN WS-TAG-NAME(1:WS-NAME-LEN) = "Effects"
                PERFORM DecodeEffectsList
            WHEN WS-TAG-NAME(1:WS-NAME-LEN) = "Advancements"
                PERFORM DecodeAdvancementsList
            WHEN WS-TAG-NAME(1:WS-NAME-LEN) = "Recipes"
                PERFORM DecodeRecipesList
            WHEN WS-TAG-NAME(1:WS-NAME-LEN) = "Inventory"
                PERFORM DecodeInventoryList
            WHEN WS-TAG-NAME(1:WS-NAME-LEN) = "EnderItems"
                PERFORM DecodeEnderList
            WHEN WS-TAG-NAME(1:WS-NAME-LEN) = "MouseItem"
                CALL "NbtDecode-Compound" USING NBT-DECODER-STATE WS-RAW-BUFFER
                PERFORM ClearSlotScratch
    CALL "NbtDecode-EndList" USING NBT-DECODER-STATE WS-RAW-BUFFER
    EXIT PARAGRAPH.

*> Reads the 27-element "EnderItems" list back into PLAYER-ENDER-SLOT by position, with
*> the same tolerance for a list of another length DecodeInventoryList has.
DecodeEnderList.
    CALL "NbtDecode-List" USING NBT-DECODER-STATE WS-RAW-BUFFER WS-INVENTORY-COUNT
    PERFORM VARYING WS-SLOT-INDEX FROM 1 BY 1 UNTIL WS-SLOT-INDEX > WS-INVENTORY-COUNT
        CALL "NbtDecode-Compound" USING NBT-DECODER-STATE WS-RAW-BUFFER
        PERFORM ClearSlotScratch
        PERFORM DecodeSlotFields
        CALL "NbtDecode-EndCompound" USING NBT-DECODER-STATE WS-RAW-BUFFER
        IF WS-SLOT-INDEX <= 27
            MOVE WS-SLOT-SCRATCH TO PLAYER-ENDER-SLOT(LK-PLAYER-ID, WS-SLOT-INDEX)
        END-IF
    END-PERFORM
    CALL "NbtDecode-EndList" USING NBT-DECODER-STATE WS-RAW-BUFFER
    EXIT PARAGRAPH.

*> Reads the "Advancements" list of ids back into PLAYER-ADVANCEMENT, capped at the
*> table's own 32-entry limit.
DecodeAdvancementsList.
    CALL "NbtDecode-List" USING NBT-DECODER-STATE WS-RAW-BUFFER WS-ADVANCEMENT-COUNT
    PERFORM VARYING WS-ADVANCEMENT-INDEX FROM 1 BY 1 UNTIL WS-ADVANCEMENT-INDEX > WS-ADVANCEMENT-COUNT
        IF WS-ADVANCEMENT-INDEX <= 32
            MOVE SPACES TO PLAYER-ADVANCEMENT(LK-PLAYER-ID, WS-ADVANCEMENT-INDEX)
            CALL "NbtDecode-String" USING NBT-DECODER-STATE WS-RAW-BUFFER
                PLAYER-ADVANCEMENT(LK-PLAYER-ID, WS-ADVANCEMENT-INDEX) WS-ADVANCEMENT-LEN
        ELSE
            CALL "NbtDecode-Skip" USING NBT-DECODER-STATE WS-RAW-BUFFER
        END-IF
    END-PERFORM
    CALL "NbtDecode-EndList" USING NBT-DECODER-STATE WS-RAW-BUFFER
    IF WS-ADVANCEMENT-COUNT > 32
        MOVE 32 TO PLAYER-ADVANCEMENT-COUNT(LK-PLAYER-ID)
    ELSE
        MOVE WS-ADVANCEMENT-COUNT TO PLAYER-ADVANCEMENT-COUNT(LK-PLAYER-ID)
    END-IF
    EXIT PARAGRAPH.

*> Reads the "Recipes" list of identifiers back into PLAYER-RECIPE, capped at the
*> table's own 128-entry limit.
DecodeRecipesList.
    CALL "NbtDecode-List" USING NBT-DECODER-STATE WS-RAW-BUFFER WS-RECIPE-COUNT
    PERFORM VARYING WS-RECIPE-INDEX FROM 1 BY 1 UNTIL WS-RECIPE-INDEX > WS-RECIPE-COUNT
        IF WS-RECIPE-INDEX <= 128
            MOVE SPACES TO PLAYER-RECIPE(LK-PLAYER-ID, WS-RECIPE-INDEX)
            CALL "NbtDecode-String" USING NBT-DECODER-STATE WS-RAW-BUFFER
                PLAYER-RECIPE(LK-PLAYER-ID, WS-RECIPE-INDEX) WS-RECIPE-LEN
        ELSE
            CALL "NbtDecode-Skip" USING NBT-DECODER-STATE WS-RAW-BUFFER
        END-IF
    END-PERFORM
    CALL "NbtDecode-EndList" USING NBT-DECODER-STATE WS-RAW-BUFFER
    IF WS-RECIPE-COUNT > 128
        MOVE 128 TO PLAYER-RECIPE-COUNT(LK-PLAYER-ID)
    ELSE
        MOVE WS-RECIPE-COUNT TO PLAYER-RECIPE-COUNT(LK-PLAYER-ID)
    END-IF
    EXIT PARAGRAPH.

*> Reads the "Effects" list of {Id, Amplifier, Ticks} Compounds back into the player's
*> effect table, capped at the table's own 8-entry limit.
DecodeEffectsList.
    CALL "NbtDecode-List" USING NBT-DECODER-STATE WS-RAW-BUFFER WS-EFFECT-COUNT
    PERFORM VARYING WS-EFFECT-INDEX FROM 1 BY 1 UNTIL WS-EFFECT-INDEX > WS-EFFECT-COUNT
        CALL "NbtDecode-Compound" USING NBT-DECODER-STATE WS-RAW-BUFFER
        PERFORM UNTIL EXIT
            CALL "NbtDecode-Peek" USING NBT-DECODER-STATE WS-RAW-BUFFER WS-AT-END WS-TAG-NAME WS-NAME-LEN
            IF WS-AT-END > 0
                EXIT PERFORM
            END-IF
            EVALUATE TRUE
                WHEN WS-TAG-NAME(1:WS-NAME-LEN) = "Id" AND WS-EFFECT-INDEX <= 8
                    CALL "NbtDecode-Int" USING NBT-DECODER-STATE WS-RAW-BUFFER
                        PLAYER-EFFECT-ID(LK-PLAYER-ID, WS-EFFECT-INDEX)
                WHEN WS-TAG-NAME(1:WS-NAME-LEN) = "Amplifier" AND WS-EFFECT-INDEX <= 8
                    CALL "NbtDecode-Byte" USING NBT-DECODER-STATE WS-RAW-BUFFER
                        PLAYER-EFFECT-AMPLIFIER(LK-PLAYER-ID, WS-EFFECT-INDEX)
                WHEN WS-TAG-NAME(1:WS-NAME-LEN) = "Ticks" AND WS-EFFECT-INDEX <= 8
                    CALL "NbtDecode-Int" USING NBT-DECODER-STATE WS-RAW-BUFFER
                        PLAYER-EFFECT-TICKS(LK-PLAYER-ID, WS-EFFECT-INDEX)
                WHEN OTHER
                    CALL "NbtDecode-Skip" USING NBT-DECODER-STATE WS-RAW-BUFFER
            END-EVALUATE
        END-PERFORM
        CALL "NbtDecode-EndCompound" USING NBT-DECODER-STATE WS-RAW-BUFFER
    END-PERFORM
    CALL "NbtDecode-EndList" USING NBT-DECODER-STATE WS-RAW-BUFFER
    EXIT PARAGRAPH.

*> Clears WS-SLOT-SCRATCH's optional fields before decoding one slot Compound into it, so
*> a component a given save simply never wrote (no CustomName, no Enchantments, no Lore)
*> comes back empty rather than holding whatever the previous slot left behind.
    MOVE 0 TO WS-SLOT-SCRATCH-SLOT-ENCHANTMENT-COUNT
    MOVE 0 TO WS-SLOT-SCRATCH-SLOT-LORE-COUNT
    MOVE 0 TO WS-SLOT-SCRATCH-SLOT-DAMAGE
    MOVE 0 TO WS-SLOT-SCRATCH-SLOT-POTION
    MOVE 0 TO WS-SLOT-SCRATCH-SLOT-REPAIR-COST
    EXIT PARAGRAPH.

*> Decodes the tags of whichever slot Compound NbtDecode-Compound just opened (an
            WHEN WS-TAG-NAME(1:WS-NAME-LEN) = "Damage"
                CALL "NbtDecode-Int" USING NBT-DECODER-STATE WS-RAW-BUFFER
                    WS-SLOT-SCRATCH-SLOT-DAMAGE
            WHEN WS-TAG-NAME(1:WS-NAME-LEN) = "Potion"
                CALL "NbtDecode-Int" USING NBT-DECODER-STATE WS-RAW-BUFFER
                    WS-SLOT-SCRATCH-SLOT-POTION
            WHEN WS-TAG-NAME(1:WS-NAME-LEN) = "RepairCost"
                CALL "NbtDecode-Int" USING NBT-DECODER-STATE WS-RAW-BUFFER
                    WS-SLOT-SCRATCH-SLOT-REPAIR-COST
            WHEN WS-TAG-NAME(1:WS-NAME-LEN) = "Enchantments"
                PERFORM DecodeEnchantmentsList
            WHEN WS-TAG-NAME(1:WS-NAME-LEN) = "Lore"
