*> --- RecvPacket-UseItemOn ---
*> Handles a player right-clicking a block face ("Use Item On"). A chest (or trapped
*> chest) opens its container window, an ender chest the player's own storage; any
*> other block face places the held item's block against WS-FACE -- the item in the
*> selected hotbar slot is resolved through the minecraft:item registry to the block
*> of the same name, written into the world at the face-adjacent position if that
*> position is still air and doesn't intersect any player's hitbox, and the stack is
*> decremented (creative placements are free).
*> Levers and buttons switch (Redstone-Interact) instead of taking a placement.
*> Either way the click is acknowledged with its sequence number so the client's
*> prediction settles. A click on a block out of the player's reach
*> (Player-CheckReach) does nothing but undo the prediction and count a strike
*> (Player-ActionViolation).
IDENTIFICATION DIVISION.
PROGRAM-ID. RecvPacket-UseItemOn.

    COPY DD-CONTAINERS.
    COPY DD-WORLD.
    COPY DD-WORLD-META.
    COPY DD-BLOCK-HISTORY.
    COPY DD-MESSAGE-ARGS.
    01 PLAYER-ID                BINARY-LONG.
    01 WS-HAND                  BINARY-LONG.
    01 WS-BLOCK-X                BINARY-LONG.
    01 WS-STORE-FOUND             BINARY-CHAR UNSIGNED.
    *> Bed handling scratch: the "_bed" suffix test and the everyone-asleep scan.
    01 WS-NAME-LEN                BINARY-LONG UNSIGNED.
    01 WS-ALL-SLEEPING            BINARY-CHAR UNSIGNED.
    01 WS-ALL-SLEEPING-OFF        BINARY-CHAR UNSIGNED VALUE 0.
    01 WS-SCAN-CLIENT             BINARY-LONG UNSIGNED.
    01 WS-IGNITER-WEAR            BINARY-LONG UNSIGNED VALUE 1.
    01 WS-NEIGHBOR-NAME-LONG      PIC X(64).
    01 WS-ALLOWED                 BINARY-CHAR UNSIGNED.
    01 WS-IN-REACH                BINARY-CHAR UNSIGNED.
    01 WS-SHOP-OWNER              PIC X(16).
    *> Block history: the state a successful edit replaced.
    01 WS-PRIOR-STATE             BINARY-LONG.
LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
    01 LK-BUFFER                PIC X ANY LENGTH.
    CALL "Decode-Byte" USING LK-BUFFER LK-OFFSET WS-INSIDE-BLOCK
    CALL "Decode-VarInt" USING LK-BUFFER LK-OFFSET WS-SEQUENCE

    *> Staff inspect mode swallows the click: it answers with the block's
    *> history and touches nothing.
    IF HISTORY-INSPECT-ACTIVE(PLAYER-ID) = 1
        PERFORM InspectClickedBlock
        CALL "SendPacket-AckBlockChange" USING LK-CLIENT WS-SEQUENCE
        GOBACK
    END-IF

    *> Everything below -- placing, opening a container, flipping a door or
    *> lever -- needs the clicked block within arm's length.
    CALL "Player-CheckReach" USING PLAYER-ID WS-BLOCK-X WS-BLOCK-Y WS-BLOCK-Z WS-IN-REACH
    IF WS-IN-REACH = 0
        CALL "Player-ActionViolation" USING PLAYER-ID "block use out of reach"
        PERFORM UndoClickPrediction
        CALL "SendPacket-AckBlockChange" USING LK-CLIENT WS-SEQUENCE
        GOBACK
    END-IF

    CALL "World-BlockNameAt" USING WS-BLOCK-X WS-BLOCK-Y WS-BLOCK-Z WS-BLOCK-NAME
    EVALUATE WS-BLOCK-NAME
        WHEN "minecraft:chest"
            MOVE CONTAINER-TYPE-CHEST TO WS-OPEN-TYPE
            MOVE 27 TO WS-OPEN-SLOTS
            PERFORM OpenBlockContainer
        WHEN "minecraft:ender_chest"
            PERFORM OpenEnderChest
        WHEN "minecraft:furnace"
            MOVE CONTAINER-TYPE-FURNACE TO WS-OPEN-TYPE
            MOVE 3 TO WS-OPEN-SLOTS
            PERFORM OpenBlockContainer
        WHEN "minecraft:brewing_stand"
            MOVE CONTAINER-TYPE-BREWING TO WS-OPEN-TYPE
            MOVE 5 TO WS-OPEN-SLOTS
            PERFORM OpenBlockContainer
        WHEN "minecraft:crafting_table"
            MOVE CONTAINER-TYPE-CRAFTING-TABLE TO WS-OPEN-TYPE
            MOVE 10 TO WS-OPEN-SLOTS
            IF PLAYER-OPEN-CONTAINER(PLAYER-ID) NOT = 0
                CALL "Enchanting-RollOffers" USING PLAYER-OPEN-CONTAINER(PLAYER-ID)
            END-IF
        WHEN "minecraft:anvil"
        WHEN "minecraft:chipped_anvil"
        WHEN "minecraft:damaged_anvil"
            MOVE CONTAINER-TYPE-ANVIL TO WS-OPEN-TYPE
            MOVE 3 TO WS-OPEN-SLOTS
            PERFORM OpenBlockContainer
            *> Whatever was left on the anvil is priced afresh; the name
            *> field starts over with the new window.
            IF PLAYER-OPEN-CONTAINER(PLAYER-ID) NOT = 0
                MOVE 0 TO CONTAINER-ANVIL-NAME-SET(PLAYER-OPEN-CONTAINER(PLAYER-ID))
                MOVE 0 TO CONTAINER-ANVIL-NAME-LENGTH(PLAYER-OPEN-CONTAINER(PLAYER-ID))
                CALL "Anvil-UpdateResult" USING PLAYER-ID PLAYER-OPEN-CONTAINER(PLAYER-ID)
            END-IF
        WHEN "minecraft:hopper"
            MOVE CONTAINER-TYPE-HOPPER TO WS-OPEN-TYPE
            MOVE 5 TO WS-OPEN-SLOTS
            *> Interactable blocks (doors, trapdoors, fence gates -- whatever
            *> blocks-interactable.conf registered) toggle on a bare click and
            *> swallow it; only an unhandled click goes on to signs (a shop
            *> sign executes its purchase), beds, or placement. Levers and
            *> buttons come first: they can set off TNT or open a door, so
            *> they answer to the same edit rights as breaking a block.
            MOVE 0 TO WS-FOUND
            PERFORM CheckEditAllowed
            IF WS-ALLOWED = 1
                CALL "Redstone-Interact" USING WS-BLOCK-X WS-BLOCK-Y WS-BLOCK-Z WS-FOUND
            END-IF
            IF WS-FOUND = 0
                CALL "Blocks-InteractableToggle" USING WS-BLOCK-X WS-BLOCK-Y WS-BLOCK-Z
                    WS-FOUND
            END-IF
            IF WS-FOUND = 0
                COMPUTE WS-NAME-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-BLOCK-NAME))
                IF WS-NAME-LEN > 5 AND WS-BLOCK-NAME(WS-NAME-LEN - 4:5) = "_sign"
            CALL "World-GetBlockState" USING WS-BLOCK-X WS-PLACE-Y WS-BLOCK-Z WS-TARGET-STATE
            IF WS-MIN-STATE NOT = 0 AND WS-TARGET-STATE = 0
                CALL "World-SetBlockState" USING WS-BLOCK-X WS-PLACE-Y WS-BLOCK-Z WS-MIN-STATE
                CALL "BlockHistory-Record" USING PLAYER-USERNAME(PLAYER-ID)
                    HISTORY-CAUSE-PLACE WS-BLOCK-X WS-PLACE-Y WS-BLOCK-Z
                    WS-TARGET-STATE WS-MIN-STATE
                CALL "Tool-DamageHeld" USING PLAYER-ID WS-IGNITER-WEAR
            END-IF
            EXIT PARAGRAPH
                EXIT PARAGRAPH
            END-IF
            CALL "Tnt-Ignite" USING WS-BLOCK-X WS-BLOCK-Y WS-BLOCK-Z
                PLAYER-USERNAME(PLAYER-ID)
            CALL "Tool-DamageHeld" USING PLAYER-ID WS-IGNITER-WEAR
            EXIT PARAGRAPH
        END-IF
            MOVE "minecraft:farmland" TO WS-LOOKUP-NAME
            PERFORM LookupBlockStateRange
            IF WS-MIN-STATE NOT = 0
                CALL "World-GetBlockState" USING WS-BLOCK-X WS-BLOCK-Y WS-BLOCK-Z
                    WS-PRIOR-STATE
                CALL "World-SetBlockState" USING WS-BLOCK-X WS-BLOCK-Y WS-BLOCK-Z
                    WS-MIN-STATE
                CALL "BlockHistory-Record" USING PLAYER-USERNAME(PLAYER-ID)
                    HISTORY-CAUSE-PLACE WS-BLOCK-X WS-BLOCK-Y WS-BLOCK-Z
                    WS-PRIOR-STATE WS-MIN-STATE
                CALL "Tool-DamageHeld" USING PLAYER-ID WS-IGNITER-WEAR
            END-IF
            EXIT PARAGRAPH
        EXIT PARAGRAPH
    END-IF
    CALL "World-SetBlockState" USING WS-BLOCK-X WS-PLACE-Y WS-BLOCK-Z WS-MIN-STATE
    CALL "BlockHistory-Record" USING PLAYER-USERNAME(PLAYER-ID) HISTORY-CAUSE-PLACE
        WS-BLOCK-X WS-PLACE-Y WS-BLOCK-Z WS-TARGET-STATE WS-MIN-STATE
    IF PLAYER-GAMEMODE(PLAYER-ID) NOT = 1
        SUBTRACT 1 FROM PLAYER-INVENTORY-SLOT-SLOT-COUNT(PLAYER-ID, WS-HELD-INDEX)
        IF PLAYER-INVENTORY-SLOT-SLOT-COUNT(PLAYER-ID, WS-HELD-INDEX) = 0
        WS-TARGET-STATE
    EXIT PARAGRAPH.

*> Inspect mode: list the clicked block's recorded changes, then undo whatever
*> the client predicted.
InspectClickedBlock.
    CALL "BlockHistory-Lookup" USING LK-CLIENT WS-BLOCK-X WS-BLOCK-Y WS-BLOCK-Z
    PERFORM UndoClickPrediction
    EXIT PARAGRAPH.

*> Undo whatever the client predicted for a click the server didn't act on --
*> both the clicked block and the face-adjacent spot a held block would have
*> gone to.
UndoClickPrediction.
    PERFORM ResyncClickedBlock
    MOVE WS-BLOCK-X TO WS-PLACE-X
    MOVE WS-BLOCK-Y TO WS-PLACE-Y
    MOVE WS-BLOCK-Z TO WS-PLACE-Z
    EVALUATE WS-FACE
        WHEN FACE-DOWN
            SUBTRACT 1 FROM WS-PLACE-Y
        WHEN FACE-UP
            ADD 1 TO WS-PLACE-Y
        WHEN FACE-NORTH
            SUBTRACT 1 FROM WS-PLACE-Z
        WHEN FACE-SOUTH
            ADD 1 TO WS-PLACE-Z
        WHEN FACE-WEST
            SUBTRACT 1 FROM WS-PLACE-X
        WHEN FACE-EAST
            ADD 1 TO WS-PLACE-X
        WHEN OTHER
            EXIT PARAGRAPH
    END-EVALUATE
    PERFORM UndoPlacePrediction
    EXIT PARAGRAPH.

RefuseNetherBlockEntity.
    MOVE SPACES TO MESSAGE-ARGS
    CALL "Message-Send" USING LK-CLIENT "bed.nether" MESSAGE-ARGS
    EXIT PARAGRAPH.

*> Right-clicking any bed block claims it as the player's respawn point, and at
    MOVE WS-BLOCK-X TO PLAYER-SPAWN-X(PLAYER-ID)
    MOVE WS-BLOCK-Y TO PLAYER-SPAWN-Y(PLAYER-ID)
    MOVE WS-BLOCK-Z TO PLAYER-SPAWN-Z(PLAYER-ID)
    MOVE SPACES TO MESSAGE-ARGS
    CALL "Message-Send" USING LK-CLIENT "bed.spawn-set" MESSAGE-ARGS

    *> Sleeping is only possible through the night hours.
    IF WORLD-TIME-OF-DAY < 12542 OR WORLD-TIME-OF-DAY > 23459
        CONTAINER-SLOTS(CONTAINER-ID) PLAYER-MOUSE-ITEM(PLAYER-ID)
    EXIT PARAGRAPH.

*> An ender chest opens the clicking player's own storage, whichever ender chest
*> block it is and in whichever dimension: a blockless CONTAINER-TABLE entry
*> (BLOCK-Y -999, the way a trade window is kept) owned by this player and
*> filled from PLAYER-ENDER-ITEMS. Nobody else's contents can ever be behind
*> it, so no claim or shop gate applies. The client is shown a plain 27-slot
*> chest; Container-CloseForPlayer frees the entry with nothing to write, as
*> every click has already been copied back to the player.
OpenEnderChest.
    IF PLAYER-OPEN-CONTAINER(PLAYER-ID) NOT = 0
            AND CONTAINER-PRESENT(PLAYER-OPEN-CONTAINER(PLAYER-ID)) = 1
            AND CONTAINER-TYPE(PLAYER-OPEN-CONTAINER(PLAYER-ID)) = CONTAINER-TYPE-ENDER
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING CONTAINER-ID FROM 1 BY 1 UNTIL CONTAINER-ID > MAX-CONTAINER-ENTRIES
        IF CONTAINER-PRESENT(CONTAINER-ID) NOT = 1
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF CONTAINER-ID > MAX-CONTAINER-ENTRIES
        CALL "Log-Error" USING "No free container table entry for ender chest"
        EXIT PARAGRAPH
    END-IF

    MOVE 1 TO CONTAINER-PRESENT(CONTAINER-ID)
    MOVE CONTAINER-TYPE-ENDER TO CONTAINER-TYPE(CONTAINER-ID)
    MOVE 27 TO CONTAINER-SLOT-COUNT(CONTAINER-ID)
    MOVE 0 TO CONTAINER-BLOCK-X(CONTAINER-ID)
    MOVE -999 TO CONTAINER-BLOCK-Y(CONTAINER-ID)
    MOVE 0 TO CONTAINER-BLOCK-Z(CONTAINER-ID)
    MOVE PLAYER-ID TO CONTAINER-ENDER-OWNER(CONTAINER-ID)
    PERFORM VARYING WS-MIGRATE-INDEX FROM 1 BY 1 UNTIL WS-MIGRATE-INDEX > MAX-CONTAINER-SLOTS
        INITIALIZE CONTAINER-SLOT(CONTAINER-ID, WS-MIGRATE-INDEX)
    END-PERFORM
    PERFORM VARYING WS-MIGRATE-INDEX FROM 1 BY 1 UNTIL WS-MIGRATE-INDEX > 27
        MOVE PLAYER-ENDER-SLOT(PLAYER-ID, WS-MIGRATE-INDEX)
            TO CONTAINER-SLOT(CONTAINER-ID, WS-MIGRATE-INDEX)
    END-PERFORM

    MOVE CONTAINER-ID TO PLAYER-OPEN-CONTAINER(PLAYER-ID)
    ADD 1 TO PLAYER-WINDOW-STATE(PLAYER-ID)
    CALL "SendPacket-OpenScreen" USING LK-CLIENT CONTAINER-ID CONTAINER-TYPE-CHEST
    CALL "SendPacket-SetContainerContent" USING LK-CLIENT PLAYER-WINDOW-STATE(PLAYER-ID)
        CONTAINER-SLOTS(CONTAINER-ID) PLAYER-MOUSE-ITEM(PLAYER-ID)
    EXIT PARAGRAPH.

*> Looks for a same-kind chest in the four horizontal neighbors of the clicked
*> one. Finding one turns this open into a 54-slot double chest keyed at the
*> pair's primary half -- the lower X, or for a north-south pair the lower Z.
    MOVE PLAYER-INVENTORY-SLOT-SLOT-ID(PLAYER-ID, WS-HELD-INDEX) TO WS-HELD-ITEM-ID

    PERFORM ResolveHeldBlockState
    *> Redstone parts go down switched off and, for levers, buttons and
    *> torches, mounted on the clicked face; the "redstone" item lays dust.
    CALL "Redstone-PlacementState" USING WS-ITEM-NAME WS-FACE WS-PLACE-STATE
    IF WS-PLACE-STATE = 0
        EXIT PARAGRAPH
    END-IF
        IF WS-ITEM-NAME = "minecraft:chest"
                OR WS-ITEM-NAME = "minecraft:trapped_chest"
                OR WS-ITEM-NAME = "minecraft:furnace"
                OR WS-ITEM-NAME = "minecraft:brewing_stand"
                OR WS-ITEM-NAME = "minecraft:hopper"
                OR WS-ITEM-NAME = "minecraft:enchanting_table"
                OR WS-ITEM-NAME = "minecraft:anvil"
                OR WS-ITEM-NAME = "minecraft:chipped_anvil"
                OR WS-ITEM-NAME = "minecraft:damaged_anvil"
                OR (WS-NAME-LEN > 5 AND WS-ITEM-NAME(WS-NAME-LEN - 4:5) = "_sign")
            PERFORM RefuseNetherBlockEntity
            PERFORM UndoPlacePrediction
    END-IF

    CALL "World-SetBlockState" USING WS-PLACE-X WS-PLACE-Y WS-PLACE-Z WS-PLACE-STATE
    CALL "BlockHistory-Record" USING PLAYER-USERNAME(PLAYER-ID) HISTORY-CAUSE-PLACE
        WS-PLACE-X WS-PLACE-Y WS-PLACE-Z WS-TARGET-STATE WS-PLACE-STATE
    ADD 1 TO STAT-BLOCKS-PLACED(PLAYER-ID)

    *> A placed hopper joins the transfer pass's registry right away.
