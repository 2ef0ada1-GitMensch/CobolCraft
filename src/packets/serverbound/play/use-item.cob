*> one-line format as blocks-simple.conf), its food and saturation land on the
*> player immediately -- the vanilla eating duration isn't modeled -- the stack
*> shrinks by one, and the refreshed hunger state and inventory go back to the
*> client. A food line may also carry a status effect, which lands with the
*> meal (and lets it be eaten on a full bar, as golden apples can be).
*> A held potion is drunk the same instant way: every effect brewing-recipes.conf
*> lists for it goes through Effect-Apply and the bottle comes back empty. Milk
*> clears every running effect, and an empty bottle aimed at water within
*> reach fills. Anything else is acknowledged and ignored.
IDENTIFICATION DIVISION.
PROGRAM-ID. RecvPacket-UseItem.

WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-PLAYERS.
    COPY DD-WORLD.
    COPY DD-BREWING.
    01 FS-STATUS                 PIC X(2).
    01 WS-INITIALIZED            BINARY-CHAR UNSIGNED VALUE 0.
    01 MAX-FOOD-KINDS            BINARY-LONG UNSIGNED VALUE 32.
            10 FOOD-ITEM-ID          BINARY-LONG.
            10 FOOD-POINTS           BINARY-CHAR UNSIGNED.
            10 FOOD-SATURATION       FLOAT-SHORT.
            *> -1 when the food carries no effect
            10 FOOD-EFFECT-ID        BINARY-LONG.
            10 FOOD-EFFECT-AMPLIFIER BINARY-CHAR UNSIGNED.
            10 FOOD-EFFECT-TICKS     BINARY-LONG.

    *> conf parsing scratch, the blocks-simple.conf field-splitting shape
    01 WS-NAME                   PIC X(64).
    01 WS-FOOD-TEXT              PIC X(16).
    01 WS-SAT-TEXT               PIC X(16).
    01 WS-EFFECT-NAME            PIC X(64).
    01 WS-AMP-TEXT               PIC X(16).
    01 WS-SECONDS-TEXT           PIC X(16).
    01 WS-EFFECT-LOOKUP-ID       BINARY-LONG.
    01 WS-REMAINDER              PIC X(256).
    01 WS-SEP-POS                BINARY-LONG UNSIGNED.
    01 WS-LOG-MSG                PIC X(128).
    01 WS-REGISTRY-ENTRY-ID      BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY-NAME    PIC X(64).
    01 WS-LOOKUP-ID              BINARY-LONG.
    01 WS-EFFECT-REGISTRY-INDEX  BINARY-LONG UNSIGNED VALUE 0.

    *> Drinking: the empty-handed leftovers (resolved once with the food
    *> table), the potion's effect lookup, and the bottle-filling reach probe.
    01 WS-GLASS-BOTTLE-ITEM-ID   BINARY-LONG VALUE 0.
    01 WS-MILK-ITEM-ID           BINARY-LONG VALUE 0.
    01 WS-BUCKET-ITEM-ID         BINARY-LONG VALUE 0.
    01 WS-POTION-INDEX           BINARY-LONG UNSIGNED.
    01 WS-LEFTOVER-ID            BINARY-LONG.
    01 WS-FREE-INDEX             BINARY-LONG UNSIGNED.
    01 WS-PROBE-STEP             BINARY-LONG UNSIGNED.
    01 WS-PROBE-X                BINARY-LONG.
    01 WS-PROBE-Y                BINARY-LONG.
    01 WS-PROBE-Z                BINARY-LONG.
    01 WS-PROBE-NAME             PIC X(32).
    01 WS-FOUND-WATER            BINARY-CHAR UNSIGNED.
    01 WS-WATER-REACH-STEPS      BINARY-LONG UNSIGNED VALUE 10.

    *> Bow firing: the bow and arrow item ids (resolved once with the food
    *> table), the ammo search, and the launch vector derived from the
    IF WS-INITIALIZED = 0
        PERFORM LoadFoods
        PERFORM ResolveBowItems
        PERFORM ResolveDrinkItems
        MOVE 1 TO WS-INITIALIZED
    END-IF

    CALL "Decode-VarInt" USING LK-BUFFER LK-OFFSET WS-HAND
    CALL "Decode-VarInt" USING LK-BUFFER LK-OFFSET WS-SEQUENCE

    IF BREWING-LOADED = 0
        CALL "Brewing-Load"
    END-IF

    *> A held bow shoots, a potion or milk is drunk, an empty bottle fills;
    *> everything else goes down the eating path.
    COMPUTE WS-HELD-INDEX = 37 + PLAYER-HELD-SLOT(PLAYER-ID)
    IF PLAYER-DEAD(PLAYER-ID) = 0
            AND PLAYER-INVENTORY-SLOT-SLOT-COUNT(PLAYER-ID, WS-HELD-INDEX) > 0
        EVALUATE PLAYER-INVENTORY-SLOT-SLOT-ID(PLAYER-ID, WS-HELD-INDEX)
            WHEN 0
                CONTINUE
            WHEN WS-BOW-ITEM-ID
                PERFORM TryShootBow
            WHEN BREW-POTION-ITEM-ID
                PERFORM DrinkPotion
            WHEN WS-MILK-ITEM-ID
                PERFORM DrinkMilk
            WHEN WS-GLASS-BOTTLE-ITEM-ID
                PERFORM TryFillBottle
            WHEN OTHER
                PERFORM TryEat
        END-EVALUATE
    END-IF

    CALL "SendPacket-AckBlockChange" USING LK-CLIENT WS-SEQUENCE
    GOBACK.

TryEat.
    MOVE 0 TO WS-MATCHED-FOOD
    PERFORM VARYING WS-FOOD-INDEX FROM 1 BY 1 UNTIL WS-FOOD-INDEX > FOOD-KIND-COUNT
        IF FOOD-ITEM-ID(WS-FOOD-INDEX) = PLAYER-INVENTORY-SLOT-SLOT-ID(PLAYER-ID, WS-HELD-INDEX)
    IF WS-MATCHED-FOOD = 0
        EXIT PARAGRAPH
    END-IF
    *> Nothing to gain from eating on a full bar, matching the client refusing to
    *> start the eating animation at food 20 -- unless the food brings an
    *> effect, which the client always lets through.
    IF PLAYER-FOOD-LEVEL(PLAYER-ID) >= 20 AND FOOD-EFFECT-ID(WS-MATCHED-FOOD) < 0
        EXIT PARAGRAPH
    END-IF

    ADD FOOD-POINTS(WS-MATCHED-FOOD) TO PLAYER-FOOD-LEVEL(PLAYER-ID)
    IF PLAYER-FOOD-LEVEL(PLAYER-ID) > 20

    CALL "SendPacket-UpdateHealth" USING LK-CLIENT PLAYER-HEALTH(PLAYER-ID)
        PLAYER-FOOD-LEVEL(PLAYER-ID) PLAYER-FOOD-SATURATION(PLAYER-ID)
    IF FOOD-EFFECT-ID(WS-MATCHED-FOOD) >= 0
        CALL "Effect-Apply" USING PLAYER-ID FOOD-EFFECT-ID(WS-MATCHED-FOOD)
            FOOD-EFFECT-AMPLIFIER(WS-MATCHED-FOOD) FOOD-EFFECT-TICKS(WS-MATCHED-FOOD)
    END-IF
    ADD 1 TO PLAYER-WINDOW-STATE(PLAYER-ID)
    CALL "SendPacket-SetContainerContent" USING LK-CLIENT PLAYER-WINDOW-STATE(PLAYER-ID)
        PLAYER-INVENTORY(PLAYER-ID) PLAYER-MOUSE-ITEM(PLAYER-ID)
    EXIT PARAGRAPH.

*> Every effect line brewing-recipes.conf has for the bottle's potion lands at
*> once (a water bottle has none and is simply drunk), and the bottle comes
*> back empty -- creative keeps it full.
DrinkPotion.
    PERFORM VARYING WS-POTION-INDEX FROM 1 BY 1 UNTIL WS-POTION-INDEX > POTION-EFFECT-COUNT
        IF POTION-EFFECT-POTION(WS-POTION-INDEX)
                = PLAYER-INVENTORY-SLOT-SLOT-POTION(PLAYER-ID, WS-HELD-INDEX)
            CALL "Effect-Apply" USING PLAYER-ID POTION-EFFECT-ID(WS-POTION-INDEX)
                POTION-EFFECT-AMPLIFIER(WS-POTION-INDEX) POTION-EFFECT-TICKS(WS-POTION-INDEX)
        END-IF
    END-PERFORM
    MOVE WS-GLASS-BOTTLE-ITEM-ID TO WS-LEFTOVER-ID
    PERFORM ReturnContainer
    EXIT PARAGRAPH.

DrinkMilk.
    CALL "Effect-ClearAll" USING PLAYER-ID
    MOVE WS-BUCKET-ITEM-ID TO WS-LEFTOVER-ID
    PERFORM ReturnContainer
    EXIT PARAGRAPH.

*> The drunk item becomes its empty container in the hand, then the client's
*> inventory is resynced.
ReturnContainer.
    IF PLAYER-GAMEMODE(PLAYER-ID) = 1
        EXIT PARAGRAPH
    END-IF
    INITIALIZE PLAYER-INVENTORY-SLOT(PLAYER-ID, WS-HELD-INDEX)
    IF WS-LEFTOVER-ID > 0
        MOVE WS-LEFTOVER-ID TO PLAYER-INVENTORY-SLOT-SLOT-ID(PLAYER-ID, WS-HELD-INDEX)
        MOVE 1 TO PLAYER-INVENTORY-SLOT-SLOT-COUNT(PLAYER-ID, WS-HELD-INDEX)
    END-IF
    ADD 1 TO PLAYER-WINDOW-STATE(PLAYER-ID)
    CALL "SendPacket-SetContainerContent" USING LK-CLIENT PLAYER-WINDOW-STATE(PLAYER-ID)
        PLAYER-INVENTORY(PLAYER-ID) PLAYER-MOUSE-ITEM(PLAYER-ID)
    EXIT PARAGRAPH.

*> An empty bottle aimed at water fills: the look vector is walked from the
*> eye in half-block steps out to the five-block reach, and the first block
*> that isn't air decides. One bottle off a stack needs a free inventory slot
*> for the water bottle; without one nothing happens.
TryFillBottle.
    IF BREW-POTION-ITEM-ID <= 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-YAW-RAD = PLAYER-YAW(PLAYER-ID) * WS-PI / 180
    COMPUTE WS-PITCH-RAD = PLAYER-PITCH(PLAYER-ID) * WS-PI / 180
    COMPUTE WS-DIR-X = 0 - FUNCTION SIN(WS-YAW-RAD) * FUNCTION COS(WS-PITCH-RAD)
    COMPUTE WS-DIR-Y = 0 - FUNCTION SIN(WS-PITCH-RAD)
    COMPUTE WS-DIR-Z = FUNCTION COS(WS-YAW-RAD) * FUNCTION COS(WS-PITCH-RAD)
    MOVE 0 TO WS-FOUND-WATER
    CALL "World-RouteDimension" USING PLAYER-DIMENSION(PLAYER-ID)
    PERFORM VARYING WS-PROBE-STEP FROM 1 BY 1 UNTIL WS-PROBE-STEP > WS-WATER-REACH-STEPS
        COMPUTE WS-PROBE-X = FUNCTION INTEGER(PLAYER-X(PLAYER-ID) + WS-DIR-X * WS-PROBE-STEP / 2)
        COMPUTE WS-PROBE-Y = FUNCTION INTEGER(PLAYER-Y(PLAYER-ID) + 1.6 + WS-DIR-Y * WS-PROBE-STEP / 2)
        COMPUTE WS-PROBE-Z = FUNCTION INTEGER(PLAYER-Z(PLAYER-ID) + WS-DIR-Z * WS-PROBE-STEP / 2)
        CALL "World-BlockNameAt" USING WS-PROBE-X WS-PROBE-Y WS-PROBE-Z WS-PROBE-NAME
        IF WS-PROBE-NAME = "minecraft:water"
            MOVE 1 TO WS-FOUND-WATER
            EXIT PERFORM
        END-IF
        IF WS-PROBE-NAME NOT = "minecraft:air" AND WS-PROBE-NAME NOT = "minecraft:cave_air"
            EXIT PERFORM
        END-IF
    END-PERFORM
    CALL "World-RouteDimension" USING WORLD-DIM-OVERWORLD
    IF WS-FOUND-WATER = 0
        EXIT PARAGRAPH
    END-IF

    IF PLAYER-INVENTORY-SLOT-SLOT-COUNT(PLAYER-ID, WS-HELD-INDEX) = 1
        MOVE WS-HELD-INDEX TO WS-FREE-INDEX
    ELSE
        PERFORM VARYING WS-FREE-INDEX FROM 10 BY 1 UNTIL WS-FREE-INDEX > 45
            IF PLAYER-INVENTORY-SLOT-SLOT-COUNT(PLAYER-ID, WS-FREE-INDEX) = 0
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF WS-FREE-INDEX > 45
            EXIT PARAGRAPH
        END-IF
        SUBTRACT 1 FROM PLAYER-INVENTORY-SLOT-SLOT-COUNT(PLAYER-ID, WS-HELD-INDEX)
    END-IF
    INITIALIZE PLAYER-INVENTORY-SLOT(PLAYER-ID, WS-FREE-INDEX)
    MOVE BREW-POTION-ITEM-ID TO PLAYER-INVENTORY-SLOT-SLOT-ID(PLAYER-ID, WS-FREE-INDEX)
    MOVE 1 TO PLAYER-INVENTORY-SLOT-SLOT-COUNT(PLAYER-ID, WS-FREE-INDEX)
    *> minecraft:water is potion registry id 0, stored plus one.
    MOVE 1 TO PLAYER-INVENTORY-SLOT-SLOT-POTION(PLAYER-ID, WS-FREE-INDEX)
    ADD 1 TO PLAYER-WINDOW-STATE(PLAYER-ID)
    CALL "SendPacket-SetContainerContent" USING LK-CLIENT PLAYER-WINDOW-STATE(PLAYER-ID)
        PLAYER-INVENTORY(PLAYER-ID) PLAYER-MOUSE-ITEM(PLAYER-ID)
    MOVE WS-LOOKUP-ID TO WS-ARROW-ITEM-ID
    EXIT PARAGRAPH.

ResolveDrinkItems.
    MOVE "minecraft:glass_bottle" TO WS-NAME
    PERFORM LookupItemId
    MOVE WS-LOOKUP-ID TO WS-GLASS-BOTTLE-ITEM-ID
    MOVE "minecraft:milk_bucket" TO WS-NAME
    PERFORM LookupItemId
    MOVE WS-LOOKUP-ID TO WS-MILK-ITEM-ID
    MOVE "minecraft:bucket" TO WS-NAME
    PERFORM LookupItemId
    MOVE WS-LOOKUP-ID TO WS-BUCKET-ITEM-ID
    EXIT PARAGRAPH.

ParseLine.
    IF FOODS-LINE = SPACES OR FOODS-LINE(1:1) = "#"
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-NAME WS-FOOD-TEXT WS-SAT-TEXT
    MOVE SPACES TO WS-EFFECT-NAME WS-AMP-TEXT WS-SECONDS-TEXT
    MOVE FOODS-LINE TO WS-REMAINDER

    PERFORM SplitField
    MOVE WS-REMAINDER(1:WS-SEP-POS) TO WS-FOOD-TEXT
    MOVE WS-REMAINDER(WS-SEP-POS + 2:) TO WS-REMAINDER

    *> The effect, its amplifier and its seconds are optional, all three or none.
    PERFORM SplitField
    MOVE WS-REMAINDER(1:WS-SEP-POS) TO WS-SAT-TEXT
    IF WS-SEP-POS + 1 < LENGTH OF WS-REMAINDER
        MOVE WS-REMAINDER(WS-SEP-POS + 2:) TO WS-REMAINDER
        PERFORM SplitField
        MOVE WS-REMAINDER(1:WS-SEP-POS) TO WS-EFFECT-NAME
        MOVE FUNCTION TRIM(WS-EFFECT-NAME) TO WS-EFFECT-NAME
        MOVE WS-REMAINDER(WS-SEP-POS + 2:) TO WS-REMAINDER
        PERFORM SplitField
        MOVE WS-REMAINDER(1:WS-SEP-POS) TO WS-AMP-TEXT
        MOVE WS-REMAINDER(WS-SEP-POS + 2:) TO WS-REMAINDER
        MOVE FUNCTION TRIM(WS-REMAINDER) TO WS-SECONDS-TEXT
    END-IF

    MOVE -1 TO WS-EFFECT-LOOKUP-ID
    IF WS-EFFECT-NAME NOT = SPACES
        PERFORM LookupEffectId
        IF WS-EFFECT-LOOKUP-ID < 0
                OR FUNCTION TEST-NUMVAL(WS-AMP-TEXT) NOT = 0
                OR FUNCTION TEST-NUMVAL(WS-SECONDS-TEXT) NOT = 0
            PERFORM WarnBadLine
            EXIT PARAGRAPH
        END-IF
    END-IF

    PERFORM LookupItemId
    IF WS-LOOKUP-ID > 0 AND FOOD-KIND-COUNT < MAX-FOOD-KINDS
        MOVE WS-LOOKUP-ID TO FOOD-ITEM-ID(FOOD-KIND-COUNT)
        COMPUTE FOOD-POINTS(FOOD-KIND-COUNT) = FUNCTION NUMVAL(WS-FOOD-TEXT)
        COMPUTE FOOD-SATURATION(FOOD-KIND-COUNT) = FUNCTION NUMVAL(WS-SAT-TEXT)
        MOVE WS-EFFECT-LOOKUP-ID TO FOOD-EFFECT-ID(FOOD-KIND-COUNT)
        MOVE 0 TO FOOD-EFFECT-AMPLIFIER(FOOD-KIND-COUNT)
        MOVE 0 TO FOOD-EFFECT-TICKS(FOOD-KIND-COUNT)
        IF WS-EFFECT-LOOKUP-ID >= 0
            COMPUTE FOOD-EFFECT-AMPLIFIER(FOOD-KIND-COUNT) = FUNCTION NUMVAL(WS-AMP-TEXT)
            COMPUTE FOOD-EFFECT-TICKS(FOOD-KIND-COUNT) = FUNCTION NUMVAL(WS-SECONDS-TEXT) * 20
        END-IF
    ELSE
        PERFORM WarnBadLine
    END-IF
    EXIT PARAGRAPH.

WarnBadLine.
    STRING "foods.conf: skipping bad line: " FUNCTION TRIM(FOODS-LINE)
        DELIMITED BY SIZE INTO WS-LOG-MSG
    CALL "Log-Warn" USING WS-LOG-MSG
    EXIT PARAGRAPH.

SplitField.
    MOVE 0 TO WS-SEP-POS
    INSPECT WS-REMAINDER TALLYING WS-SEP-POS FOR CHARACTERS BEFORE INITIAL ",".
    END-PERFORM
    EXIT PARAGRAPH.

LookupEffectId.
    MOVE -1 TO WS-EFFECT-LOOKUP-ID
    IF WS-EFFECT-REGISTRY-INDEX = 0
        CALL "Registries-GetRegistryIndex" USING "minecraft:mob_effect" WS-EFFECT-REGISTRY-INDEX
        IF WS-EFFECT-REGISTRY-INDEX = 0
            EXIT PARAGRAPH
        END-IF
    END-IF
    CALL "Registries-GetRegistryLength" USING WS-EFFECT-REGISTRY-INDEX WS-REGISTRY-LENGTH
    PERFORM VARYING WS-REGISTRY-ENTRY FROM 1 BY 1 UNTIL WS-REGISTRY-ENTRY > WS-REGISTRY-LENGTH
        CALL "Registries-Iterate-EntryName" USING WS-EFFECT-REGISTRY-INDEX WS-REGISTRY-ENTRY
            WS-REGISTRY-ENTRY-NAME
        IF WS-REGISTRY-ENTRY-NAME = WS-EFFECT-NAME
            CALL "Registries-Iterate-EntryId" USING WS-EFFECT-REGISTRY-INDEX WS-REGISTRY-ENTRY
                WS-REGISTRY-ENTRY-ID
            MOVE WS-REGISTRY-ENTRY-ID TO WS-EFFECT-LOOKUP-ID
            EXIT PERFORM
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

END PROGRAM RecvPacket-UseItem.
