*> --- Brewing-Load ---
*> Parse brewing-recipes.conf into the shared DD-BREWING tables: the brews a
*> stand can perform (an ingredient turning one potion into another), what
*> fuels a stand and for how many brews, and what each potion does when it is
*> drunk. Item, potion and effect names are all resolved against their
*> registries up front -- the furnace-recipes.conf loading shape. A missing
*> file leaves stands idle and potions without effect. Called on first use by
*> Brewing-TickAll and RecvPacket-UseItem; Admin-Reload clears BREWING-LOADED
*> to force a re-read.
IDENTIFICATION DIVISION.
PROGRAM-ID. Brewing-Load.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RECIPES-FILE ASSIGN TO "brewing-recipes.conf"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RECIPES-FILE.
01  RECIPES-LINE                PIC X(256).

WORKING-STORAGE SECTION.
    COPY DD-BREWING.
    01 FS-STATUS                 PIC X(2).

    *> conf parsing scratch, the blocks-simple.conf field-splitting shape
    01 WS-KIND                   PIC X(16).
    01 WS-FIELD                  PIC X(64).
    01 WS-FIELD2                 PIC X(64).
    01 WS-FIELD3                 PIC X(64).
    01 WS-FIELD4                 PIC X(64).
    01 WS-FIELD5                 PIC X(64).
    01 WS-REMAINDER              PIC X(256).
    01 WS-SEP-POS                BINARY-LONG UNSIGNED.
    01 WS-LOG-MSG                PIC X(128).
    01 WS-ID-A                   BINARY-LONG.
    01 WS-ID-B                   BINARY-LONG.
    01 WS-ID-C                   BINARY-LONG.

    *> registry lookup: which registry (1 item, 2 potion, 3 mob effect), then
    *> the entry name
    01 WS-LOOKUP-REGISTRY        BINARY-CHAR UNSIGNED.
    01 WS-REGISTRY-INDEX         BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-LENGTH        BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY         BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY-ID      BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY-NAME    PIC X(64).
    01 WS-LOOKUP-NAME            PIC X(64).
    01 WS-LOOKUP-ID              BINARY-LONG.

PROCEDURE DIVISION.
    MOVE 0 TO BREW-RECIPE-COUNT
    MOVE 0 TO BREW-FUEL-COUNT
    MOVE 0 TO POTION-EFFECT-COUNT
    MOVE 1 TO WS-LOOKUP-REGISTRY
    MOVE "minecraft:potion" TO WS-LOOKUP-NAME
    PERFORM LookupRegistryId
    MOVE WS-LOOKUP-ID TO BREW-POTION-ITEM-ID
    MOVE 1 TO BREWING-LOADED

    OPEN INPUT RECIPES-FILE
    IF FS-STATUS NOT = "00"
        CALL "Log-Info" USING "No brewing-recipes.conf found, brewing stands will not brew"
        GOBACK
    END-IF

    PERFORM UNTIL FS-STATUS = "10"
        READ RECIPES-FILE
            AT END
                MOVE "10" TO FS-STATUS
            NOT AT END
                PERFORM ParseLine
        END-READ
    END-PERFORM

    CLOSE RECIPES-FILE
    CALL "Log-Info" USING "Loaded brewing-recipes.conf"
    GOBACK.

ParseLine.
    IF RECIPES-LINE = SPACES OR RECIPES-LINE(1:1) = "#"
        EXIT PARAGRAPH
    END-IF

    MOVE RECIPES-LINE TO WS-REMAINDER
    PERFORM TakeField
    MOVE WS-FIELD TO WS-KIND
    PERFORM TakeField
    MOVE WS-FIELD TO WS-FIELD2
    PERFORM TakeField
    MOVE WS-FIELD TO WS-FIELD3
    PERFORM TakeField
    MOVE WS-FIELD TO WS-FIELD4
    PERFORM TakeField
    MOVE WS-FIELD TO WS-FIELD5

    EVALUATE WS-KIND
        WHEN "brew"
            MOVE 1 TO WS-LOOKUP-REGISTRY
            MOVE WS-FIELD2 TO WS-LOOKUP-NAME
            PERFORM LookupRegistryId
            MOVE WS-LOOKUP-ID TO WS-ID-A
            MOVE 2 TO WS-LOOKUP-REGISTRY
            MOVE WS-FIELD3 TO WS-LOOKUP-NAME
            PERFORM LookupRegistryId
            MOVE WS-LOOKUP-ID TO WS-ID-B
            MOVE WS-FIELD4 TO WS-LOOKUP-NAME
            PERFORM LookupRegistryId
            MOVE WS-LOOKUP-ID TO WS-ID-C
            IF WS-ID-A > 0 AND WS-ID-B >= 0 AND WS-ID-C >= 0 AND WS-FIELD5 = SPACES
                    AND BREW-RECIPE-COUNT < MAX-BREW-RECIPES
                ADD 1 TO BREW-RECIPE-COUNT
                MOVE WS-ID-A TO BREW-INGREDIENT-ID(BREW-RECIPE-COUNT)
                COMPUTE BREW-INPUT-POTION(BREW-RECIPE-COUNT) = WS-ID-B + 1
                COMPUTE BREW-OUTPUT-POTION(BREW-RECIPE-COUNT) = WS-ID-C + 1
            ELSE
                PERFORM WarnBadLine
            END-IF
        WHEN "fuel"
            MOVE 1 TO WS-LOOKUP-REGISTRY
            MOVE WS-FIELD2 TO WS-LOOKUP-NAME
            PERFORM LookupRegistryId
            IF WS-LOOKUP-ID > 0 AND FUNCTION TEST-NUMVAL(WS-FIELD3) = 0
                    AND WS-FIELD4 = SPACES
                    AND BREW-FUEL-COUNT < MAX-BREW-FUELS
                ADD 1 TO BREW-FUEL-COUNT
                MOVE WS-LOOKUP-ID TO BREW-FUEL-ITEM-ID(BREW-FUEL-COUNT)
                COMPUTE BREW-FUEL-CHARGES(BREW-FUEL-COUNT) = FUNCTION NUMVAL(WS-FIELD3)
            ELSE
                PERFORM WarnBadLine
            END-IF
        WHEN "potion"
            MOVE 2 TO WS-LOOKUP-REGISTRY
            MOVE WS-FIELD2 TO WS-LOOKUP-NAME
            PERFORM LookupRegistryId
            MOVE WS-LOOKUP-ID TO WS-ID-A
            MOVE 3 TO WS-LOOKUP-REGISTRY
            MOVE WS-FIELD3 TO WS-LOOKUP-NAME
            PERFORM LookupRegistryId
            MOVE WS-LOOKUP-ID TO WS-ID-B
            IF WS-ID-A >= 0 AND WS-ID-B >= 0
                    AND FUNCTION TEST-NUMVAL(WS-FIELD4) = 0
                    AND FUNCTION TEST-NUMVAL(WS-FIELD5) = 0
                    AND POTION-EFFECT-COUNT < MAX-POTION-EFFECTS
                ADD 1 TO POTION-EFFECT-COUNT
                COMPUTE POTION-EFFECT-POTION(POTION-EFFECT-COUNT) = WS-ID-A + 1
                MOVE WS-ID-B TO POTION-EFFECT-ID(POTION-EFFECT-COUNT)
                COMPUTE POTION-EFFECT-AMPLIFIER(POTION-EFFECT-COUNT) = FUNCTION NUMVAL(WS-FIELD4)
                COMPUTE POTION-EFFECT-TICKS(POTION-EFFECT-COUNT) = FUNCTION NUMVAL(WS-FIELD5) * 20
            ELSE
                PERFORM WarnBadLine
            END-IF
        WHEN OTHER
            PERFORM WarnBadLine
    END-EVALUATE
    EXIT PARAGRAPH.

*> Cut the next comma-separated field off WS-REMAINDER into WS-FIELD; once the
*> line is used up every further field comes back as spaces.
TakeField.
    MOVE SPACES TO WS-FIELD
    PERFORM SplitField
    IF WS-SEP-POS > 0
        MOVE WS-REMAINDER(1:WS-SEP-POS) TO WS-FIELD
        MOVE FUNCTION TRIM(WS-FIELD) TO WS-FIELD
    END-IF
    IF WS-SEP-POS + 1 < LENGTH OF WS-REMAINDER
        MOVE WS-REMAINDER(WS-SEP-POS + 2:) TO WS-REMAINDER
    ELSE
        MOVE SPACES TO WS-REMAINDER
    END-IF
    EXIT PARAGRAPH.

WarnBadLine.
    STRING "brewing-recipes.conf: skipping bad line: " FUNCTION TRIM(RECIPES-LINE)
        DELIMITED BY SIZE INTO WS-LOG-MSG
    CALL "Log-Warn" USING WS-LOG-MSG
    EXIT PARAGRAPH.

SplitField.
    MOVE 0 TO WS-SEP-POS
    INSPECT WS-REMAINDER TALLYING WS-SEP-POS FOR CHARACTERS BEFORE INITIAL ",".

*> Potion registry ids start at 0 (water), so "not found" is -1 here rather
*> than the 0 the item-only lookups use.
LookupRegistryId.
    MOVE -1 TO WS-LOOKUP-ID
    EVALUATE WS-LOOKUP-REGISTRY
        WHEN 1
            CALL "Registries-GetRegistryIndex" USING "minecraft:item" WS-REGISTRY-INDEX
        WHEN 2
            CALL "Registries-GetRegistryIndex" USING "minecraft:potion" WS-REGISTRY-INDEX
        WHEN OTHER
            CALL "Registries-GetRegistryIndex" USING "minecraft:mob_effect" WS-REGISTRY-INDEX
    END-EVALUATE
    IF WS-REGISTRY-INDEX = 0
        EXIT PARAGRAPH
    END-IF
    CALL "Registries-GetRegistryLength" USING WS-REGISTRY-INDEX WS-REGISTRY-LENGTH
    PERFORM VARYING WS-REGISTRY-ENTRY FROM 1 BY 1 UNTIL WS-REGISTRY-ENTRY > WS-REGISTRY-LENGTH
        CALL "Registries-Iterate-EntryName" USING WS-REGISTRY-INDEX WS-REGISTRY-ENTRY
            WS-REGISTRY-ENTRY-NAME
        IF WS-REGISTRY-ENTRY-NAME = WS-LOOKUP-NAME
            CALL "Registries-Iterate-EntryId" USING WS-REGISTRY-INDEX WS-REGISTRY-ENTRY
                WS-REGISTRY-ENTRY-ID
            MOVE WS-REGISTRY-ENTRY-ID TO WS-LOOKUP-ID
            EXIT PERFORM
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

END PROGRAM Brewing-Load.

*> --- Brewing-TickAll ---
*> Called once per tick from ServerLoop: advances every live brewing stand in
*> CONTAINER-TABLE, the way Furnace-TickAll advances furnaces. A stand whose
*> ingredient (slot 4) turns at least one of its bottles (slots 1-3) into
*> something else spends one fuel charge to start, counts up a 400-tick brew,
*> then converts every matching bottle and uses up one ingredient. Charges
*> come from the fuel slot (5), refilled from it whenever they run out.
*> Taking the ingredient or the bottles away mid-brew stops it dead, as in
*> vanilla, and the charge already spent is gone. Whoever has the stand open
*> gets Set Container Property updates so the bubbles and fuel bar move.
IDENTIFICATION DIVISION.
PROGRAM-ID. Brewing-TickAll.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-PLAYERS.
    COPY DD-CONTAINERS.
    COPY DD-BREWING.
    01 BREW-TIME-TICKS           BINARY-LONG UNSIGNED VALUE 400.

    *> per-stand tick scratch
    01 CONTAINER-ID              BINARY-LONG UNSIGNED.
    01 WS-BOTTLE                 BINARY-LONG UNSIGNED.
    01 WS-BOTTLE-OUTPUTS.
        05 WS-BOTTLE-OUTPUT OCCURS 3 TIMES BINARY-LONG UNSIGNED.
    01 WS-RECIPE-INDEX           BINARY-LONG UNSIGNED.
    01 WS-CAN-BREW               BINARY-CHAR UNSIGNED.
    01 WS-FUEL-INDEX             BINARY-LONG UNSIGNED.
    01 WS-ACTIVE                 BINARY-CHAR UNSIGNED.
    01 WS-VIEW-PLAYER            BINARY-LONG UNSIGNED.
    01 WS-VIEW-CLIENT            BINARY-LONG UNSIGNED.
    01 WS-PROPERTY               BINARY-LONG.
    01 WS-PROPERTY-VALUE         BINARY-LONG.

PROCEDURE DIVISION.
    IF BREWING-LOADED = 0
        CALL "Brewing-Load"
    END-IF

    PERFORM VARYING CONTAINER-ID FROM 1 BY 1 UNTIL CONTAINER-ID > MAX-CONTAINER-ENTRIES
        IF CONTAINER-PRESENT(CONTAINER-ID) = 1
                AND CONTAINER-TYPE(CONTAINER-ID) = CONTAINER-TYPE-BREWING
            PERFORM TickStand
        END-IF
    END-PERFORM

    GOBACK.

TickStand.
    MOVE 0 TO WS-ACTIVE
    IF CONTAINER-FUEL-REMAINING(CONTAINER-ID) = 0
        PERFORM ConsumeFuel
    END-IF

    PERFORM CheckCanBrew
    IF WS-CAN-BREW = 0
        IF CONTAINER-SMELT-PROGRESS(CONTAINER-ID) NOT = 0
            MOVE 0 TO CONTAINER-SMELT-PROGRESS(CONTAINER-ID)
            MOVE 1 TO WS-ACTIVE
        END-IF
    ELSE
        IF CONTAINER-SMELT-PROGRESS(CONTAINER-ID) = 0
            IF CONTAINER-FUEL-REMAINING(CONTAINER-ID) = 0
                EXIT PARAGRAPH
            END-IF
            SUBTRACT 1 FROM CONTAINER-FUEL-REMAINING(CONTAINER-ID)
        END-IF
        ADD 1 TO CONTAINER-SMELT-PROGRESS(CONTAINER-ID)
        MOVE 1 TO WS-ACTIVE
        IF CONTAINER-SMELT-PROGRESS(CONTAINER-ID) >= BREW-TIME-TICKS
            PERFORM FinishBrew
        END-IF
    END-IF

    IF WS-ACTIVE = 1
        PERFORM NotifyViewers
    END-IF
    EXIT PARAGRAPH.

*> A stand can brew when it has an ingredient and at least one of its bottles
*> is a potion that ingredient has a recipe for. WS-BOTTLE-OUTPUT remembers
*> what each bottle becomes (0 = stays as it is).
CheckCanBrew.
    MOVE 0 TO WS-CAN-BREW
    INITIALIZE WS-BOTTLE-OUTPUTS
    IF CONTAINER-SLOT-SLOT-COUNT(CONTAINER-ID, 4) = 0
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-BOTTLE FROM 1 BY 1 UNTIL WS-BOTTLE > 3
        IF CONTAINER-SLOT-SLOT-COUNT(CONTAINER-ID, WS-BOTTLE) > 0
                AND CONTAINER-SLOT-SLOT-ID(CONTAINER-ID, WS-BOTTLE) = BREW-POTION-ITEM-ID
            PERFORM VARYING WS-RECIPE-INDEX FROM 1 BY 1 UNTIL WS-RECIPE-INDEX > BREW-RECIPE-COUNT
                IF BREW-INGREDIENT-ID(WS-RECIPE-INDEX) = CONTAINER-SLOT-SLOT-ID(CONTAINER-ID, 4)
                        AND BREW-INPUT-POTION(WS-RECIPE-INDEX)
                            = CONTAINER-SLOT-SLOT-POTION(CONTAINER-ID, WS-BOTTLE)
                    MOVE BREW-OUTPUT-POTION(WS-RECIPE-INDEX) TO WS-BOTTLE-OUTPUT(WS-BOTTLE)
                    MOVE 1 TO WS-CAN-BREW
                    EXIT PERFORM
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

ConsumeFuel.
    IF CONTAINER-SLOT-SLOT-COUNT(CONTAINER-ID, 5) = 0
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-FUEL-INDEX FROM 1 BY 1 UNTIL WS-FUEL-INDEX > BREW-FUEL-COUNT
        IF BREW-FUEL-ITEM-ID(WS-FUEL-INDEX) = CONTAINER-SLOT-SLOT-ID(CONTAINER-ID, 5)
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-FUEL-INDEX > BREW-FUEL-COUNT
        EXIT PARAGRAPH
    END-IF

    SUBTRACT 1 FROM CONTAINER-SLOT-SLOT-COUNT(CONTAINER-ID, 5)
    IF CONTAINER-SLOT-SLOT-COUNT(CONTAINER-ID, 5) = 0
        MOVE 0 TO CONTAINER-SLOT-SLOT-ID(CONTAINER-ID, 5)
    END-IF
    MOVE BREW-FUEL-CHARGES(WS-FUEL-INDEX) TO CONTAINER-FUEL-REMAINING(CONTAINER-ID)
    MOVE BREW-FUEL-CHARGES(WS-FUEL-INDEX) TO CONTAINER-FUEL-TOTAL(CONTAINER-ID)
    MOVE 1 TO WS-ACTIVE
    *> The fuel slot changed contents, not just a property.
    PERFORM ResyncViewers
    EXIT PARAGRAPH.

FinishBrew.
    MOVE 0 TO CONTAINER-SMELT-PROGRESS(CONTAINER-ID)
    PERFORM VARYING WS-BOTTLE FROM 1 BY 1 UNTIL WS-BOTTLE > 3
        IF WS-BOTTLE-OUTPUT(WS-BOTTLE) > 0
            MOVE WS-BOTTLE-OUTPUT(WS-BOTTLE) TO CONTAINER-SLOT-SLOT-POTION(CONTAINER-ID, WS-BOTTLE)
        END-IF
    END-PERFORM

    SUBTRACT 1 FROM CONTAINER-SLOT-SLOT-COUNT(CONTAINER-ID, 4)
    IF CONTAINER-SLOT-SLOT-COUNT(CONTAINER-ID, 4) = 0
        MOVE 0 TO CONTAINER-SLOT-SLOT-ID(CONTAINER-ID, 4)
    END-IF

    PERFORM ResyncViewers
    EXIT PARAGRAPH.

*> Vanilla brewing stand window properties: 0 is the brew time left (0 when
*> idle, which hides the bubbles), 1 the fuel charges left, out of 20.
NotifyViewers.
    PERFORM VARYING WS-VIEW-PLAYER FROM 1 BY 1 UNTIL WS-VIEW-PLAYER > MAX-PLAYER-ENTRIES
        IF PLAYER-PRESENT(WS-VIEW-PLAYER) = 1
                AND PLAYER-OPEN-CONTAINER(WS-VIEW-PLAYER) = CONTAINER-ID
            PERFORM VARYING WS-VIEW-CLIENT FROM 1 BY 1 UNTIL WS-VIEW-CLIENT > MAX-CLIENTS
                IF CLIENT-PRESENT(WS-VIEW-CLIENT) = 1
                        AND CLIENT-STATE(WS-VIEW-CLIENT) = CLIENT-STATE-PLAY
                        AND CLIENT-PLAYER(WS-VIEW-CLIENT) = WS-VIEW-PLAYER
                    MOVE 0 TO WS-PROPERTY
                    MOVE 0 TO WS-PROPERTY-VALUE
                    IF CONTAINER-SMELT-PROGRESS(CONTAINER-ID) > 0
                        COMPUTE WS-PROPERTY-VALUE =
                            BREW-TIME-TICKS - CONTAINER-SMELT-PROGRESS(CONTAINER-ID)
                    END-IF
                    CALL "SendPacket-SetContainerProperty" USING WS-VIEW-CLIENT
                        CONTAINER-ID WS-PROPERTY WS-PROPERTY-VALUE
                    MOVE 1 TO WS-PROPERTY
                    MOVE CONTAINER-FUEL-REMAINING(CONTAINER-ID) TO WS-PROPERTY-VALUE
                    CALL "SendPacket-SetContainerProperty" USING WS-VIEW-CLIENT
                        CONTAINER-ID WS-PROPERTY WS-PROPERTY-VALUE
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> A finished brew or a consumed fuel item changed slot contents -- push the
*> whole window again the same way Furnace-TickAll does.
ResyncViewers.
    PERFORM VARYING WS-VIEW-PLAYER FROM 1 BY 1 UNTIL WS-VIEW-PLAYER > MAX-PLAYER-ENTRIES
        IF PLAYER-PRESENT(WS-VIEW-PLAYER) = 1
                AND PLAYER-OPEN-CONTAINER(WS-VIEW-PLAYER) = CONTAINER-ID
            PERFORM VARYING WS-VIEW-CLIENT FROM 1 BY 1 UNTIL WS-VIEW-CLIENT > MAX-CLIENTS
                IF CLIENT-PRESENT(WS-VIEW-CLIENT) = 1
                        AND CLIENT-STATE(WS-VIEW-CLIENT) = CLIENT-STATE-PLAY
                        AND CLIENT-PLAYER(WS-VIEW-CLIENT) = WS-VIEW-PLAYER
                    ADD 1 TO PLAYER-WINDOW-STATE(WS-VIEW-PLAYER)
                    CALL "SendPacket-SetContainerContent" USING WS-VIEW-CLIENT
                        PLAYER-WINDOW-STATE(WS-VIEW-PLAYER)
                        CONTAINER-SLOTS(CONTAINER-ID) PLAYER-MOUSE-ITEM(WS-VIEW-PLAYER)
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

END PROGRAM Brewing-TickAll.
