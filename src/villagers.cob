*> --- Villager-LoadTrades ---
*> Parse villager-trades.conf into the shared DD-VILLAGER-TRADES table: one
*> line per offer a villager of some profession can carry, plus how often
*> villagers restock. Item names are resolved against the item registry up
*> front and professions checked against minecraft:villager_profession (when
*> the runtime has that registry) -- the brewing-recipes.conf loading shape.
*> A missing file leaves every villager with nothing to trade. Called on the
*> first villager tick; Admin-Reload clears VILLAGER-TRADES-LOADED to force a
*> re-read.
IDENTIFICATION DIVISION.
PROGRAM-ID. Villager-LoadTrades.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRADES-FILE ASSIGN TO "villager-trades.conf"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  TRADES-FILE.
01  TRADES-LINE                 PIC X(256).

WORKING-STORAGE SECTION.
    COPY DD-VILLAGER-TRADES.
    01 FS-STATUS                 PIC X(2).
    *> Ten minutes, the vanilla villager's working day split in two.
    01 DEFAULT-RESTOCK-MINUTES   BINARY-LONG UNSIGNED VALUE 10.

    *> conf parsing scratch, the blocks-simple.conf field-splitting shape
    01 WS-KIND                   PIC X(16).
    01 WS-FIELD                  PIC X(64).
    01 WS-FIELD2                 PIC X(64).
    01 WS-FIELD3                 PIC X(64).
    01 WS-FIELD4                 PIC X(64).
    01 WS-FIELD5                 PIC X(64).
    01 WS-FIELD6                 PIC X(64).
    01 WS-FIELD7                 PIC X(64).
    01 WS-FIELD8                 PIC X(64).
    01 WS-REMAINDER              PIC X(256).
    01 WS-SEP-POS                BINARY-LONG UNSIGNED.
    01 WS-LOG-MSG                PIC X(128).
    01 WS-WANT-ID                BINARY-LONG.
    01 WS-GIVE-ID                BINARY-LONG.
    01 WS-WANT-COUNT             BINARY-LONG.
    01 WS-GIVE-COUNT             BINARY-LONG.
    01 WS-MAX-USES               BINARY-LONG.
    01 WS-PROFESSION-OK          BINARY-CHAR UNSIGNED.
    01 WS-PROFESSION-INDEX       BINARY-LONG UNSIGNED.

    *> registry lookups: items by name to id, professions by name only
    01 WS-ITEM-REGISTRY-INDEX    BINARY-LONG UNSIGNED VALUE 0.
    01 WS-PROFESSION-REGISTRY    BINARY-LONG UNSIGNED VALUE 0.
    01 WS-REGISTRY-LENGTH        BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY         BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY-ID      BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY-NAME    PIC X(64).
    01 WS-LOOKUP-NAME            PIC X(64).
    01 WS-LOOKUP-ID              BINARY-LONG.

PROCEDURE DIVISION.
    MOVE 0 TO VILLAGER-TRADE-COUNT
    MOVE 0 TO VILLAGER-PROFESSION-COUNT
    COMPUTE VILLAGER-RESTOCK-TICKS = DEFAULT-RESTOCK-MINUTES * 1200
    MOVE 1 TO VILLAGER-TRADES-LOADED

    OPEN INPUT TRADES-FILE
    IF FS-STATUS NOT = "00"
        CALL "Log-Info" USING "No villager-trades.conf found, villagers will not trade"
        GOBACK
    END-IF

    PERFORM UNTIL FS-STATUS = "10"
        READ TRADES-FILE
            AT END
                MOVE "10" TO FS-STATUS
            NOT AT END
                PERFORM ParseLine
        END-READ
    END-PERFORM

    CLOSE TRADES-FILE
    CALL "Log-Info" USING "Loaded villager-trades.conf"
    GOBACK.

ParseLine.
    IF TRADES-LINE = SPACES OR TRADES-LINE(1:1) = "#"
        EXIT PARAGRAPH
    END-IF

    MOVE TRADES-LINE TO WS-REMAINDER
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
    PERFORM TakeField
    MOVE WS-FIELD TO WS-FIELD6
    PERFORM TakeField
    MOVE WS-FIELD TO WS-FIELD7
    PERFORM TakeField
    MOVE WS-FIELD TO WS-FIELD8

    EVALUATE WS-KIND
        WHEN "trade"
            PERFORM ParseTradeLine
        WHEN "restock"
            IF FUNCTION TEST-NUMVAL(WS-FIELD2) = 0 AND WS-FIELD3 = SPACES
                    AND FUNCTION NUMVAL(WS-FIELD2) >= 1
                COMPUTE VILLAGER-RESTOCK-TICKS = FUNCTION NUMVAL(WS-FIELD2) * 1200
            ELSE
                PERFORM WarnBadLine
            END-IF
        WHEN OTHER
            PERFORM WarnBadLine
    END-EVALUATE
    EXIT PARAGRAPH.

ParseTradeLine.
    IF FUNCTION TEST-NUMVAL(WS-FIELD4) NOT = 0
            OR FUNCTION TEST-NUMVAL(WS-FIELD6) NOT = 0
            OR FUNCTION TEST-NUMVAL(WS-FIELD7) NOT = 0
            OR WS-FIELD8 NOT = SPACES
            OR VILLAGER-TRADE-COUNT >= MAX-VILLAGER-TRADES
        PERFORM WarnBadLine
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-WANT-COUNT = FUNCTION NUMVAL(WS-FIELD4)
    COMPUTE WS-GIVE-COUNT = FUNCTION NUMVAL(WS-FIELD6)
    COMPUTE WS-MAX-USES = FUNCTION NUMVAL(WS-FIELD7)
    IF WS-WANT-COUNT < 1 OR WS-WANT-COUNT > 64
            OR WS-GIVE-COUNT < 1 OR WS-GIVE-COUNT > 64
            OR WS-MAX-USES < 1
        PERFORM WarnBadLine
        EXIT PARAGRAPH
    END-IF

    PERFORM CheckProfession
    MOVE WS-FIELD3 TO WS-LOOKUP-NAME
    PERFORM LookupItemId
    MOVE WS-LOOKUP-ID TO WS-WANT-ID
    MOVE WS-FIELD5 TO WS-LOOKUP-NAME
    PERFORM LookupItemId
    MOVE WS-LOOKUP-ID TO WS-GIVE-ID
    IF WS-PROFESSION-OK = 0 OR WS-WANT-ID <= 0 OR WS-GIVE-ID <= 0
        PERFORM WarnBadLine
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO VILLAGER-TRADE-COUNT
    MOVE WS-FIELD2 TO VILLAGER-TRADE-PROFESSION(VILLAGER-TRADE-COUNT)
    MOVE WS-WANT-ID TO VILLAGER-TRADE-WANT-ID(VILLAGER-TRADE-COUNT)
    MOVE WS-WANT-COUNT TO VILLAGER-TRADE-WANT-COUNT(VILLAGER-TRADE-COUNT)
    MOVE WS-GIVE-ID TO VILLAGER-TRADE-GIVE-ID(VILLAGER-TRADE-COUNT)
    MOVE WS-GIVE-COUNT TO VILLAGER-TRADE-GIVE-COUNT(VILLAGER-TRADE-COUNT)
    MOVE WS-MAX-USES TO VILLAGER-TRADE-MAX-USES(VILLAGER-TRADE-COUNT)

    PERFORM VARYING WS-PROFESSION-INDEX FROM 1 BY 1
            UNTIL WS-PROFESSION-INDEX > VILLAGER-PROFESSION-COUNT
        IF VILLAGER-PROFESSION(WS-PROFESSION-INDEX) = WS-FIELD2
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-PROFESSION-INDEX > VILLAGER-PROFESSION-COUNT
            AND VILLAGER-PROFESSION-COUNT < MAX-VILLAGER-PROFESSIONS
        ADD 1 TO VILLAGER-PROFESSION-COUNT
        MOVE WS-FIELD2 TO VILLAGER-PROFESSION(VILLAGER-PROFESSION-COUNT)
    END-IF
    EXIT PARAGRAPH.

*> A profession must name a minecraft:villager_profession entry; a runtime
*> without that registry takes any name (the client is the final judge),
*> but "none" -- what an untradeable villager is marked with -- never.
CheckProfession.
    MOVE 0 TO WS-PROFESSION-OK
    IF WS-FIELD2 = SPACES OR WS-FIELD2 = "none" OR WS-FIELD2(33:32) NOT = SPACES
        EXIT PARAGRAPH
    END-IF
    IF WS-PROFESSION-REGISTRY = 0
        CALL "Registries-GetRegistryIndex" USING "minecraft:villager_profession"
            WS-PROFESSION-REGISTRY
        IF WS-PROFESSION-REGISTRY = 0
            MOVE 1 TO WS-PROFESSION-OK
            EXIT PARAGRAPH
        END-IF
    END-IF
    CALL "Registries-GetRegistryLength" USING WS-PROFESSION-REGISTRY WS-REGISTRY-LENGTH
    PERFORM VARYING WS-REGISTRY-ENTRY FROM 1 BY 1 UNTIL WS-REGISTRY-ENTRY > WS-REGISTRY-LENGTH
        CALL "Registries-Iterate-EntryName" USING WS-PROFESSION-REGISTRY WS-REGISTRY-ENTRY
            WS-REGISTRY-ENTRY-NAME
        IF WS-REGISTRY-ENTRY-NAME = WS-FIELD2
            MOVE 1 TO WS-PROFESSION-OK
            EXIT PERFORM
        END-IF
    END-PERFORM
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
    STRING "villager-trades.conf: skipping bad line: " FUNCTION TRIM(TRADES-LINE)
        DELIMITED BY SIZE INTO WS-LOG-MSG
    CALL "Log-Warn" USING WS-LOG-MSG
    EXIT PARAGRAPH.

SplitField.
    MOVE 0 TO WS-SEP-POS
    INSPECT WS-REMAINDER TALLYING WS-SEP-POS FOR CHARACTERS BEFORE INITIAL ",".

LookupItemId.
    MOVE 0 TO WS-LOOKUP-ID
    IF WS-ITEM-REGISTRY-INDEX = 0
        CALL "Registries-GetRegistryIndex" USING "minecraft:item" WS-ITEM-REGISTRY-INDEX
        IF WS-ITEM-REGISTRY-INDEX = 0
            EXIT PARAGRAPH
        END-IF
    END-IF
    CALL "Registries-GetRegistryLength" USING WS-ITEM-REGISTRY-INDEX WS-REGISTRY-LENGTH
    PERFORM VARYING WS-REGISTRY-ENTRY FROM 1 BY 1 UNTIL WS-REGISTRY-ENTRY > WS-REGISTRY-LENGTH
        CALL "Registries-Iterate-EntryName" USING WS-ITEM-REGISTRY-INDEX WS-REGISTRY-ENTRY
            WS-REGISTRY-ENTRY-NAME
        IF WS-REGISTRY-ENTRY-NAME = WS-LOOKUP-NAME
            CALL "Registries-Iterate-EntryId" USING WS-ITEM-REGISTRY-INDEX WS-REGISTRY-ENTRY
                WS-REGISTRY-ENTRY-ID
            MOVE WS-REGISTRY-ENTRY-ID TO WS-LOOKUP-ID
            EXIT PERFORM
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

END PROGRAM Villager-LoadTrades.

*> --- Villager-Tick ---
*> The villager family's share of Callback-Tick, run on the villager's own
*> tick since nothing else may change it:
*>   - a villager without a profession (freshly spawned) draws one of the
*>     professions villager-trades.conf lists and copies that profession's
*>     offers, in file order, up to MAX-VILLAGER-OFFERS. With no trades
*>     configured it is marked "none" and tries again at each restock, so
*>     adding trades later still reaches villagers already in the world.
*>   - trades done in a merchant window arrive as ENTITY-EVENT-KIND-TRADE
*>     events (the offer number in the item-id field) and use the offer up.
*>   - every VILLAGER-RESTOCK-TICKS the uses of every offer go back to 0.
*> All of it lives on ENTITY-VILLAGER-DATA, which the villager's serializer
*> writes out with the rest of its chunk's entities.
IDENTIFICATION DIVISION.
PROGRAM-ID. Villager-Tick.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-VILLAGER-TRADES.
    COPY DD-ENTITY-EVENTS.
    01 WS-PICK                   BINARY-LONG UNSIGNED.
    01 WS-TRADE-INDEX            BINARY-LONG UNSIGNED.
    01 WS-OFFER-INDEX            BINARY-LONG UNSIGNED.
    01 WS-EVENT-FOUND            BINARY-CHAR UNSIGNED.
    01 WS-EVENT-AMOUNT           FLOAT-SHORT.
    01 WS-EVENT-PLAYER           BINARY-LONG UNSIGNED.
    01 WS-EVENT-ITEM-ID          BINARY-LONG.
LINKAGE SECTION.
    COPY DD-ENTITY.

PROCEDURE DIVISION USING LK-ENTITY.
    IF VILLAGER-TRADES-LOADED = 0
        CALL "Villager-LoadTrades"
    END-IF

    *> A freshly spawned record may come zero-filled rather than blank.
    IF ENTITY-VILLAGER-PROFESSION = SPACES OR ENTITY-VILLAGER-PROFESSION = LOW-VALUES
        PERFORM AssignProfession
    END-IF

    MOVE 1 TO WS-EVENT-FOUND
    PERFORM UNTIL WS-EVENT-FOUND = 0
        CALL "Entities-TakeEvent" USING ENTITY-EVENT-KIND-TRADE ENTITY-ID
            WS-EVENT-FOUND WS-EVENT-AMOUNT WS-EVENT-PLAYER WS-EVENT-ITEM-ID
        IF WS-EVENT-FOUND = 1 AND WS-EVENT-ITEM-ID >= 1
                AND WS-EVENT-ITEM-ID <= ENTITY-VILLAGER-OFFER-COUNT
            MOVE WS-EVENT-ITEM-ID TO WS-OFFER-INDEX
            IF ENTITY-VILLAGER-OFFER-USES(WS-OFFER-INDEX)
                    < ENTITY-VILLAGER-OFFER-MAX-USES(WS-OFFER-INDEX)
                ADD 1 TO ENTITY-VILLAGER-OFFER-USES(WS-OFFER-INDEX)
            END-IF
        END-IF
    END-PERFORM

    ADD 1 TO ENTITY-VILLAGER-RESTOCK-CLOCK
    IF ENTITY-VILLAGER-RESTOCK-CLOCK >= VILLAGER-RESTOCK-TICKS
        MOVE 0 TO ENTITY-VILLAGER-RESTOCK-CLOCK
        PERFORM VARYING WS-OFFER-INDEX FROM 1 BY 1
                UNTIL WS-OFFER-INDEX > ENTITY-VILLAGER-OFFER-COUNT
            MOVE 0 TO ENTITY-VILLAGER-OFFER-USES(WS-OFFER-INDEX)
        END-PERFORM
        IF ENTITY-VILLAGER-PROFESSION = "none"
            PERFORM AssignProfession
        END-IF
    END-IF

    GOBACK.

AssignProfession.
    MOVE 0 TO ENTITY-VILLAGER-OFFER-COUNT
    IF VILLAGER-PROFESSION-COUNT = 0
        MOVE "none" TO ENTITY-VILLAGER-PROFESSION
        EXIT PARAGRAPH
    END-IF

    COMPUTE WS-PICK = FUNCTION RANDOM * VILLAGER-PROFESSION-COUNT + 1
    IF WS-PICK > VILLAGER-PROFESSION-COUNT
        MOVE VILLAGER-PROFESSION-COUNT TO WS-PICK
    END-IF
    MOVE VILLAGER-PROFESSION(WS-PICK) TO ENTITY-VILLAGER-PROFESSION

    PERFORM VARYING WS-TRADE-INDEX FROM 1 BY 1
            UNTIL WS-TRADE-INDEX > VILLAGER-TRADE-COUNT
                OR ENTITY-VILLAGER-OFFER-COUNT >= MAX-VILLAGER-OFFERS
        IF VILLAGER-TRADE-PROFESSION(WS-TRADE-INDEX) = ENTITY-VILLAGER-PROFESSION
            ADD 1 TO ENTITY-VILLAGER-OFFER-COUNT
            MOVE ENTITY-VILLAGER-OFFER-COUNT TO WS-OFFER-INDEX
            MOVE VILLAGER-TRADE-WANT-ID(WS-TRADE-INDEX)
                TO ENTITY-VILLAGER-OFFER-WANT-ID(WS-OFFER-INDEX)
            MOVE VILLAGER-TRADE-WANT-COUNT(WS-TRADE-INDEX)
                TO ENTITY-VILLAGER-OFFER-WANT-COUNT(WS-OFFER-INDEX)
            MOVE VILLAGER-TRADE-GIVE-ID(WS-TRADE-INDEX)
                TO ENTITY-VILLAGER-OFFER-GIVE-ID(WS-OFFER-INDEX)
            MOVE VILLAGER-TRADE-GIVE-COUNT(WS-TRADE-INDEX)
                TO ENTITY-VILLAGER-OFFER-GIVE-COUNT(WS-OFFER-INDEX)
            MOVE 0 TO ENTITY-VILLAGER-OFFER-USES(WS-OFFER-INDEX)
            MOVE VILLAGER-TRADE-MAX-USES(WS-TRADE-INDEX)
                TO ENTITY-VILLAGER-OFFER-MAX-USES(WS-OFFER-INDEX)
        END-IF
    END-PERFORM
    MOVE 0 TO ENTITY-VILLAGER-RESTOCK-CLOCK
    EXIT PARAGRAPH.

END PROGRAM Villager-Tick.

*> --- Merchant-Open ---
*> A right-click on a world entity, offered here first by RecvPacket-Interact.
*> LK-HANDLED comes back 1 whenever the entity is a villager -- a villager is
*> never fed -- and the merchant window opens if it has offers, stands within
*> reach of an overworld player, and nobody else is already trading with it.
*> The window is a blockless CONTAINER-TABLE entry (BLOCK-Y -999, like an
*> ender chest) holding a copy of the villager's offers; the client is sent
*> the vanilla merchant screen, the offer list, and the empty payment and
*> result slots.
IDENTIFICATION DIVISION.
PROGRAM-ID. Merchant-Open.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-PLAYERS.
    COPY DD-CONTAINERS.
    COPY DD-WORLD.
    COPY DD-ENTITY REPLACING ==LK-ENTITY== BY ==WS-ENTITY==.
    01 PLAYER-ID                 BINARY-LONG UNSIGNED.
    01 CONTAINER-ID              BINARY-LONG UNSIGNED.
    01 WS-TABLE-SIZE             BINARY-LONG UNSIGNED.
    01 WS-ENTITY-INDEX           BINARY-LONG UNSIGNED.
    01 WS-ENTITY-PRESENT         BINARY-CHAR UNSIGNED.
    01 WS-FOUND                  BINARY-CHAR UNSIGNED.
    01 WS-SLOT-INDEX             BINARY-LONG UNSIGNED.
    01 WS-DX                     FLOAT-LONG.
    01 WS-DY                     FLOAT-LONG.
    01 WS-DZ                     FLOAT-LONG.
    *> Vanilla's entity interaction reach, squared.
    01 WS-REACH-SQUARED          FLOAT-LONG VALUE 36.
LINKAGE SECTION.
    01 LK-CLIENT                 BINARY-LONG UNSIGNED.
    01 LK-ENTITY-ID              BINARY-LONG.
    01 LK-HANDLED                BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-CLIENT LK-ENTITY-ID LK-HANDLED.
    MOVE 0 TO LK-HANDLED
    MOVE CLIENT-PLAYER(LK-CLIENT) TO PLAYER-ID

    *> World entities live in the overworld store.
    IF PLAYER-DIMENSION(PLAYER-ID) NOT = WORLD-DIM-OVERWORLD
        GOBACK
    END-IF

    MOVE 0 TO WS-FOUND
    CALL "Entities-GetCount" USING WS-TABLE-SIZE
    PERFORM VARYING WS-ENTITY-INDEX FROM 1 BY 1 UNTIL WS-ENTITY-INDEX > WS-TABLE-SIZE
        CALL "Entities-Iterate" USING WS-ENTITY-INDEX WS-ENTITY-PRESENT WS-ENTITY
        IF WS-ENTITY-PRESENT = 1 AND ENTITY-ID = LK-ENTITY-ID
            MOVE 1 TO WS-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-FOUND = 0 OR NOT ENTITY-FAMILY-VILLAGER
        GOBACK
    END-IF
    MOVE 1 TO LK-HANDLED

    IF ENTITY-VILLAGER-OFFER-COUNT = 0
        GOBACK
    END-IF
    COMPUTE WS-DX = ENTITY-X - PLAYER-X(PLAYER-ID)
    COMPUTE WS-DY = ENTITY-Y - PLAYER-Y(PLAYER-ID)
    COMPUTE WS-DZ = ENTITY-Z - PLAYER-Z(PLAYER-ID)
    IF WS-DX * WS-DX + WS-DY * WS-DY + WS-DZ * WS-DZ > WS-REACH-SQUARED
        GOBACK
    END-IF
    *> Both halves of a right-click (interact-at, then interact) arrive
    *> together; a window already up for this player is left as it is.
    IF PLAYER-OPEN-CONTAINER(PLAYER-ID) NOT = 0
        GOBACK
    END-IF

    PERFORM VARYING CONTAINER-ID FROM 1 BY 1 UNTIL CONTAINER-ID > MAX-CONTAINER-ENTRIES
        IF CONTAINER-PRESENT(CONTAINER-ID) = 1
                AND CONTAINER-TYPE(CONTAINER-ID) = CONTAINER-TYPE-MERCHANT
                AND CONTAINER-MERCHANT-VILLAGER(CONTAINER-ID) = ENTITY-ID
            GOBACK
        END-IF
    END-PERFORM

    PERFORM VARYING CONTAINER-ID FROM 1 BY 1 UNTIL CONTAINER-ID > MAX-CONTAINER-ENTRIES
        IF CONTAINER-PRESENT(CONTAINER-ID) NOT = 1
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF CONTAINER-ID > MAX-CONTAINER-ENTRIES
        CALL "Log-Error" USING "No free container table entry for merchant window"
        GOBACK
    END-IF

    MOVE 1 TO CONTAINER-PRESENT(CONTAINER-ID)
    MOVE CONTAINER-TYPE-MERCHANT TO CONTAINER-TYPE(CONTAINER-ID)
    MOVE 3 TO CONTAINER-SLOT-COUNT(CONTAINER-ID)
    MOVE 0 TO CONTAINER-BLOCK-X(CONTAINER-ID)
    MOVE -999 TO CONTAINER-BLOCK-Y(CONTAINER-ID)
    MOVE 0 TO CONTAINER-BLOCK-Z(CONTAINER-ID)
    MOVE ENTITY-ID TO CONTAINER-MERCHANT-VILLAGER(CONTAINER-ID)
    MOVE 0 TO CONTAINER-MERCHANT-SELECTED(CONTAINER-ID)
    MOVE 0 TO CONTAINER-MERCHANT-MATCHED(CONTAINER-ID)
    MOVE 0 TO CONTAINER-MERCHANT-PAY-SLOT(CONTAINER-ID)
    MOVE ENTITY-VILLAGER-OFFERS TO CONTAINER-MERCHANT-OFFERS(CONTAINER-ID)
    PERFORM VARYING WS-SLOT-INDEX FROM 1 BY 1 UNTIL WS-SLOT-INDEX > MAX-CONTAINER-SLOTS
        INITIALIZE CONTAINER-SLOT(CONTAINER-ID, WS-SLOT-INDEX)
    END-PERFORM

    MOVE CONTAINER-ID TO PLAYER-OPEN-CONTAINER(PLAYER-ID)
    ADD 1 TO PLAYER-WINDOW-STATE(PLAYER-ID)
    CALL "SendPacket-OpenScreen" USING LK-CLIENT CONTAINER-ID CONTAINER-TYPE-MERCHANT
    CALL "SendPacket-MerchantOffers" USING LK-CLIENT CONTAINER-ID
        CONTAINER-MERCHANT-OFFERS(CONTAINER-ID)
    CALL "SendPacket-SetContainerContent" USING LK-CLIENT PLAYER-WINDOW-STATE(PLAYER-ID)
        CONTAINER-SLOTS(CONTAINER-ID) PLAYER-MOUSE-ITEM(PLAYER-ID)
    GOBACK.

END PROGRAM Merchant-Open.

*> --- Merchant-UpdateResult ---
*> Work out what a merchant window's payment slots (1 and 2) currently buy:
*> the offer last picked from the list if it is paid for, otherwise the first
*> offer in the list that is. An offer is paid for when one payment slot holds
*> at least its wanted count of the wanted item, and it still has uses left
*> before the next restock. Its goods go in slot 3 (a plain stack), and the
*> offer and paying slot are remembered for Merchant-ConsumeInputs.
*>
*> Called by RecvPacket-ContainerClick when a click changes slot 1 or 2, by
*> RecvPacket-SelectTrade, and by Merchant-ConsumeInputs once a trade is done.
IDENTIFICATION DIVISION.
PROGRAM-ID. Merchant-UpdateResult.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CONTAINERS.
    01 WS-OFFER                  BINARY-LONG UNSIGNED.
    01 WS-PAY-SLOT               BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG UNSIGNED.
    01 LK-CONTAINER-ID           BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-CONTAINER-ID.
    INITIALIZE CONTAINER-SLOT(LK-CONTAINER-ID, 3)
    MOVE 0 TO CONTAINER-MERCHANT-MATCHED(LK-CONTAINER-ID)
    MOVE 0 TO CONTAINER-MERCHANT-PAY-SLOT(LK-CONTAINER-ID)

    COMPUTE WS-OFFER = CONTAINER-MERCHANT-SELECTED(LK-CONTAINER-ID) + 1
    IF WS-OFFER <= CONTAINER-MERCHANT-OFFER-COUNT(LK-CONTAINER-ID)
        PERFORM TryOffer
    END-IF
    PERFORM VARYING WS-OFFER FROM 1 BY 1
            UNTIL WS-OFFER > CONTAINER-MERCHANT-OFFER-COUNT(LK-CONTAINER-ID)
                OR CONTAINER-MERCHANT-MATCHED(LK-CONTAINER-ID) NOT = 0
        PERFORM TryOffer
    END-PERFORM

    IF CONTAINER-MERCHANT-MATCHED(LK-CONTAINER-ID) NOT = 0
        MOVE CONTAINER-MERCHANT-MATCHED(LK-CONTAINER-ID) TO WS-OFFER
        MOVE CONTAINER-MERCHANT-OFFER-GIVE-ID(LK-CONTAINER-ID, WS-OFFER)
            TO CONTAINER-SLOT-SLOT-ID(LK-CONTAINER-ID, 3)
        MOVE CONTAINER-MERCHANT-OFFER-GIVE-COUNT(LK-CONTAINER-ID, WS-OFFER)
            TO CONTAINER-SLOT-SLOT-COUNT(LK-CONTAINER-ID, 3)
    END-IF
    GOBACK.

TryOffer.
    IF CONTAINER-MERCHANT-OFFER-USES(LK-CONTAINER-ID, WS-OFFER)
            >= CONTAINER-MERCHANT-OFFER-MAX-USES(LK-CONTAINER-ID, WS-OFFER)
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-PAY-SLOT FROM 1 BY 1 UNTIL WS-PAY-SLOT > 2
        IF CONTAINER-SLOT-SLOT-ID(LK-CONTAINER-ID, WS-PAY-SLOT)
                    = CONTAINER-MERCHANT-OFFER-WANT-ID(LK-CONTAINER-ID, WS-OFFER)
                AND CONTAINER-SLOT-SLOT-COUNT(LK-CONTAINER-ID, WS-PAY-SLOT)
                    >= CONTAINER-MERCHANT-OFFER-WANT-COUNT(LK-CONTAINER-ID, WS-OFFER)
            MOVE WS-OFFER TO CONTAINER-MERCHANT-MATCHED(LK-CONTAINER-ID)
            MOVE WS-PAY-SLOT TO CONTAINER-MERCHANT-PAY-SLOT(LK-CONTAINER-ID)
            EXIT PERFORM
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

END PROGRAM Merchant-UpdateResult.

*> --- Merchant-ConsumeInputs ---
*> The goods on offer have just been taken: the paying slot gives up the
*> offer's price, the window's copy of the offer counts the use (so the list
*> the player sees greys it out once spent) and the villager is told through
*> an ENTITY-EVENT-KIND-TRADE event, to count it on its own next tick. The
*> trader earns the vanilla handful of experience, the refreshed offer list
*> goes back to the client, and the result is recomputed for what is left in
*> the payment slots.
IDENTIFICATION DIVISION.
PROGRAM-ID. Merchant-ConsumeInputs.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-PLAYERS.
    COPY DD-CONTAINERS.
    COPY DD-ENTITY-EVENTS.
    01 WS-OFFER                  BINARY-LONG UNSIGNED.
    01 WS-PAY-SLOT               BINARY-LONG UNSIGNED.
    01 WS-OFFER-AS-ITEM          BINARY-LONG.
    01 WS-NO-AMOUNT              FLOAT-SHORT VALUE 0.
    01 WS-TRADE-XP-POINTS        BINARY-LONG UNSIGNED VALUE 3.
    01 WS-SCAN-ID                BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG UNSIGNED.
    01 LK-CONTAINER-ID           BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-CONTAINER-ID.
    MOVE CONTAINER-MERCHANT-MATCHED(LK-CONTAINER-ID) TO WS-OFFER
    MOVE CONTAINER-MERCHANT-PAY-SLOT(LK-CONTAINER-ID) TO WS-PAY-SLOT
    IF WS-OFFER = 0 OR WS-PAY-SLOT = 0
        GOBACK
    END-IF

    IF CONTAINER-SLOT-SLOT-COUNT(LK-CONTAINER-ID, WS-PAY-SLOT)
            > CONTAINER-MERCHANT-OFFER-WANT-COUNT(LK-CONTAINER-ID, WS-OFFER)
        SUBTRACT CONTAINER-MERCHANT-OFFER-WANT-COUNT(LK-CONTAINER-ID, WS-OFFER)
            FROM CONTAINER-SLOT-SLOT-COUNT(LK-CONTAINER-ID, WS-PAY-SLOT)
    ELSE
        INITIALIZE CONTAINER-SLOT(LK-CONTAINER-ID, WS-PAY-SLOT)
    END-IF

    ADD 1 TO CONTAINER-MERCHANT-OFFER-USES(LK-CONTAINER-ID, WS-OFFER)
    MOVE WS-OFFER TO WS-OFFER-AS-ITEM
    CALL "Entities-PushEvent" USING ENTITY-EVENT-KIND-TRADE
        CONTAINER-MERCHANT-VILLAGER(LK-CONTAINER-ID) WS-NO-AMOUNT LK-PLAYER-ID
        WS-OFFER-AS-ITEM
    CALL "Player-AwardXp" USING LK-PLAYER-ID WS-TRADE-XP-POINTS

    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(WS-SCAN-ID) = 1 AND CLIENT-STATE(WS-SCAN-ID) = CLIENT-STATE-PLAY
                AND CLIENT-PLAYER(WS-SCAN-ID) = LK-PLAYER-ID
            CALL "SendPacket-MerchantOffers" USING WS-SCAN-ID LK-CONTAINER-ID
                CONTAINER-MERCHANT-OFFERS(LK-CONTAINER-ID)
        END-IF
    END-PERFORM

    CALL "Merchant-UpdateResult" USING LK-PLAYER-ID LK-CONTAINER-ID
    GOBACK.

END PROGRAM Merchant-ConsumeInputs.

*> --- Merchant-HandleRelease ---
*> Called from Container-CloseForPlayer alongside Trade-HandleRelease: a
*> merchant window being let go of hands whatever is still in its payment
*> slots back to the player (matching stacks first, then empty slots, hotbar
*> before main; what doesn't fit lands at their feet), drops the result that
*> was only ever on offer, and frees the entry. LK-HANDLED tells the caller
*> the entry is dealt with -- there is no block file to write it to.
IDENTIFICATION DIVISION.
PROGRAM-ID. Merchant-HandleRelease.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-PLAYERS.
    COPY DD-CONTAINERS.
    01 MAX-STACK-SIZE            BINARY-CHAR UNSIGNED VALUE 64.
    01 WS-FROM-SLOT              BINARY-LONG UNSIGNED.
    01 WS-TO-SLOT                BINARY-LONG UNSIGNED.
    01 WS-ROOM                   BINARY-LONG.
    01 WS-MATCH                  BINARY-CHAR UNSIGNED.
    01 WS-SCAN-ID                BINARY-LONG UNSIGNED.
    01 WS-GIVE-SLOT.
        COPY DD-INVENTORY-SLOT REPLACING LEADING ==PREFIX== BY ==WS-GIVE==.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG UNSIGNED.
    01 LK-CONTAINER-ID           BINARY-LONG UNSIGNED.
    01 LK-HANDLED                BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-CONTAINER-ID LK-HANDLED.
    MOVE 0 TO LK-HANDLED
    IF CONTAINER-PRESENT(LK-CONTAINER-ID) NOT = 1
            OR CONTAINER-TYPE(LK-CONTAINER-ID) NOT = CONTAINER-TYPE-MERCHANT
        GOBACK
    END-IF
    MOVE 1 TO LK-HANDLED

    PERFORM VARYING WS-FROM-SLOT FROM 1 BY 1 UNTIL WS-FROM-SLOT > 2
        PERFORM DeliverSlot
    END-PERFORM
    INITIALIZE CONTAINER-SLOT(LK-CONTAINER-ID, 3)
    MOVE 0 TO CONTAINER-PRESENT(LK-CONTAINER-ID)

    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(WS-SCAN-ID) = 1 AND CLIENT-STATE(WS-SCAN-ID) = CLIENT-STATE-PLAY
                AND CLIENT-PLAYER(WS-SCAN-ID) = LK-PLAYER-ID
            ADD 1 TO PLAYER-WINDOW-STATE(LK-PLAYER-ID)
            CALL "SendPacket-SetContainerContent" USING WS-SCAN-ID
                PLAYER-WINDOW-STATE(LK-PLAYER-ID)
                PLAYER-INVENTORY(LK-PLAYER-ID)
                PLAYER-MOUSE-ITEM(LK-PLAYER-ID)
        END-IF
    END-PERFORM
    GOBACK.

*> One payment slot into the player's inventory -- Trade-Command's
*> DeliverSlot order.
DeliverSlot.
    IF CONTAINER-SLOT-SLOT-COUNT(LK-CONTAINER-ID, WS-FROM-SLOT) = 0
        EXIT PARAGRAPH
    END-IF
    MOVE CONTAINER-SLOT(LK-CONTAINER-ID, WS-FROM-SLOT) TO WS-GIVE-SLOT
    INITIALIZE CONTAINER-SLOT(LK-CONTAINER-ID, WS-FROM-SLOT)

    PERFORM VARYING WS-TO-SLOT FROM 37 BY 1
            UNTIL WS-TO-SLOT > 45 OR WS-GIVE-SLOT-COUNT = 0
        PERFORM TryMergeIntoSlot
    END-PERFORM
    PERFORM VARYING WS-TO-SLOT FROM 10 BY 1
            UNTIL WS-TO-SLOT > 36 OR WS-GIVE-SLOT-COUNT = 0
        PERFORM TryMergeIntoSlot
    END-PERFORM
    PERFORM VARYING WS-TO-SLOT FROM 37 BY 1
            UNTIL WS-TO-SLOT > 45 OR WS-GIVE-SLOT-COUNT = 0
        PERFORM TryFillEmptySlot
    END-PERFORM
    PERFORM VARYING WS-TO-SLOT FROM 10 BY 1
            UNTIL WS-TO-SLOT > 36 OR WS-GIVE-SLOT-COUNT = 0
        PERFORM TryFillEmptySlot
    END-PERFORM

    IF WS-GIVE-SLOT-COUNT > 0
        CALL "Entities-SpawnItem" USING PLAYER-X(LK-PLAYER-ID) PLAYER-Y(LK-PLAYER-ID)
            PLAYER-Z(LK-PLAYER-ID) WS-GIVE-SLOT WS-GIVE-SLOT-COUNT
    END-IF
    EXIT PARAGRAPH.

TryMergeIntoSlot.
    IF PLAYER-INVENTORY-SLOT-SLOT-COUNT(LK-PLAYER-ID, WS-TO-SLOT) > 0
            AND PLAYER-INVENTORY-SLOT-SLOT-COUNT(LK-PLAYER-ID, WS-TO-SLOT) < MAX-STACK-SIZE
        CALL "InventorySlot-Match" USING PLAYER-INVENTORY-SLOT(LK-PLAYER-ID, WS-TO-SLOT)
            WS-GIVE-SLOT WS-MATCH
        IF WS-MATCH = 1
            COMPUTE WS-ROOM = MAX-STACK-SIZE
                - PLAYER-INVENTORY-SLOT-SLOT-COUNT(LK-PLAYER-ID, WS-TO-SLOT)
            IF WS-ROOM > WS-GIVE-SLOT-COUNT
                MOVE WS-GIVE-SLOT-COUNT TO WS-ROOM
            END-IF
            ADD WS-ROOM TO PLAYER-INVENTORY-SLOT-SLOT-COUNT(LK-PLAYER-ID, WS-TO-SLOT)
            SUBTRACT WS-ROOM FROM WS-GIVE-SLOT-COUNT
        END-IF
    END-IF
    EXIT PARAGRAPH.

TryFillEmptySlot.
    IF PLAYER-INVENTORY-SLOT-SLOT-COUNT(LK-PLAYER-ID, WS-TO-SLOT) = 0
        MOVE WS-GIVE-SLOT TO PLAYER-INVENTORY-SLOT(LK-PLAYER-ID, WS-TO-SLOT)
        MOVE 0 TO WS-GIVE-SLOT-COUNT
    END-IF
    EXIT PARAGRAPH.

END PROGRAM Merchant-HandleRelease.
