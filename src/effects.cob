*> --- Effect-Resolve ---
*> Fill DD-EFFECTS' kind table from the minecraft:mob_effect registry, matching
*> each entry by name. Called once, on first use, by every Effect-* entry point
*> that needs to know which registry id a kind is; the registry never changes
*> while the server runs, so there is nothing to re-resolve on reload.
IDENTIFICATION DIVISION.
PROGRAM-ID. Effect-Resolve.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-EFFECTS.
    01 WS-REGISTRY-INDEX        BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-LENGTH       BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY        BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY-ID     BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY-NAME   PIC X(64).
    01 WS-KIND                  BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    PERFORM VARYING WS-KIND FROM 1 BY 1 UNTIL WS-KIND > EFFECT-KIND-COUNT
        MOVE -1 TO EFFECT-KIND-REGISTRY-ID(WS-KIND)
    END-PERFORM
    MOVE 1 TO EFFECT-RESOLVED

    CALL "Registries-GetRegistryIndex" USING "minecraft:mob_effect" WS-REGISTRY-INDEX
    IF WS-REGISTRY-INDEX = 0
        CALL "Log-Warn" USING "No minecraft:mob_effect registry, status effects will do nothing"
        GOBACK
    END-IF
    CALL "Registries-GetRegistryLength" USING WS-REGISTRY-INDEX WS-REGISTRY-LENGTH
    PERFORM VARYING WS-REGISTRY-ENTRY FROM 1 BY 1 UNTIL WS-REGISTRY-ENTRY > WS-REGISTRY-LENGTH
        CALL "Registries-Iterate-EntryName" USING WS-REGISTRY-INDEX WS-REGISTRY-ENTRY
            WS-REGISTRY-ENTRY-NAME
        MOVE 0 TO WS-KIND
        EVALUATE WS-REGISTRY-ENTRY-NAME
            WHEN "minecraft:speed"
                MOVE EFFECT-SPEED TO WS-KIND
            WHEN "minecraft:haste"
                MOVE EFFECT-HASTE TO WS-KIND
            WHEN "minecraft:mining_fatigue"
                MOVE EFFECT-MINING-FATIGUE TO WS-KIND
            WHEN "minecraft:strength"
                MOVE EFFECT-STRENGTH TO WS-KIND
            WHEN "minecraft:instant_health"
                MOVE EFFECT-INSTANT-HEALTH TO WS-KIND
            WHEN "minecraft:instant_damage"
                MOVE EFFECT-INSTANT-DAMAGE TO WS-KIND
            WHEN "minecraft:jump_boost"
                MOVE EFFECT-JUMP-BOOST TO WS-KIND
            WHEN "minecraft:regeneration"
                MOVE EFFECT-REGENERATION TO WS-KIND
            WHEN "minecraft:resistance"
                MOVE EFFECT-RESISTANCE TO WS-KIND
            WHEN "minecraft:fire_resistance"
                MOVE EFFECT-FIRE-RESISTANCE TO WS-KIND
            WHEN "minecraft:water_breathing"
                MOVE EFFECT-WATER-BREATHING TO WS-KIND
            WHEN "minecraft:weakness"
                MOVE EFFECT-WEAKNESS TO WS-KIND
            WHEN "minecraft:poison"
                MOVE EFFECT-POISON TO WS-KIND
            WHEN "minecraft:wither"
                MOVE EFFECT-WITHER TO WS-KIND
            WHEN "minecraft:hunger"
                MOVE EFFECT-HUNGER TO WS-KIND
            WHEN "minecraft:saturation"
                MOVE EFFECT-SATURATION TO WS-KIND
            WHEN "minecraft:slow_falling"
                MOVE EFFECT-SLOW-FALLING TO WS-KIND
        END-EVALUATE
        IF WS-KIND > 0
            CALL "Registries-Iterate-EntryId" USING WS-REGISTRY-INDEX WS-REGISTRY-ENTRY
                WS-REGISTRY-ENTRY-ID
            MOVE WS-REGISTRY-ENTRY-ID TO EFFECT-KIND-REGISTRY-ID(WS-KIND)
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Effect-Resolve.

*> --- Effect-Level ---
*> How strongly one of DD-EFFECTS' kinds currently affects a player: the
*> running effect's amplifier plus one (so Speed II answers 2), or 0 when the
*> player doesn't have it. This is the single question every path an effect
*> changes asks, so it stays a short scan of the player's eight entries.
IDENTIFICATION DIVISION.
PROGRAM-ID. Effect-Level.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-EFFECTS.
    01 WS-EFFECT-INDEX          BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ID           BINARY-LONG.
LINKAGE SECTION.
    01 LK-PLAYER-ID             BINARY-LONG UNSIGNED.
    01 LK-KIND                  BINARY-LONG UNSIGNED.
    01 LK-LEVEL                 BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-KIND LK-LEVEL.
    MOVE 0 TO LK-LEVEL
    IF EFFECT-RESOLVED = 0
        CALL "Effect-Resolve"
    END-IF
    MOVE EFFECT-KIND-REGISTRY-ID(LK-KIND) TO WS-REGISTRY-ID
    IF WS-REGISTRY-ID < 0
        GOBACK
    END-IF
    PERFORM VARYING WS-EFFECT-INDEX FROM 1 BY 1 UNTIL WS-EFFECT-INDEX > MAX-PLAYER-EFFECTS
        IF PLAYER-EFFECT-TICKS(LK-PLAYER-ID, WS-EFFECT-INDEX) > 0
                AND PLAYER-EFFECT-ID(LK-PLAYER-ID, WS-EFFECT-INDEX) = WS-REGISTRY-ID
            COMPUTE LK-LEVEL = PLAYER-EFFECT-AMPLIFIER(LK-PLAYER-ID, WS-EFFECT-INDEX) + 1
            GOBACK
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Effect-Level.

*> --- Effect-Apply ---
*> Give a player a status effect (a minecraft:mob_effect registry id, an
*> amplifier and a duration in ticks) -- from a drunk potion or an eaten
*> golden apple. Vanilla's stacking rule applies: a weaker effect never
*> replaces a stronger one, and the same strength only ever extends the time
*> left. With all eight entries busy the one nearest its end makes room.
*> Instant health and instant damage don't linger at all: they heal 4 or hurt
*> 6 points, doubled per amplifier level, the moment they land (the damage
*> reduced by resistance like any other hit, but never by armor). The owning
*> client is told through the Entity Effect packet, the same find-the-owning-
*> client scan Player-SendXp makes.
IDENTIFICATION DIVISION.
PROGRAM-ID. Effect-Apply.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-PLAYERS.
    COPY DD-EFFECTS.
    COPY DD-DAMAGE-CAUSES.
    01 WS-CLIENT-ID             BINARY-LONG UNSIGNED.
    01 WS-EFFECT-INDEX          BINARY-LONG UNSIGNED.
    01 WS-SLOT                  BINARY-LONG UNSIGNED.
    01 WS-AMOUNT                FLOAT-SHORT.
    01 WS-RESISTANCE            BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID             BINARY-LONG UNSIGNED.
    01 LK-EFFECT-ID             BINARY-LONG.
    01 LK-AMPLIFIER             BINARY-CHAR UNSIGNED.
    01 LK-TICKS                 BINARY-LONG.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-EFFECT-ID LK-AMPLIFIER LK-TICKS.
    IF EFFECT-RESOLVED = 0
        CALL "Effect-Resolve"
    END-IF
    IF PLAYER-DEAD(LK-PLAYER-ID) = 1
        GOBACK
    END-IF

    IF LK-EFFECT-ID = EFFECT-KIND-REGISTRY-ID(EFFECT-INSTANT-HEALTH)
            OR LK-EFFECT-ID = EFFECT-KIND-REGISTRY-ID(EFFECT-INSTANT-DAMAGE)
        PERFORM ApplyInstant
        GOBACK
    END-IF
    IF LK-TICKS <= 0
        GOBACK
    END-IF

    MOVE 0 TO WS-SLOT
    PERFORM VARYING WS-EFFECT-INDEX FROM 1 BY 1 UNTIL WS-EFFECT-INDEX > MAX-PLAYER-EFFECTS
        IF PLAYER-EFFECT-TICKS(LK-PLAYER-ID, WS-EFFECT-INDEX) > 0
                AND PLAYER-EFFECT-ID(LK-PLAYER-ID, WS-EFFECT-INDEX) = LK-EFFECT-ID
            MOVE WS-EFFECT-INDEX TO WS-SLOT
            EXIT PERFORM
        END-IF
    END-PERFORM

    IF WS-SLOT > 0
        IF PLAYER-EFFECT-AMPLIFIER(LK-PLAYER-ID, WS-SLOT) > LK-AMPLIFIER
            GOBACK
        END-IF
        IF PLAYER-EFFECT-AMPLIFIER(LK-PLAYER-ID, WS-SLOT) = LK-AMPLIFIER
                AND PLAYER-EFFECT-TICKS(LK-PLAYER-ID, WS-SLOT) >= LK-TICKS
            GOBACK
        END-IF
    ELSE
        PERFORM FindFreeSlot
    END-IF

    MOVE LK-EFFECT-ID TO PLAYER-EFFECT-ID(LK-PLAYER-ID, WS-SLOT)
    MOVE LK-AMPLIFIER TO PLAYER-EFFECT-AMPLIFIER(LK-PLAYER-ID, WS-SLOT)
    MOVE LK-TICKS TO PLAYER-EFFECT-TICKS(LK-PLAYER-ID, WS-SLOT)

    PERFORM VARYING WS-CLIENT-ID FROM 1 BY 1 UNTIL WS-CLIENT-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(WS-CLIENT-ID) = 1 AND CLIENT-STATE(WS-CLIENT-ID) = CLIENT-STATE-PLAY
                AND CLIENT-PLAYER(WS-CLIENT-ID) = LK-PLAYER-ID
            CALL "SendPacket-EntityEffect" USING WS-CLIENT-ID LK-PLAYER-ID
                LK-EFFECT-ID LK-AMPLIFIER LK-TICKS
        END-IF
    END-PERFORM
    GOBACK.

*> An empty entry if there is one, otherwise whichever effect has the least
*> time left.
FindFreeSlot.
    MOVE 1 TO WS-SLOT
    PERFORM VARYING WS-EFFECT-INDEX FROM 1 BY 1 UNTIL WS-EFFECT-INDEX > MAX-PLAYER-EFFECTS
        IF PLAYER-EFFECT-TICKS(LK-PLAYER-ID, WS-EFFECT-INDEX) <= 0
            MOVE WS-EFFECT-INDEX TO WS-SLOT
            EXIT PARAGRAPH
        END-IF
        IF PLAYER-EFFECT-TICKS(LK-PLAYER-ID, WS-EFFECT-INDEX)
                < PLAYER-EFFECT-TICKS(LK-PLAYER-ID, WS-SLOT)
            MOVE WS-EFFECT-INDEX TO WS-SLOT
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

ApplyInstant.
    IF LK-EFFECT-ID = EFFECT-KIND-REGISTRY-ID(EFFECT-INSTANT-HEALTH)
        COMPUTE WS-AMOUNT = 4 * (2 ** LK-AMPLIFIER)
        ADD WS-AMOUNT TO PLAYER-HEALTH(LK-PLAYER-ID)
        IF PLAYER-HEALTH(LK-PLAYER-ID) > 20
            MOVE 20 TO PLAYER-HEALTH(LK-PLAYER-ID)
        END-IF
    ELSE
        IF PLAYER-GAMEMODE(LK-PLAYER-ID) = 1 OR PLAYER-GAMEMODE(LK-PLAYER-ID) = 3
            EXIT PARAGRAPH
        END-IF
        COMPUTE WS-AMOUNT = 6 * (2 ** LK-AMPLIFIER)
        CALL "Effect-Level" USING LK-PLAYER-ID EFFECT-RESISTANCE WS-RESISTANCE
        IF WS-RESISTANCE >= 5
            EXIT PARAGRAPH
        END-IF
        COMPUTE WS-AMOUNT = WS-AMOUNT * (1 - 0.2 * WS-RESISTANCE)
        MOVE DAMAGE-CAUSE-MAGIC TO PLAYER-LAST-DAMAGE-CAUSE(LK-PLAYER-ID)
        MOVE SPACES TO PLAYER-LAST-DAMAGE-BY(LK-PLAYER-ID)
        COMPUTE PLAYER-HEALTH(LK-PLAYER-ID) = PLAYER-HEALTH(LK-PLAYER-ID) - WS-AMOUNT
        IF PLAYER-HEALTH(LK-PLAYER-ID) < 0
            MOVE 0 TO PLAYER-HEALTH(LK-PLAYER-ID)
        END-IF
    END-IF

    PERFORM VARYING WS-CLIENT-ID FROM 1 BY 1 UNTIL WS-CLIENT-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(WS-CLIENT-ID) = 1 AND CLIENT-STATE(WS-CLIENT-ID) = CLIENT-STATE-PLAY
                AND CLIENT-PLAYER(WS-CLIENT-ID) = LK-PLAYER-ID
            CALL "SendPacket-UpdateHealth" USING WS-CLIENT-ID PLAYER-HEALTH(LK-PLAYER-ID)
                PLAYER-FOOD-LEVEL(LK-PLAYER-ID) PLAYER-FOOD-SATURATION(LK-PLAYER-ID)
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

END PROGRAM Effect-Apply.

*> --- Effect-TickAll ---
*> Called once per tick from ServerLoop: counts down every running effect of
*> every logged-in, living player, and tells the client when one runs out
*> (the Remove Entity Effect packet) so its icon and tint go away on time
*> rather than whenever the client's own countdown happens to agree. What the
*> effects actually do is up to the paths they change; see DD-EFFECTS.
IDENTIFICATION DIVISION.
PROGRAM-ID. Effect-TickAll.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-PLAYERS.
    COPY DD-EFFECTS.
    01 WS-CLIENT-ID             BINARY-LONG UNSIGNED.
    01 WS-PLAYER-ID             BINARY-LONG UNSIGNED.
    01 WS-EFFECT-INDEX          BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    PERFORM VARYING WS-CLIENT-ID FROM 1 BY 1 UNTIL WS-CLIENT-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(WS-CLIENT-ID) = 1 AND CLIENT-LOGIN-COMPLETE(WS-CLIENT-ID) = 1
            MOVE CLIENT-PLAYER(WS-CLIENT-ID) TO WS-PLAYER-ID
            IF PLAYER-DEAD(WS-PLAYER-ID) = 0
                PERFORM TickOnePlayer
            END-IF
        END-IF
    END-PERFORM
    GOBACK.

TickOnePlayer.
    PERFORM VARYING WS-EFFECT-INDEX FROM 1 BY 1 UNTIL WS-EFFECT-INDEX > MAX-PLAYER-EFFECTS
        IF PLAYER-EFFECT-TICKS(WS-PLAYER-ID, WS-EFFECT-INDEX) > 0
            SUBTRACT 1 FROM PLAYER-EFFECT-TICKS(WS-PLAYER-ID, WS-EFFECT-INDEX)
            IF PLAYER-EFFECT-TICKS(WS-PLAYER-ID, WS-EFFECT-INDEX) = 0
                CALL "SendPacket-RemoveEntityEffect" USING WS-CLIENT-ID WS-PLAYER-ID
                    PLAYER-EFFECT-ID(WS-PLAYER-ID, WS-EFFECT-INDEX)
            END-IF
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

END PROGRAM Effect-TickAll.

*> --- Effect-ClearAll ---
*> End every running effect on a player at once -- death, or a bucket of milk --
*> telling the owning client about each one.
IDENTIFICATION DIVISION.
PROGRAM-ID. Effect-ClearAll.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-PLAYERS.
    COPY DD-EFFECTS.
    01 WS-CLIENT-ID             BINARY-LONG UNSIGNED.
    01 WS-EFFECT-INDEX          BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID             BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    PERFORM VARYING WS-EFFECT-INDEX FROM 1 BY 1 UNTIL WS-EFFECT-INDEX > MAX-PLAYER-EFFECTS
        IF PLAYER-EFFECT-TICKS(LK-PLAYER-ID, WS-EFFECT-INDEX) > 0
            MOVE 0 TO PLAYER-EFFECT-TICKS(LK-PLAYER-ID, WS-EFFECT-INDEX)
            PERFORM VARYING WS-CLIENT-ID FROM 1 BY 1 UNTIL WS-CLIENT-ID > MAX-CLIENTS
                IF CLIENT-PRESENT(WS-CLIENT-ID) = 1 AND CLIENT-STATE(WS-CLIENT-ID) = CLIENT-STATE-PLAY
                        AND CLIENT-PLAYER(WS-CLIENT-ID) = LK-PLAYER-ID
                    CALL "SendPacket-RemoveEntityEffect" USING WS-CLIENT-ID LK-PLAYER-ID
                        PLAYER-EFFECT-ID(LK-PLAYER-ID, WS-EFFECT-INDEX)
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Effect-ClearAll.

*> --- Effect-SendAll ---
*> Stream every running effect to a player's client -- at login, where the
*> save restored them, and after a dimension change, whose Respawn packet
*> makes the client forget them.
IDENTIFICATION DIVISION.
PROGRAM-ID. Effect-SendAll.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-EFFECTS.
    01 WS-EFFECT-INDEX          BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
    01 LK-PLAYER-ID             BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-CLIENT LK-PLAYER-ID.
    PERFORM VARYING WS-EFFECT-INDEX FROM 1 BY 1 UNTIL WS-EFFECT-INDEX > MAX-PLAYER-EFFECTS
        IF PLAYER-EFFECT-TICKS(LK-PLAYER-ID, WS-EFFECT-INDEX) > 0
            CALL "SendPacket-EntityEffect" USING LK-CLIENT LK-PLAYER-ID
                PLAYER-EFFECT-ID(LK-PLAYER-ID, WS-EFFECT-INDEX)
                PLAYER-EFFECT-AMPLIFIER(LK-PLAYER-ID, WS-EFFECT-INDEX)
                PLAYER-EFFECT-TICKS(LK-PLAYER-ID, WS-EFFECT-INDEX)
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Effect-SendAll.
