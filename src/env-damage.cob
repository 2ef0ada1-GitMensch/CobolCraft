*> SendPacket-UpdateHealth stream every other damage source uses, so
*> ServiceClient's death detection picks a fatal tick up on its own.
*> Armor deliberately doesn't apply -- vanilla's drowning/burning/suffocation
*> ignore it too. Water breathing keeps the air meter full underwater, and
*> fire resistance makes lava, fire and afterburn harmless (the burn is put
*> out rather than left to resume when the effect ends).
IDENTIFICATION DIVISION.
PROGRAM-ID. Player-EnvironmentTick.

    01 WS-DAMAGE                FLOAT-SHORT.
    01 WS-CHANGED               BINARY-CHAR UNSIGNED.
    01 WS-TARGET-DIM            BINARY-CHAR UNSIGNED.
    COPY DD-EFFECTS.
    01 WS-WATER-BREATHING       BINARY-LONG UNSIGNED.
    01 WS-FIRE-RESISTANCE       BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    ADD 1 TO WS-TICK-COUNTER
    COMPUTE WS-HEAD-Y = WS-FEET-Y + 1
    CALL "World-BlockNameAt" USING WS-FEET-X WS-FEET-Y WS-FEET-Z WS-FEET-NAME
    CALL "World-BlockNameAt" USING WS-FEET-X WS-HEAD-Y WS-FEET-Z WS-HEAD-NAME
    CALL "Effect-Level" USING WS-PLAYER-ID EFFECT-WATER-BREATHING WS-WATER-BREATHING
    CALL "Effect-Level" USING WS-PLAYER-ID EFFECT-FIRE-RESISTANCE WS-FIRE-RESISTANCE

    *> Air meter: refilling in anything breathable, draining underwater, and
    *> costing a heart per half second once empty.
    IF WS-HEAD-NAME = "minecraft:water" AND WS-WATER-BREATHING = 0
        SUBTRACT ENV-CHECK-INTERVAL FROM PLAYER-AIR-TICKS(WS-PLAYER-ID)
        IF PLAYER-AIR-TICKS(WS-PLAYER-ID) <= 0
            MOVE 0 TO PLAYER-AIR-TICKS(WS-PLAYER-ID)

    *> Lava is the worst of it and sets the longest afterburn; standing in fire
    *> is milder. Water at the feet douses any lingering burn.
    IF WS-FIRE-RESISTANCE > 0
        MOVE 0 TO PLAYER-BURN-TICKS(WS-PLAYER-ID)
    ELSE
        IF WS-FEET-NAME = "minecraft:lava" OR WS-HEAD-NAME = "minecraft:lava"
            ADD 4 TO WS-DAMAGE
            MOVE 140 TO PLAYER-BURN-TICKS(WS-PLAYER-ID)
            MOVE DAMAGE-CAUSE-LAVA TO PLAYER-LAST-DAMAGE-CAUSE(WS-PLAYER-ID)
        ELSE
            IF WS-FEET-NAME = "minecraft:fire" OR WS-FEET-NAME = "minecraft:soul_fire"
                ADD 1 TO WS-DAMAGE
                MOVE 60 TO PLAYER-BURN-TICKS(WS-PLAYER-ID)
                MOVE DAMAGE-CAUSE-FIRE TO PLAYER-LAST-DAMAGE-CAUSE(WS-PLAYER-ID)
            ELSE
                IF WS-FEET-NAME = "minecraft:water"
                    MOVE 0 TO PLAYER-BURN-TICKS(WS-PLAYER-ID)
                END-IF
                IF PLAYER-BURN-TICKS(WS-PLAYER-ID) > 0
                    SUBTRACT ENV-CHECK-INTERVAL FROM PLAYER-BURN-TICKS(WS-PLAYER-ID)
                    IF PLAYER-BURN-TICKS(WS-PLAYER-ID) < 0
                        MOVE 0 TO PLAYER-BURN-TICKS(WS-PLAYER-ID)
                    END-IF
                    *> Afterburn at half the in-fire rate: one point per second.
                    IF FUNCTION MOD(PLAYER-BURN-TICKS(WS-PLAYER-ID), 20) = 0
                        ADD 1 TO WS-DAMAGE
                        MOVE DAMAGE-CAUSE-FIRE TO PLAYER-LAST-DAMAGE-CAUSE(WS-PLAYER-ID)
                    END-IF
                END-IF
            END-IF
        END-IF
