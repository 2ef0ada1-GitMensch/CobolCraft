*> down to the last one, vanilla's normal-difficulty floor. Every change rides
*> the same Update Health packet the damage path uses, so the client's food bar
*> stays honest.
*>
*> The status effects that act over time land here too, on the global tick so
*> a level-II effect runs exactly twice as often as level I: regeneration
*> heals a point every 50 ticks, poison (never below one point) every 25 and
*> wither every 40, each interval halved per level; hunger adds 0.005
*> exhaustion per level per tick, and saturation feeds a point of food and
*> two of saturation per level per tick.
IDENTIFICATION DIVISION.
PROGRAM-ID. Player-FoodTick.

    01 WS-PLAYER-ID             BINARY-LONG UNSIGNED.
    01 WS-CHANGED               BINARY-CHAR UNSIGNED.
    01 WS-FOOD-CADENCE          BINARY-CHAR UNSIGNED.
    COPY DD-EFFECTS.
    01 WS-LEVEL                 BINARY-LONG UNSIGNED.
    01 WS-INTERVAL              BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    ADD 1 TO WS-TICK-COUNTER

TickOnePlayer.
    MOVE 0 TO WS-CHANGED
    PERFORM ApplyEffects

    PERFORM UNTIL PLAYER-FOOD-EXHAUSTION(WS-PLAYER-ID) < 4
        SUBTRACT 4 FROM PLAYER-FOOD-EXHAUSTION(WS-PLAYER-ID)
    END-IF
    EXIT PARAGRAPH.

ApplyEffects.
    CALL "Effect-Level" USING WS-PLAYER-ID EFFECT-HUNGER WS-LEVEL
    IF WS-LEVEL > 0
        COMPUTE PLAYER-FOOD-EXHAUSTION(WS-PLAYER-ID) =
            PLAYER-FOOD-EXHAUSTION(WS-PLAYER-ID) + 0.005 * WS-LEVEL
    END-IF

    CALL "Effect-Level" USING WS-PLAYER-ID EFFECT-SATURATION WS-LEVEL
    IF WS-LEVEL > 0
        COMPUTE PLAYER-FOOD-LEVEL(WS-PLAYER-ID) = PLAYER-FOOD-LEVEL(WS-PLAYER-ID) + WS-LEVEL
        IF PLAYER-FOOD-LEVEL(WS-PLAYER-ID) > 20
            MOVE 20 TO PLAYER-FOOD-LEVEL(WS-PLAYER-ID)
        END-IF
        COMPUTE PLAYER-FOOD-SATURATION(WS-PLAYER-ID) =
            PLAYER-FOOD-SATURATION(WS-PLAYER-ID) + 2 * WS-LEVEL
        IF PLAYER-FOOD-SATURATION(WS-PLAYER-ID) > PLAYER-FOOD-LEVEL(WS-PLAYER-ID)
            MOVE PLAYER-FOOD-LEVEL(WS-PLAYER-ID) TO PLAYER-FOOD-SATURATION(WS-PLAYER-ID)
        END-IF
        MOVE 1 TO WS-CHANGED
    END-IF

    CALL "Effect-Level" USING WS-PLAYER-ID EFFECT-REGENERATION WS-LEVEL
    IF WS-LEVEL > 0 AND PLAYER-HEALTH(WS-PLAYER-ID) < 20
        MOVE 50 TO WS-INTERVAL
        PERFORM HalveInterval
        IF FUNCTION MOD(WS-TICK-COUNTER, WS-INTERVAL) = 0
            ADD 1 TO PLAYER-HEALTH(WS-PLAYER-ID)
            IF PLAYER-HEALTH(WS-PLAYER-ID) > 20
                MOVE 20 TO PLAYER-HEALTH(WS-PLAYER-ID)
            END-IF
            MOVE 1 TO WS-CHANGED
        END-IF
    END-IF

    *> Creative and spectator players take no harm from effects either.
    IF PLAYER-GAMEMODE(WS-PLAYER-ID) = 1 OR PLAYER-GAMEMODE(WS-PLAYER-ID) = 3
        EXIT PARAGRAPH
    END-IF

    CALL "Effect-Level" USING WS-PLAYER-ID EFFECT-POISON WS-LEVEL
    IF WS-LEVEL > 0 AND PLAYER-HEALTH(WS-PLAYER-ID) > 1
        MOVE 25 TO WS-INTERVAL
        PERFORM HalveInterval
        IF FUNCTION MOD(WS-TICK-COUNTER, WS-INTERVAL) = 0
            SUBTRACT 1 FROM PLAYER-HEALTH(WS-PLAYER-ID)
            IF PLAYER-HEALTH(WS-PLAYER-ID) < 1
                MOVE 1 TO PLAYER-HEALTH(WS-PLAYER-ID)
            END-IF
            MOVE DAMAGE-CAUSE-MAGIC TO PLAYER-LAST-DAMAGE-CAUSE(WS-PLAYER-ID)
            MOVE 1 TO WS-CHANGED
        END-IF
    END-IF

    CALL "Effect-Level" USING WS-PLAYER-ID EFFECT-WITHER WS-LEVEL
    IF WS-LEVEL > 0 AND PLAYER-HEALTH(WS-PLAYER-ID) > 0
        MOVE 40 TO WS-INTERVAL
        PERFORM HalveInterval
        IF FUNCTION MOD(WS-TICK-COUNTER, WS-INTERVAL) = 0
            SUBTRACT 1 FROM PLAYER-HEALTH(WS-PLAYER-ID)
            IF PLAYER-HEALTH(WS-PLAYER-ID) < 0
                MOVE 0 TO PLAYER-HEALTH(WS-PLAYER-ID)
            END-IF
            MOVE DAMAGE-CAUSE-WITHER TO PLAYER-LAST-DAMAGE-CAUSE(WS-PLAYER-ID)
            MOVE 1 TO WS-CHANGED
        END-IF
    END-IF
    EXIT PARAGRAPH.

*> Each level past the first halves an effect's interval, never below a tick.
HalveInterval.
    SUBTRACT 1 FROM WS-LEVEL
    PERFORM WS-LEVEL TIMES
        COMPUTE WS-INTERVAL = WS-INTERVAL / 2
    END-PERFORM
    IF WS-INTERVAL < 1
        MOVE 1 TO WS-INTERVAL
    END-IF
    EXIT PARAGRAPH.

END PROGRAM Player-FoodTick.
