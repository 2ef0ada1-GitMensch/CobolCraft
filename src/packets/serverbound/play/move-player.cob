    *> PLAYER-X/Y/Z before the client's next packet, so they never trip this.)
    01 MAX-STEP-PER-PACKET      FLOAT-LONG VALUE 5.0.
    01 WS-STEP-DISTANCE         FLOAT-LONG.
    *> The speed effect legitimately stretches a step, 20% per level.
    01 WS-STEP-LIMIT            FLOAT-LONG.
    COPY DD-EFFECTS.
    01 WS-EFFECT-LEVEL          BINARY-LONG UNSIGNED.
    01 WS-PROBE-X               BINARY-LONG.
    01 WS-PROBE-Y               BINARY-LONG.
    01 WS-PROBE-Z               BINARY-LONG.
            (WS-NEW-X - PLAYER-X(PLAYER-ID)) * (WS-NEW-X - PLAYER-X(PLAYER-ID))
            + (WS-NEW-Y - PLAYER-Y(PLAYER-ID)) * (WS-NEW-Y - PLAYER-Y(PLAYER-ID))
            + (WS-NEW-Z - PLAYER-Z(PLAYER-ID)) * (WS-NEW-Z - PLAYER-Z(PLAYER-ID)))
        CALL "Effect-Level" USING PLAYER-ID EFFECT-SPEED WS-EFFECT-LEVEL
        COMPUTE WS-STEP-LIMIT = MAX-STEP-PER-PACKET * (1 + 0.2 * WS-EFFECT-LEVEL)
        IF WS-STEP-DISTANCE > WS-STEP-LIMIT
            PERFORM CountViolation
            CALL "SendPacket-SynchronizePosition" USING LK-CLIENT PLAYER-X(PLAYER-ID)
                PLAYER-Y(PLAYER-ID) PLAYER-Z(PLAYER-ID)
    *> in at the vanilla rate (distance minus the free three blocks). Creative and
    *> spectator land for free, and the damage rides the same health path contact
    *> damage uses so ServiceClient's death detection picks a fatal landing up on
    *> its own. Slow falling lands for free too, and jump boost buys one more
    *> free block per level.
    IF LK-HAS-POSITION = 1 AND WS-NEW-Y < WS-OLD-Y
        COMPUTE PLAYER-FALL-DISTANCE(PLAYER-ID) =
            PLAYER-FALL-DISTANCE(PLAYER-ID) + WS-OLD-Y - WS-NEW-Y
    EXIT PARAGRAPH.

ApplyFallDamage.
    CALL "Effect-Level" USING PLAYER-ID EFFECT-SLOW-FALLING WS-EFFECT-LEVEL
    IF WS-EFFECT-LEVEL > 0
        EXIT PARAGRAPH
    END-IF
    CALL "Effect-Level" USING PLAYER-ID EFFECT-JUMP-BOOST WS-EFFECT-LEVEL
    COMPUTE WS-FALL-DAMAGE = PLAYER-FALL-DISTANCE(PLAYER-ID) - 3 - WS-EFFECT-LEVEL
    IF WS-FALL-DAMAGE <= 0
        EXIT PARAGRAPH
    END-IF
