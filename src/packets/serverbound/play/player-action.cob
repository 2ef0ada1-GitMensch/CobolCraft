*> the digging lifecycle. Status 0 starts digging the addressed block, 1 cancels,
*> 2 finishes. The server keeps its own per-player dig in progress (which block,
*> when digging started) and only clears the block once the elapsed dig time covers
*> the hardness RegisterBlock-Simple/RegisterBlock-Torch registered for it, sped up
*> by the held tool (Tool-DigSpeed) and the digger's haste or mining fatigue
*> effect -- a hacked client claiming an instant finish,
*> or digging a block out of reach (Player-CheckReach), gets its block put back
*> instead and a strike counted against it (Player-ActionViolation). Every
*> handled action is acknowledged with the client's sequence number so its
*> client-side prediction settles instead of rubber-banding.
IDENTIFICATION DIVISION.
    COPY DD-PLAYERS.
    COPY DD-DIG.
    COPY DD-WORLD.
    COPY DD-BLOCK-HISTORY.
    01 PLAYER-ID                BINARY-LONG UNSIGNED.
    *> payload
    01 WS-STATUS                BINARY-LONG.
    01 WS-STATE                 BINARY-LONG.
    01 WS-HARDNESS              FLOAT-SHORT.
    01 WS-REQUIRED-MICROS       BINARY-DOUBLE.
    01 WS-DIG-SPEED             FLOAT-SHORT.
    01 WS-IN-REACH              BINARY-CHAR UNSIGNED.
    COPY DD-EFFECTS.
    01 WS-EFFECT-LEVEL          BINARY-LONG UNSIGNED.
    *> A quarter second of grace on the required dig time, so honest clients a bit
    *> of latency ahead of the server's clock aren't punished with a rubber-band.
    01 WS-GRACE-MICROS          BINARY-DOUBLE VALUE 250000.
        EXIT PARAGRAPH
    END-IF

    CALL "Player-CheckReach" USING PLAYER-ID WS-BLOCK-X WS-BLOCK-Y WS-BLOCK-Z WS-IN-REACH
    IF WS-IN-REACH = 0
        MOVE 0 TO DIG-ACTIVE(PLAYER-ID)
        CALL "Player-ActionViolation" USING PLAYER-ID "block break out of reach"
        PERFORM ResyncBlock
        EXIT PARAGRAPH
    END-IF

    CALL "World-GetBlockState" USING WS-BLOCK-X WS-BLOCK-Y WS-BLOCK-Z WS-STATE
    IF WS-STATE = 0
        MOVE 0 TO DIG-ACTIVE(PLAYER-ID)
        EXIT PARAGRAPH
    END-IF

    *> The player may have walked off since the start; the block must still be
    *> within reach when it breaks.
    CALL "Player-CheckReach" USING PLAYER-ID WS-BLOCK-X WS-BLOCK-Y WS-BLOCK-Z WS-IN-REACH
    IF WS-IN-REACH = 0
        MOVE 0 TO DIG-ACTIVE(PLAYER-ID)
        CALL "Player-ActionViolation" USING PLAYER-ID "block break out of reach"
        PERFORM ResyncBlock
        EXIT PARAGRAPH
    END-IF

    *> A finish only counts against the dig the server saw started on this exact
    *> block, and only once the registered hardness' break time (1.5s per hardness
    *> point at the bare-hands rate, divided by the held tool's best mining speed)
    *> has actually elapsed.
    IF DIG-ACTIVE(PLAYER-ID) = 0
            OR DIG-X(PLAYER-ID) NOT = WS-BLOCK-X
            OR DIG-Y(PLAYER-ID) NOT = WS-BLOCK-Y
    END-IF

    PERFORM LookupHardness
    CALL "Tool-DigSpeed" USING PLAYER-ID WS-DIG-SPEED
    PERFORM ApplyDigEffects
    COMPUTE WS-REQUIRED-MICROS = WS-HARDNESS * 1500000 / WS-DIG-SPEED
    CALL "SystemTimeMicros" USING WS-NOW
    IF WS-NOW - DIG-START-MICROS(PLAYER-ID) < WS-REQUIRED-MICROS - WS-GRACE-MICROS
        CALL "Player-ActionViolation" USING PLAYER-ID "block break faster than possible"
        PERFORM ResyncBlock
        EXIT PARAGRAPH
    END-IF
    PERFORM SpawnDrop
    EXIT PARAGRAPH.

*> Haste adds 20% per level; mining fatigue cuts to 30% per level, bottoming
*> out at level IV the way vanilla's does.
ApplyDigEffects.
    CALL "Effect-Level" USING PLAYER-ID EFFECT-HASTE WS-EFFECT-LEVEL
    COMPUTE WS-DIG-SPEED = WS-DIG-SPEED * (1 + 0.2 * WS-EFFECT-LEVEL)
    CALL "Effect-Level" USING PLAYER-ID EFFECT-MINING-FATIGUE WS-EFFECT-LEVEL
    IF WS-EFFECT-LEVEL > 4
        MOVE 4 TO WS-EFFECT-LEVEL
    END-IF
    PERFORM WS-EFFECT-LEVEL TIMES
        COMPUTE WS-DIG-SPEED = WS-DIG-SPEED * 0.3
    END-PERFORM
    EXIT PARAGRAPH.

*> Resolves WS-STATE's registered hardness into WS-HARDNESS by walking the block
*> registry's state ID ranges -- the same iteration RegisterBlock-Simple uses to
*> register them, just in reverse. An unregistered state digs as hardness 1.
    *> spill out with the block.
    CALL "World-BlockNameAt" USING WS-BLOCK-X WS-BLOCK-Y WS-BLOCK-Z WS-BROKEN-NAME
    CALL "World-SetBlockState" USING WS-BLOCK-X WS-BLOCK-Y WS-BLOCK-Z WS-AIR-STATE
    CALL "BlockHistory-Record" USING PLAYER-USERNAME(PLAYER-ID) HISTORY-CAUSE-BREAK
        WS-BLOCK-X WS-BLOCK-Y WS-BLOCK-Z WS-STATE WS-AIR-STATE
    *> If the block carried sign text or container contents, they go with it.
    *> Those tables key by bare position with no dimension, so this cleanup
    *> only applies in the overworld -- a nether break at the same coordinates
