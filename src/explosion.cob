*> what they break" rule. Players take distance-scaled damage through their
*> armor; world entities take theirs through the DD-ENTITY-EVENTS queue.
*> Callers: the TNT fuse (Tnt-TickAll) and exploding creepers (Callback-Tick).
*> LK-ACTOR names who set it off for the block history: the player who lit the
*> fuse, or a "#" actor such as #creeper.
IDENTIFICATION DIVISION.
PROGRAM-ID. World-Explode.

    COPY DD-PLAYERS.
    COPY DD-ENTITY-EVENTS.
    COPY DD-DAMAGE-CAUSES.
    COPY DD-BLOCK-HISTORY.
    COPY DD-ENTITY REPLACING ==LK-ENTITY== BY ==WS-ENTITY==.
    01 WS-RADIUS                BINARY-LONG.
    01 WS-NEG-RADIUS            BINARY-LONG.
    01 LK-Y                     BINARY-LONG.
    01 LK-Z                     BINARY-LONG.
    01 LK-POWER                 FLOAT-SHORT.
    01 LK-ACTOR                 PIC X(16).

PROCEDURE DIVISION USING LK-X LK-Y LK-Z LK-POWER LK-ACTOR.
    IF LK-POWER <= 0
        GOBACK
    END-IF
        PERFORM SpawnBlockDrop
    END-IF
    CALL "World-SetBlockState" USING WS-BLOCK-X WS-BLOCK-Y WS-BLOCK-Z WS-AIR-STATE
    CALL "BlockHistory-Record" USING LK-ACTOR HISTORY-CAUSE-EXPLOSION
        WS-BLOCK-X WS-BLOCK-Y WS-BLOCK-Z WS-STATE WS-AIR-STATE
    EXIT PARAGRAPH.

*> Cache first; only a miss pays the registry-range walk RecvPacket-
