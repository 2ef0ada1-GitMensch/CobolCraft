    COPY DD-PLAYERS.
    COPY DD-WORLD.
    COPY DD-WORLD-META.
    COPY DD-MESSAGE-ARGS.
    01 WS-CLIENT-ID             BINARY-LONG UNSIGNED.
    01 WS-PLAYER-ID             BINARY-LONG UNSIGNED.
    01 WS-NOW                   BINARY-DOUBLE.
    01 WS-TARGET-X              BINARY-LONG.
    01 WS-TARGET-Y              BINARY-LONG.
    01 WS-TARGET-Z              BINARY-LONG.
    01 WS-TP-KIND               BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION.
        + FUNCTION ABS(PLAYER-Z(WS-PLAYER-ID) - PLAYER-TP-START-Z(WS-PLAYER-ID))
    IF WS-MOVED > 1
        MOVE 0 TO PLAYER-TP-PENDING(WS-PLAYER-ID)
        MOVE SPACES TO MESSAGE-ARGS
        CALL "Message-Send" USING WS-CLIENT-ID "teleport.cancelled" MESSAGE-ARGS
        EXIT PARAGRAPH
    END-IF
    IF WS-NOW < PLAYER-TP-AT-MICROS(WS-PLAYER-ID)
    CALL "SetCenterChunk" USING WS-CLIENT-ID
    CALL "EnqueueSurroundingChunks" USING WS-CLIENT-ID

    MOVE SPACES TO MESSAGE-ARGS
    CALL "Message-Send" USING WS-CLIENT-ID "teleport.done" MESSAGE-ARGS
    EXIT PARAGRAPH.

END PROGRAM Player-TeleportTick.
