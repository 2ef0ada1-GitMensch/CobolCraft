    COPY DD-PLAYERS.
    COPY DD-WORLD.
    COPY DD-GENBUDGET.
    COPY DD-ADVANCEMENTS.
    01 WS-PLAYER-ID             BINARY-LONG UNSIGNED.
    01 WS-DIMENSION-ARGUMENT    BINARY-LONG.
    01 WS-SCAN-ID               BINARY-LONG UNSIGNED.
    01 WS-OTHER-PLAYER          BINARY-LONG UNSIGNED.
    01 WS-TARGET-X              BINARY-LONG.
    MOVE 9 TO GEN-BUDGET-REMAINING
    CALL "SendPreChunks" USING LK-CLIENT

    *> The client assumes full bars again after a Respawn packet, and forgets
    *> its effects.
    CALL "SendPacket-UpdateHealth" USING LK-CLIENT PLAYER-HEALTH(WS-PLAYER-ID)
        PLAYER-FOOD-LEVEL(WS-PLAYER-ID) PLAYER-FOOD-SATURATION(WS-PLAYER-ID)
    CALL "Player-SendXp" USING WS-PLAYER-ID
    CALL "Effect-SendAll" USING LK-CLIENT WS-PLAYER-ID

    PERFORM ResyncPlayerVisibility

    MOVE PLAYER-DIMENSION(WS-PLAYER-ID) TO WS-DIMENSION-ARGUMENT
    CALL "Advancement-Trigger" USING WS-PLAYER-ID ADVANCEMENT-TRIGGER-DIMENSION
        WS-DIMENSION-ARGUMENT
    GOBACK.

*> Player entity visibility after the move: whoever stayed behind removes the
