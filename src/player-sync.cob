    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-PLAYERS.
    COPY DD-PROXY.
    01 WS-PLAYER-ID             BINARY-LONG UNSIGNED.
    01 WS-SCAN-ID               BINARY-LONG UNSIGNED.
    01 WS-OTHER-PLAYER          BINARY-LONG UNSIGNED.
            *> coordinates mean nothing across dimensions.
            MOVE CLIENT-PLAYER(WS-SCAN-ID) TO WS-OTHER-PLAYER

            *> Tell the established client about the newcomer... The skin is
            *> whatever a proxy forwarded for the connection (none otherwise),
            *> sent as the entry's "textures" property.
            CALL "SendPacket-PlayerInfoAdd" USING WS-SCAN-ID
                PLAYER-UUID(WS-PLAYER-ID) PLAYER-USERNAME(WS-PLAYER-ID)
                PLAYER-GAMEMODE(WS-PLAYER-ID) PROXY-SKIN(LK-CLIENT)
            IF PLAYER-DIMENSION(WS-OTHER-PLAYER) = PLAYER-DIMENSION(WS-PLAYER-ID)
                CALL "SendPacket-SpawnPlayer" USING WS-SCAN-ID WS-PLAYER-ID
                    PLAYER-UUID(WS-PLAYER-ID) PLAYER-X(WS-PLAYER-ID) PLAYER-Y(WS-PLAYER-ID)
            *> ...and the newcomer about the established client.
            CALL "SendPacket-PlayerInfoAdd" USING LK-CLIENT
                PLAYER-UUID(WS-OTHER-PLAYER) PLAYER-USERNAME(WS-OTHER-PLAYER)
                PLAYER-GAMEMODE(WS-OTHER-PLAYER) PROXY-SKIN(WS-SCAN-ID)
            IF PLAYER-DIMENSION(WS-OTHER-PLAYER) = PLAYER-DIMENSION(WS-PLAYER-ID)
                CALL "SendPacket-SpawnPlayer" USING LK-CLIENT WS-OTHER-PLAYER
                    PLAYER-UUID(WS-OTHER-PLAYER) PLAYER-X(WS-OTHER-PLAYER) PLAYER-Y(WS-OTHER-PLAYER)
