        *> whole server down; the next tick will simply try again.
        CALL "Log-Warn" USING "Failure unloading chunks, will retry next tick"
    END-IF
    *> Force-loaded chunks stay in whatever the pass above decided.
    CALL "ForceLoad-KeepLoaded"
    IF WS-ANY-IN-NETHER = 1
        CALL "World-RouteDimension" USING WORLD-DIM-NETHER
        CALL "World-SaveDirtyChunks"
WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-PLAYERS.
    COPY DD-SERVER-PROPERTIES.
    01 PLAYER-ID                BINARY-LONG UNSIGNED.
    01 CHUNK-START-X            BINARY-LONG.
    01 CHUNK-END-X              BINARY-LONG.

    MOVE CLIENT-PLAYER(LK-CLIENT) TO PLAYER-ID

    *> Hidden ores the player has walked up to are shown as they really are.
    IF SERVER-ANTI-XRAY = 1
        CALL "AntiXray-RevealNear" USING LK-CLIENT
    END-IF

    *> compute the new center chunk position
    MOVE CENTER-CHUNK-X(LK-CLIENT) TO PREV-CENTER-CHUNK-X
    MOVE CENTER-CHUNK-Z(LK-CLIENT) TO PREV-CENTER-CHUNK-Z
    COPY DD-WORLD.
    COPY DD-CLIENTS.
    COPY DD-GENBUDGET.
    COPY DD-SERVER-PROPERTIES.
    01 WS-ON-DISK               BINARY-CHAR UNSIGNED.
    01 CHUNK-INDEX              BINARY-LONG UNSIGNED.
    01 CHUNK-START-X            BINARY-LONG.
            END-IF
            CALL "World-EnsureChunk" USING CHUNK-X CHUNK-Z CHUNK-INDEX
            IF CHUNK-INDEX > 0
                *> With anti-xray on, the client gets a copy with its buried
                *> ores disguised (see AntiXray-SendChunk).
                IF SERVER-ANTI-XRAY = 1
                    CALL "AntiXray-SendChunk" USING LK-CLIENT CHUNK-INDEX
                ELSE
                    SET ADDRESS OF WORLD-CHUNK TO WORLD-CHUNK-POINTER(CHUNK-INDEX)
                    CALL "SendPacket-ChunkData" USING LK-CLIENT WORLD-CHUNK
                END-IF
                *> The chunk payload carries no block entities -- replay this
                *> chunk's sign text now that the client can keep it.
                CALL "Signs-SendChunk" USING LK-CLIENT CHUNK-X CHUNK-Z
