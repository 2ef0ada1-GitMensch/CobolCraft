    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-PLAYERS.
    COPY DD-SERVER-PROPERTIES.
    01 WS-CHUNK-X               BINARY-LONG.
    01 WS-CHUNK-Z               BINARY-LONG.
    01 WS-CHUNK-INDEX           BINARY-LONG UNSIGNED.
        END-IF
    END-PERFORM

    *> Opening a block up can expose ores the clients were sent disguised.
    IF SERVER-ANTI-XRAY = 1
        CALL "AntiXray-RevealAround" USING LK-X LK-Y LK-Z LK-STATE
    END-IF

    *> Wake the fluid engine for this block and everything that touches it --
    *> placing water starts it flowing, removing a dam block lets the lake
    *> behind it through, and a stable neighborhood just re-settles as a no-op
    IF WORLD-ACTIVE-DIMENSION NOT = WORLD-DIM-OVERWORLD
        GOBACK
    END-IF

    *> Circuits run on the same overworld-only terms (see Redstone-TickAll).
    CALL "Redstone-BlockChanged" USING LK-X LK-Y LK-Z WS-OLD-STATE LK-STATE

    MOVE LK-X TO WS-NEIGHBOR-X
    MOVE LK-Y TO WS-NEIGHBOR-Y
    MOVE LK-Z TO WS-NEIGHBOR-Z
