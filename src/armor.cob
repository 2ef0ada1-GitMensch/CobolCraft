*> leggings, boots) -- the same layout RecvPacket-ContainerClick equips into.
*> Defense points come from the piece's registry name, material by material,
*> so iron armor actually stops more than leather instead of being decoration.
*> The resistance effect comes off first, 20% per level (level V and up
*> stops the hit outright, which also spares the armor its wear).
IDENTIFICATION DIVISION.
PROGRAM-ID. Player-ArmorAbsorb.

    01 WS-WORE-ANY              BINARY-CHAR UNSIGNED.
    01 WS-REDUCTION             FLOAT-SHORT.
    01 WS-CLIENT-ID             BINARY-LONG UNSIGNED.
    COPY DD-EFFECTS.
    01 WS-RESISTANCE            BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID             BINARY-LONG UNSIGNED.
    01 LK-DAMAGE                FLOAT-SHORT.
        GOBACK
    END-IF

    CALL "Effect-Level" USING LK-PLAYER-ID EFFECT-RESISTANCE WS-RESISTANCE
    IF WS-RESISTANCE > 0
        IF WS-RESISTANCE >= 5
            MOVE 0 TO LK-DAMAGE
            GOBACK
        END-IF
        COMPUTE LK-DAMAGE = LK-DAMAGE * (1 - 0.2 * WS-RESISTANCE)
    END-IF

    MOVE 0 TO WS-ARMOR-POINTS
    MOVE 0 TO WS-WORE-ANY
    PERFORM VARYING WS-SLOT-INDEX FROM 6 BY 1 UNTIL WS-SLOT-INDEX > 9
