    01 WS-SCAN-PLAYER-ID         BINARY-LONG UNSIGNED.
    01 WS-STILL-OPEN             BINARY-CHAR UNSIGNED.
    01 WS-TRADE-HANDLED          BINARY-CHAR UNSIGNED.
    01 WS-MERCHANT-HANDLED       BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG UNSIGNED.

    IF WS-TRADE-HANDLED = 1
        GOBACK
    END-IF
    *> Likewise a villager's merchant window: the payment slots go back to
    *> the player and the entry is freed, with nothing to save.
    CALL "Merchant-HandleRelease" USING LK-PLAYER-ID WS-CONTAINER-ID WS-MERCHANT-HANDLED
    IF WS-MERCHANT-HANDLED = 1
        GOBACK
    END-IF

    PERFORM FreeContainerIfUnreferenced

        *> resolves this block again (or after a restart). A furnace stays
        *> resident instead: Furnace-TickAll has to keep its fuel burning and its
        *> smelt advancing with nobody watching, so only the on-disk copy is
        *> refreshed and the entry lives on until shutdown. A brewing stand
        *> stays for the same reason (Brewing-TickAll).
        CALL "Container-SaveContents" USING WS-CONTAINER-ID
        IF CONTAINER-TYPE(WS-CONTAINER-ID) NOT = CONTAINER-TYPE-FURNACE
                AND CONTAINER-TYPE(WS-CONTAINER-ID) NOT = CONTAINER-TYPE-BREWING
            MOVE 0 TO CONTAINER-PRESENT(WS-CONTAINER-ID)
        END-IF
    END-IF.
