*> --- RecvPacket-SelectTrade ---
*> Serverbound Select Trade (play, packet ID 42 -- see PACKET-PLAY-SELECT-TRADE):
*> the VarInt index (0-based) of the offer clicked in an open merchant
*> window's list. As in vanilla, picking an offer pulls the wanted item out
*> of the player's main inventory and hotbar into the first payment slot,
*> as far as that slot holds it -- only when the slot is empty or already
*> holds that item, so nothing the player put there is pushed aside. The
*> result is then recomputed by Merchant-UpdateResult (which tries the
*> picked offer first) and the window resynced.
IDENTIFICATION DIVISION.
PROGRAM-ID. RecvPacket-SelectTrade.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-PLAYERS.
    COPY DD-CONTAINERS.
    01 PLAYER-ID                BINARY-LONG UNSIGNED.
    01 CONTAINER-ID             BINARY-LONG UNSIGNED.
    01 MAX-STACK-SIZE           BINARY-CHAR UNSIGNED VALUE 64.
    01 WS-SELECTED              BINARY-LONG.
    01 WS-OFFER                 BINARY-LONG UNSIGNED.
    01 WS-WANT-ID               BINARY-LONG.
    01 WS-ROOM                  BINARY-LONG.
    01 WS-TAKE                  BINARY-LONG.
    01 WS-MATCH                 BINARY-CHAR UNSIGNED.
    01 WS-FROM-SLOT             BINARY-LONG UNSIGNED.
    01 WS-SLOT-INDEX            BINARY-LONG UNSIGNED.
    01 WS-COMBINED-INDEX        BINARY-LONG UNSIGNED.
    01 WS-PLAYER-SLOT-INDEX     BINARY-LONG UNSIGNED.
    01 WS-COMBINED-SLOTS.
        02 WS-COMBINED-SLOT OCCURS 90 TIMES.
            COPY DD-INVENTORY-SLOT REPLACING LEADING ==PREFIX== BY ==WS-COMBINED-SLOT==.
LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
    01 LK-BUFFER                PIC X ANY LENGTH.
    01 LK-OFFSET                BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-CLIENT LK-BUFFER LK-OFFSET.
    MOVE CLIENT-PLAYER(LK-CLIENT) TO PLAYER-ID

    CALL "Decode-VarInt" USING LK-BUFFER LK-OFFSET WS-SELECTED

    MOVE PLAYER-OPEN-CONTAINER(PLAYER-ID) TO CONTAINER-ID
    IF CONTAINER-ID = 0 OR CONTAINER-ID > MAX-CONTAINER-ENTRIES
        GOBACK
    END-IF
    IF CONTAINER-PRESENT(CONTAINER-ID) = 0
            OR CONTAINER-TYPE(CONTAINER-ID) NOT = CONTAINER-TYPE-MERCHANT
        GOBACK
    END-IF
    IF WS-SELECTED < 0 OR WS-SELECTED >= CONTAINER-MERCHANT-OFFER-COUNT(CONTAINER-ID)
        GOBACK
    END-IF

    MOVE WS-SELECTED TO CONTAINER-MERCHANT-SELECTED(CONTAINER-ID)
    COMPUTE WS-OFFER = WS-SELECTED + 1
    MOVE CONTAINER-MERCHANT-OFFER-WANT-ID(CONTAINER-ID, WS-OFFER) TO WS-WANT-ID
    IF CONTAINER-SLOT-SLOT-COUNT(CONTAINER-ID, 1) = 0
            OR CONTAINER-SLOT-SLOT-ID(CONTAINER-ID, 1) = WS-WANT-ID
        PERFORM VARYING WS-FROM-SLOT FROM 10 BY 1 UNTIL WS-FROM-SLOT > 45
            PERFORM TakeFromInventorySlot
        END-PERFORM
    END-IF

    CALL "Merchant-UpdateResult" USING PLAYER-ID CONTAINER-ID
    PERFORM SyncWindow
    GOBACK.

*> Plain stacks of the wanted item only -- a named or enchanted one is never
*> handed over as payment behind the player's back.
TakeFromInventorySlot.
    IF PLAYER-INVENTORY-SLOT-SLOT-COUNT(PLAYER-ID, WS-FROM-SLOT) = 0
            OR PLAYER-INVENTORY-SLOT-SLOT-ID(PLAYER-ID, WS-FROM-SLOT) NOT = WS-WANT-ID
            OR PLAYER-INVENTORY-SLOT-SLOT-CUSTOM-NAME-LENGTH(PLAYER-ID, WS-FROM-SLOT) NOT = 0
            OR PLAYER-INVENTORY-SLOT-SLOT-ENCHANTMENT-COUNT(PLAYER-ID, WS-FROM-SLOT) NOT = 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-ROOM = MAX-STACK-SIZE - CONTAINER-SLOT-SLOT-COUNT(CONTAINER-ID, 1)
    IF WS-ROOM <= 0
        EXIT PARAGRAPH
    END-IF
    MOVE PLAYER-INVENTORY-SLOT-SLOT-COUNT(PLAYER-ID, WS-FROM-SLOT) TO WS-TAKE
    IF WS-TAKE > WS-ROOM
        MOVE WS-ROOM TO WS-TAKE
    END-IF

    IF CONTAINER-SLOT-SLOT-COUNT(CONTAINER-ID, 1) = 0
        MOVE PLAYER-INVENTORY-SLOT(PLAYER-ID, WS-FROM-SLOT) TO CONTAINER-SLOT(CONTAINER-ID, 1)
        MOVE WS-TAKE TO CONTAINER-SLOT-SLOT-COUNT(CONTAINER-ID, 1)
    ELSE
        CALL "InventorySlot-Match" USING CONTAINER-SLOT(CONTAINER-ID, 1)
            PLAYER-INVENTORY-SLOT(PLAYER-ID, WS-FROM-SLOT) WS-MATCH
        IF WS-MATCH = 0
            EXIT PARAGRAPH
        END-IF
        ADD WS-TAKE TO CONTAINER-SLOT-SLOT-COUNT(CONTAINER-ID, 1)
    END-IF
    SUBTRACT WS-TAKE FROM PLAYER-INVENTORY-SLOT-SLOT-COUNT(PLAYER-ID, WS-FROM-SLOT)
    IF PLAYER-INVENTORY-SLOT-SLOT-COUNT(PLAYER-ID, WS-FROM-SLOT) = 0
        INITIALIZE PLAYER-INVENTORY-SLOT(PLAYER-ID, WS-FROM-SLOT)
    END-IF
    EXIT PARAGRAPH.

*> Same combined container-plus-inventory resync RecvPacket-ContainerClick's
*> SyncContainer sends.
SyncWindow.
    ADD 1 TO PLAYER-WINDOW-STATE(PLAYER-ID)
    MOVE 0 TO WS-COMBINED-INDEX
    PERFORM VARYING WS-SLOT-INDEX FROM 1 BY 1
            UNTIL WS-SLOT-INDEX > CONTAINER-SLOT-COUNT(CONTAINER-ID)
        ADD 1 TO WS-COMBINED-INDEX
        MOVE CONTAINER-SLOT(CONTAINER-ID, WS-SLOT-INDEX)
            TO WS-COMBINED-SLOT(WS-COMBINED-INDEX)
    END-PERFORM
    PERFORM VARYING WS-PLAYER-SLOT-INDEX FROM 10 BY 1 UNTIL WS-PLAYER-SLOT-INDEX > 45
        ADD 1 TO WS-COMBINED-INDEX
        MOVE PLAYER-INVENTORY-SLOT(PLAYER-ID, WS-PLAYER-SLOT-INDEX)
            TO WS-COMBINED-SLOT(WS-COMBINED-INDEX)
    END-PERFORM
    CALL "SendPacket-SetContainerContent" USING LK-CLIENT PLAYER-WINDOW-STATE(PLAYER-ID)
        WS-COMBINED-SLOTS PLAYER-MOUSE-ITEM(PLAYER-ID)
    EXIT PARAGRAPH.

END PROGRAM RecvPacket-SelectTrade.
