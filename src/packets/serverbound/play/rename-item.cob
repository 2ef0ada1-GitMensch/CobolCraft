*> --- RecvPacket-RenameItem ---
*> Serverbound Rename Item (play, packet ID 39 -- see PACKET-PLAY-RENAME-ITEM):
*> the VarInt-prefixed text of an open anvil window's name field, sent on every
*> keystroke and again whenever the item in the anvil's first slot changes. The
*> text is held on the anvil's CONTAINER-TABLE entry and the result recomputed
*> by Anvil-UpdateResult, so the rename (and its price) is what the next click
*> on the result slot delivers. Vanilla caps item names at 50 characters; a
*> name longer than the slot layout's 64 bytes is ignored outright.
IDENTIFICATION DIVISION.
PROGRAM-ID. RecvPacket-RenameItem.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-PLAYERS.
    COPY DD-CONTAINERS.
    01 PLAYER-ID                BINARY-LONG UNSIGNED.
    01 CONTAINER-ID             BINARY-LONG UNSIGNED.
    01 WS-NAME-LEN              BINARY-LONG.
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

    CALL "Decode-VarInt" USING LK-BUFFER LK-OFFSET WS-NAME-LEN
    IF WS-NAME-LEN < 0 OR WS-NAME-LEN > 64
        GOBACK
    END-IF

    MOVE PLAYER-OPEN-CONTAINER(PLAYER-ID) TO CONTAINER-ID
    IF CONTAINER-ID = 0 OR CONTAINER-ID > MAX-CONTAINER-ENTRIES
        GOBACK
    END-IF
    IF CONTAINER-PRESENT(CONTAINER-ID) = 0
            OR CONTAINER-TYPE(CONTAINER-ID) NOT = CONTAINER-TYPE-ANVIL
        GOBACK
    END-IF

    MOVE SPACES TO CONTAINER-ANVIL-NAME(CONTAINER-ID)
    IF WS-NAME-LEN > 0
        MOVE LK-BUFFER(LK-OFFSET:WS-NAME-LEN)
            TO CONTAINER-ANVIL-NAME(CONTAINER-ID)(1:WS-NAME-LEN)
    END-IF
    MOVE WS-NAME-LEN TO CONTAINER-ANVIL-NAME-LENGTH(CONTAINER-ID)
    MOVE 1 TO CONTAINER-ANVIL-NAME-SET(CONTAINER-ID)
    ADD WS-NAME-LEN TO LK-OFFSET

    CALL "Anvil-UpdateResult" USING PLAYER-ID CONTAINER-ID
    PERFORM SyncWindow
    GOBACK.

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

END PROGRAM RecvPacket-RenameItem.
