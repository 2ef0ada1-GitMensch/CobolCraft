ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTAINER-FILE ASSIGN TO WS-SAVE-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-STATUS.

    COPY DD-CONTAINERS.
    COPY DD-NBT-ENCODER.
    01 WS-FILENAME               PIC X(64).
    01 WS-SAVE-NAME              PIC X(64).
    01 FS-STATUS                 PIC X(2).
    01 WS-LOG-MSG                PIC X(128).
    01 WS-RAW-BUFFER             PIC X(131072).
    01 LK-CONTAINER-ID           BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-CONTAINER-ID.
    *> An ender chest window has no block behind it; its contents already live
    *> in the owner's PLAYER-ENDER-ITEMS and go out with their player save.
    *> A merchant window has no block either, and nothing of its own to keep.
    IF CONTAINER-TYPE(LK-CONTAINER-ID) = CONTAINER-TYPE-ENDER
            OR CONTAINER-TYPE(LK-CONTAINER-ID) = CONTAINER-TYPE-MERCHANT
        GOBACK
    END-IF

    CALL "Container-FileName" USING CONTAINER-BLOCK-X(LK-CONTAINER-ID)
        CONTAINER-BLOCK-Y(LK-CONTAINER-ID) CONTAINER-BLOCK-Z(LK-CONTAINER-ID)
        WS-FILENAME
    MOVE WS-FILENAME TO WS-SAVE-NAME
    CALL "SaveJournal-Target" USING WS-SAVE-NAME

    OPEN OUTPUT CONTAINER-FILE
    IF FS-STATUS NOT = "00" THEN
