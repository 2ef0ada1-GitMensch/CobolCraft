ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HOPPERS-FILE ASSIGN TO WS-SAVE-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

WORKING-STORAGE SECTION.
    COPY DD-HOPPERS.
    01 FS-STATUS                PIC X(2).
    01 WS-SAVE-NAME             PIC X(64).
    01 WS-SLOT                  BINARY-LONG UNSIGNED.
    01 WS-X-TEXT                PIC -(10)9.
    01 WS-Y-TEXT                PIC -(10)9.
    01 WS-Z-TEXT                PIC -(10)9.

PROCEDURE DIVISION.
    MOVE "hoppers.dat" TO WS-SAVE-NAME
    CALL "SaveJournal-Target" USING WS-SAVE-NAME
    OPEN OUTPUT HOPPERS-FILE
    IF FS-STATUS NOT = "00"
        CALL "Log-Error" USING "Failed to save hoppers.dat"
    COPY DD-ENTITY REPLACING ==LK-ENTITY== BY ==WS-ENTITY==.
    01 WS-TICK-COUNTER          BINARY-LONG UNSIGNED VALUE 0.
    01 TRANSFER-INTERVAL        BINARY-LONG UNSIGNED VALUE 8.
    01 WS-LOCKED                BINARY-CHAR UNSIGNED.
    01 WS-HOPPER                BINARY-LONG UNSIGNED.
    01 WS-HOPPER-CONTAINER      BINARY-LONG UNSIGNED.
    01 WS-OTHER-CONTAINER       BINARY-LONG UNSIGNED.
        EXIT PARAGRAPH
    END-IF

    *> A powered hopper is locked: it neither pulls nor pushes.
    CALL "Redstone-HopperLocked" USING HOPPER-X(WS-HOPPER) HOPPER-Y(WS-HOPPER)
        HOPPER-Z(WS-HOPPER) WS-LOCKED
    IF WS-LOCKED = 1
        EXIT PARAGRAPH
    END-IF

    CALL "Container-EnsureAt" USING HOPPER-X(WS-HOPPER) HOPPER-Y(WS-HOPPER)
        HOPPER-Z(WS-HOPPER) CONTAINER-TYPE-HOPPER 5 WS-HOPPER-CONTAINER
    IF WS-HOPPER-CONTAINER = 0
