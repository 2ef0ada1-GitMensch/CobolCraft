ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT META-FILE ASSIGN TO WS-SAVE-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-STATUS.

    COPY DD-GAMERULES.
    COPY DD-NBT-ENCODER.
    01 FS-STATUS                 PIC X(2).
    01 WS-SAVE-NAME              PIC X(64).
    01 WS-RAW-BUFFER             PIC X(8192).
    01 WS-RAW-LENGTH             BINARY-LONG UNSIGNED.
    01 WS-COMPRESSED-BUFFER      PIC X(8192).
    01 WS-LEVEL-TYPE-LEN         BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    MOVE "world.dat" TO WS-SAVE-NAME
    CALL "SaveJournal-Target" USING WS-SAVE-NAME
    OPEN OUTPUT META-FILE
    IF FS-STATUS NOT = "00" THEN
        CALL "Log-Error" USING "Failed to save world.dat"
