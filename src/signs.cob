ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SIGNS-FILE ASSIGN TO WS-SAVE-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-STATUS.

    COPY DD-SIGNS.
    COPY DD-NBT-ENCODER.
    01 FS-STATUS                 PIC X(2).
    01 WS-SAVE-NAME              PIC X(64).
    01 WS-RAW-BUFFER             PIC X(131072).
    01 WS-RAW-LENGTH             BINARY-LONG UNSIGNED.
    01 WS-COMPRESSED-BUFFER      PIC X(131072).
    01 WS-OWNER-LEN              BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    MOVE "signs.dat" TO WS-SAVE-NAME
    CALL "SaveJournal-Target" USING WS-SAVE-NAME
    OPEN OUTPUT SIGNS-FILE
    IF FS-STATUS NOT = "00" THEN
        CALL "Log-Error" USING "Failed to save signs.dat"
