*> --- ChunkActivity-Load ---
*> Read chunk-activity.dat into the activity table (see DD-CHUNK-ACTIVITY for
*> the line shapes). A world with no file yet starts tracking now.
IDENTIFICATION DIVISION.
PROGRAM-ID. ChunkActivity-Load.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACTIVITY-FILE ASSIGN TO "chunk-activity.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ACTIVITY-FILE.
01  ACTIVITY-LINE               PIC X(80).

WORKING-STORAGE SECTION.
    COPY DD-CHUNK-ACTIVITY.
    01 FS-STATUS                PIC X(2).
    01 WS-NOW                   PIC X(21).
    01 WS-FIRST-LINE            BINARY-CHAR UNSIGNED.
    01 WS-DIMENSION-TEXT        PIC X(16).
    01 WS-X-TEXT                PIC X(16).
    01 WS-Z-TEXT                PIC X(16).
    01 WS-SECONDS-TEXT          PIC X(16).
    01 WS-CHANGED-TEXT          PIC X(16).
    01 WS-DIMENSION             BINARY-CHAR UNSIGNED.
    01 WS-CHUNK-X               BINARY-LONG.
    01 WS-CHUNK-Z               BINARY-LONG.
    01 WS-CREATE                BINARY-CHAR UNSIGNED VALUE 1.
    01 WS-INDEX                 BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    INITIALIZE ACTIVITY-TABLE
    MOVE FUNCTION CURRENT-DATE TO WS-NOW
    MOVE WS-NOW(1:14) TO ACTIVITY-SINCE

    OPEN INPUT ACTIVITY-FILE
    IF FS-STATUS NOT = "00"
        GOBACK
    END-IF

    MOVE 1 TO WS-FIRST-LINE
    PERFORM UNTIL FS-STATUS = "10"
        READ ACTIVITY-FILE
            AT END
                MOVE "10" TO FS-STATUS
            NOT AT END
                PERFORM ParseLine
        END-READ
    END-PERFORM

    CLOSE ACTIVITY-FILE
    CALL "Log-Info" USING "Loaded chunk-activity.dat"
    GOBACK.

ParseLine.
    IF ACTIVITY-LINE = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-DIMENSION-TEXT WS-X-TEXT WS-Z-TEXT WS-SECONDS-TEXT WS-CHANGED-TEXT
    IF WS-FIRST-LINE = 1
        MOVE 0 TO WS-FIRST-LINE
        UNSTRING ACTIVITY-LINE DELIMITED BY "," INTO WS-DIMENSION-TEXT WS-X-TEXT
        IF WS-DIMENSION-TEXT(1:14) IS NUMERIC
            MOVE WS-DIMENSION-TEXT(1:14) TO ACTIVITY-SINCE
        END-IF
        IF WS-X-TEXT = "1"
            MOVE 1 TO ACTIVITY-FULL
        END-IF
        EXIT PARAGRAPH
    END-IF
    UNSTRING ACTIVITY-LINE DELIMITED BY ","
        INTO WS-DIMENSION-TEXT WS-X-TEXT WS-Z-TEXT WS-SECONDS-TEXT WS-CHANGED-TEXT
    IF FUNCTION TEST-NUMVAL(WS-DIMENSION-TEXT) NOT = 0
            OR FUNCTION TEST-NUMVAL(WS-X-TEXT) NOT = 0
            OR FUNCTION TEST-NUMVAL(WS-Z-TEXT) NOT = 0
            OR FUNCTION TEST-NUMVAL(WS-SECONDS-TEXT) NOT = 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-DIMENSION = FUNCTION NUMVAL(WS-DIMENSION-TEXT)
    COMPUTE WS-CHUNK-X = FUNCTION NUMVAL(WS-X-TEXT)
    COMPUTE WS-CHUNK-Z = FUNCTION NUMVAL(WS-Z-TEXT)
    CALL "ChunkActivity-Find" USING WS-DIMENSION WS-CHUNK-X WS-CHUNK-Z WS-CREATE WS-INDEX
    IF WS-INDEX = 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE ACTIVITY-SECONDS(WS-INDEX) = FUNCTION NUMVAL(WS-SECONDS-TEXT)
    IF WS-CHANGED-TEXT = "1"
        MOVE 1 TO ACTIVITY-CHANGED(WS-INDEX)
    END-IF
    EXIT PARAGRAPH.

END PROGRAM ChunkActivity-Load.

*> --- ChunkActivity-Save ---
*> Rewrite chunk-activity.dat from the live table -- every five minutes from
*> ChunkActivity-Tick and once more at shutdown. A crash loses at most the
*> last few minutes of credit; player edits in that window are still in
*> the block-history day files, which trim reads as well.
IDENTIFICATION DIVISION.
PROGRAM-ID. ChunkActivity-Save.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACTIVITY-FILE ASSIGN TO WS-SAVE-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ACTIVITY-FILE.
01  ACTIVITY-LINE               PIC X(80).

WORKING-STORAGE SECTION.
    COPY DD-CHUNK-ACTIVITY.
    01 FS-STATUS                PIC X(2).
    01 WS-SAVE-NAME             PIC X(64).
    01 WS-INDEX                 BINARY-LONG UNSIGNED.
    01 WS-DIMENSION-TEXT        PIC 9.
    01 WS-FULL-TEXT             PIC 9.
    01 WS-CHANGED-TEXT          PIC 9.
    01 WS-X-TEXT                PIC -(10)9.
    01 WS-Z-TEXT                PIC -(10)9.
    01 WS-SECONDS-TEXT          PIC Z(9)9.

PROCEDURE DIVISION.
    MOVE "chunk-activity.dat" TO WS-SAVE-NAME
    CALL "SaveJournal-Target" USING WS-SAVE-NAME
    OPEN OUTPUT ACTIVITY-FILE
    IF FS-STATUS NOT = "00"
        CALL "Log-Error" USING "Failed to save chunk-activity.dat"
        GOBACK
    END-IF

    MOVE ACTIVITY-FULL TO WS-FULL-TEXT
    MOVE SPACES TO ACTIVITY-LINE
    STRING ACTIVITY-SINCE "," WS-FULL-TEXT DELIMITED BY SIZE INTO ACTIVITY-LINE
    WRITE ACTIVITY-LINE

    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > MAX-ACTIVITY-ENTRIES
        IF ACTIVITY-USED(WS-INDEX) = 1
            MOVE ACTIVITY-DIMENSION(WS-INDEX) TO WS-DIMENSION-TEXT
            MOVE ACTIVITY-CHUNK-X(WS-INDEX) TO WS-X-TEXT
            MOVE ACTIVITY-CHUNK-Z(WS-INDEX) TO WS-Z-TEXT
            MOVE ACTIVITY-SECONDS(WS-INDEX) TO WS-SECONDS-TEXT
            MOVE ACTIVITY-CHANGED(WS-INDEX) TO WS-CHANGED-TEXT
            MOVE SPACES TO ACTIVITY-LINE
            STRING WS-DIMENSION-TEXT "," FUNCTION TRIM(WS-X-TEXT) ","
                   FUNCTION TRIM(WS-Z-TEXT) "," FUNCTION TRIM(WS-SECONDS-TEXT) ","
                   WS-CHANGED-TEXT
                DELIMITED BY SIZE INTO ACTIVITY-LINE
            WRITE ACTIVITY-LINE
        END-IF
    END-PERFORM

    CLOSE ACTIVITY-FILE
    GOBACK.

END PROGRAM ChunkActivity-Save.

*> --- ChunkActivity-Find ---
*> The table index holding a chunk's entry, or 0. With LK-CREATE = 1 a chunk
*> not yet in the table gets a fresh zeroed entry -- unless the table has
*> reached seven-eighths full, past which probe runs grow long; that sets
*> ACTIVITY-FULL (logged once) and answers 0.
IDENTIFICATION DIVISION.
PROGRAM-ID. ChunkActivity-Find.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CHUNK-ACTIVITY.
    01 WS-SLOT                  BINARY-LONG UNSIGNED.
    01 WS-PROBES                BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-DIMENSION             BINARY-CHAR UNSIGNED.
    01 LK-CHUNK-X               BINARY-LONG.
    01 LK-CHUNK-Z               BINARY-LONG.
    01 LK-CREATE                BINARY-CHAR UNSIGNED.
    01 LK-INDEX                 BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-DIMENSION LK-CHUNK-X LK-CHUNK-Z LK-CREATE LK-INDEX.
    MOVE 0 TO LK-INDEX
    COMPUTE WS-SLOT = FUNCTION MOD(LK-CHUNK-X * 7919 + LK-CHUNK-Z * 104729
        + LK-DIMENSION * 15485863, MAX-ACTIVITY-ENTRIES) + 1

    PERFORM VARYING WS-PROBES FROM 1 BY 1 UNTIL WS-PROBES > MAX-ACTIVITY-ENTRIES
        IF ACTIVITY-USED(WS-SLOT) = 0
            EXIT PERFORM
        END-IF
        IF ACTIVITY-DIMENSION(WS-SLOT) = LK-DIMENSION
                AND ACTIVITY-CHUNK-X(WS-SLOT) = LK-CHUNK-X
                AND ACTIVITY-CHUNK-Z(WS-SLOT) = LK-CHUNK-Z
            MOVE WS-SLOT TO LK-INDEX
            GOBACK
        END-IF
        ADD 1 TO WS-SLOT
        IF WS-SLOT > MAX-ACTIVITY-ENTRIES
            MOVE 1 TO WS-SLOT
        END-IF
    END-PERFORM

    IF LK-CREATE NOT = 1 OR WS-PROBES > MAX-ACTIVITY-ENTRIES
        GOBACK
    END-IF
    IF ACTIVITY-COUNT >= MAX-ACTIVITY-ENTRIES - MAX-ACTIVITY-ENTRIES / 8
        IF ACTIVITY-FULL = 0
            MOVE 1 TO ACTIVITY-FULL
            CALL "Log-Warn" USING "Chunk activity table is full; world trim is disabled"
        END-IF
        GOBACK
    END-IF
    MOVE 1 TO ACTIVITY-USED(WS-SLOT)
    MOVE LK-DIMENSION TO ACTIVITY-DIMENSION(WS-SLOT)
    MOVE LK-CHUNK-X TO ACTIVITY-CHUNK-X(WS-SLOT)
    MOVE LK-CHUNK-Z TO ACTIVITY-CHUNK-Z(WS-SLOT)
    MOVE 0 TO ACTIVITY-SECONDS(WS-SLOT)
    MOVE 0 TO ACTIVITY-CHANGED(WS-SLOT)
    ADD 1 TO ACTIVITY-COUNT
    MOVE WS-SLOT TO LK-INDEX
    GOBACK.

END PROGRAM ChunkActivity-Find.

*> --- ChunkActivity-Tick ---
*> Called every tick from ServerLoop. Once a second each player in play
*> credits a second to every chunk within ACTIVITY-NEAR-RADIUS of the one they
*> stand in (their own dimension's); every five minutes the table is saved.
IDENTIFICATION DIVISION.
PROGRAM-ID. ChunkActivity-Tick.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CHUNK-ACTIVITY.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-PLAYERS.
    01 WS-TICKS                 BINARY-LONG UNSIGNED VALUE 0.
    01 WS-CLIENT-ID             BINARY-LONG UNSIGNED.
    01 WS-PLAYER-ID             BINARY-LONG UNSIGNED.
    01 WS-CENTER-X              BINARY-LONG.
    01 WS-CENTER-Z              BINARY-LONG.
    01 WS-LOW-X                 BINARY-LONG.
    01 WS-LOW-Z                 BINARY-LONG.
    01 WS-CHUNK-X               BINARY-LONG.
    01 WS-CHUNK-Z               BINARY-LONG.
    01 WS-CREATE                BINARY-CHAR UNSIGNED VALUE 1.
    01 WS-INDEX                 BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    ADD 1 TO WS-TICKS
    IF FUNCTION MOD(WS-TICKS, 20) NOT = 0
        GOBACK
    END-IF

    PERFORM VARYING WS-CLIENT-ID FROM 1 BY 1 UNTIL WS-CLIENT-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(WS-CLIENT-ID) = 1 AND CLIENT-STATE(WS-CLIENT-ID) = CLIENT-STATE-PLAY
                AND CLIENT-LOGIN-COMPLETE(WS-CLIENT-ID) = 1
            MOVE CLIENT-PLAYER(WS-CLIENT-ID) TO WS-PLAYER-ID
            DIVIDE PLAYER-X(WS-PLAYER-ID) BY 16 GIVING WS-CENTER-X ROUNDED MODE IS TOWARD-LESSER
            DIVIDE PLAYER-Z(WS-PLAYER-ID) BY 16 GIVING WS-CENTER-Z ROUNDED MODE IS TOWARD-LESSER
            PERFORM CreditAround
        END-IF
    END-PERFORM

    IF FUNCTION MOD(WS-TICKS, 6000) = 0
        CALL "ChunkActivity-Save"
    END-IF
    GOBACK.

CreditAround.
    COMPUTE WS-LOW-X = WS-CENTER-X - ACTIVITY-NEAR-RADIUS
    COMPUTE WS-LOW-Z = WS-CENTER-Z - ACTIVITY-NEAR-RADIUS
    PERFORM VARYING WS-CHUNK-X FROM WS-LOW-X BY 1
            UNTIL WS-CHUNK-X > WS-CENTER-X + ACTIVITY-NEAR-RADIUS
        PERFORM VARYING WS-CHUNK-Z FROM WS-LOW-Z BY 1
                UNTIL WS-CHUNK-Z > WS-CENTER-Z + ACTIVITY-NEAR-RADIUS
            CALL "ChunkActivity-Find" USING PLAYER-DIMENSION(WS-PLAYER-ID)
                WS-CHUNK-X WS-CHUNK-Z WS-CREATE WS-INDEX
            IF WS-INDEX > 0
                ADD 1 TO ACTIVITY-SECONDS(WS-INDEX)
            END-IF
        END-PERFORM
    END-PERFORM
    EXIT PARAGRAPH.

END PROGRAM ChunkActivity-Tick.

*> --- ChunkActivity-MarkChanged ---
*> A player changed the block at this position: flag its chunk, in the
*> dimension the world is routed to (the one the change landed in, as
*> BlockHistory-Record records it), as one trim must never touch.
IDENTIFICATION DIVISION.
PROGRAM-ID. ChunkActivity-MarkChanged.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-WORLD.
    COPY DD-CHUNK-ACTIVITY.
    01 WS-CHUNK-X               BINARY-LONG.
    01 WS-CHUNK-Z               BINARY-LONG.
    01 WS-CREATE                BINARY-CHAR UNSIGNED VALUE 1.
    01 WS-INDEX                 BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-X                     BINARY-LONG.
    01 LK-Z                     BINARY-LONG.

PROCEDURE DIVISION USING LK-X LK-Z.
    DIVIDE LK-X BY 16 GIVING WS-CHUNK-X ROUNDED MODE IS TOWARD-LESSER
    DIVIDE LK-Z BY 16 GIVING WS-CHUNK-Z ROUNDED MODE IS TOWARD-LESSER
    CALL "ChunkActivity-Find" USING WORLD-ACTIVE-DIMENSION WS-CHUNK-X WS-CHUNK-Z
        WS-CREATE WS-INDEX
    IF WS-INDEX > 0
        MOVE 1 TO ACTIVITY-CHANGED(WS-INDEX)
    END-IF
    GOBACK.

END PROGRAM ChunkActivity-MarkChanged.
