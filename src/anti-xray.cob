*> --- AntiXray-Load ---
*> Parse anti-xray.conf into the shared DD-ANTI-XRAY tables: for each line,
*> the dimension, the block kind to hide there and the block (and state
*> offset within it) it is disguised as, all names resolved against the block
*> registry up front -- the blocks-interactable.conf loading shape. Also marks
*> the states a player can see through, which decide whether an ore is
*> exposed. A missing file simply hides nothing. Called on first use by every
*> AntiXray-* entry point; Admin-Reload clears ANTI-XRAY-LOADED to force a
*> re-read.
IDENTIFICATION DIVISION.
PROGRAM-ID. AntiXray-Load.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ANTI-XRAY-FILE ASSIGN TO "anti-xray.conf"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ANTI-XRAY-FILE.
01  ANTI-XRAY-LINE              PIC X(256).

WORKING-STORAGE SECTION.
    COPY DD-ANTI-XRAY.
    COPY DD-WORLD.
    01 FS-STATUS                 PIC X(2).
    01 WS-DIM                    BINARY-LONG UNSIGNED.

    *> conf parsing scratch, the blocks-simple.conf field-splitting shape
    01 WS-DIM-TEXT               PIC X(16).
    01 WS-NAME                   PIC X(64).
    01 WS-DISGUISE-NAME          PIC X(64).
    01 WS-OFFSET-TEXT            PIC X(16).
    01 WS-REMAINDER              PIC X(256).
    01 WS-SEP-POS                BINARY-LONG UNSIGNED.
    01 WS-LOG-MSG                PIC X(128).
    01 WS-BLOCK-COUNT            BINARY-LONG UNSIGNED.
    01 WS-BLOCK-INDEX            BINARY-LONG UNSIGNED.
    01 WS-SCAN-NAME              PIC X(64).
    01 WS-ITER-NAME              PIC X(64).
    01 WS-MIN-STATE              BINARY-LONG.
    01 WS-MAX-STATE              BINARY-LONG.
    01 WS-HIDE-MIN-STATE         BINARY-LONG.
    01 WS-HIDE-MAX-STATE         BINARY-LONG.
    01 WS-DISGUISE-STATE         BINARY-LONG.
    01 WS-OFFSET                 BINARY-LONG.
    01 WS-STATE                  BINARY-LONG.
    01 WS-HIGH-BYTE              BINARY-LONG.

PROCEDURE DIVISION.
    MOVE 0 TO ANTI-XRAY-COUNT
    PERFORM VARYING WS-DIM FROM 1 BY 1 UNTIL WS-DIM > 2
        MOVE 0 TO ANTI-XRAY-DIM-COUNT(WS-DIM)
        MOVE ALL "N" TO ANTI-XRAY-HIGH-MAP(WS-DIM)
        MOVE LOW-VALUES TO ANTI-XRAY-STATE-MAP(WS-DIM)
    END-PERFORM
    MOVE ALL "N" TO ANTI-XRAY-OPEN-MAP
    PERFORM MarkOpenStates
    MOVE 1 TO ANTI-XRAY-LOADED

    OPEN INPUT ANTI-XRAY-FILE
    IF FS-STATUS NOT = "00"
        CALL "Log-Info" USING "No anti-xray.conf found, no blocks will be hidden"
        GOBACK
    END-IF

    PERFORM UNTIL FS-STATUS = "10"
        READ ANTI-XRAY-FILE
            AT END
                MOVE "10" TO FS-STATUS
            NOT AT END
                PERFORM ParseLine
        END-READ
    END-PERFORM

    CLOSE ANTI-XRAY-FILE
    CALL "Log-Info" USING "Loaded anti-xray.conf"
    GOBACK.

MarkOpenStates.
    CALL "Blocks-GetCount" USING WS-BLOCK-COUNT
    PERFORM VARYING WS-BLOCK-INDEX FROM 1 BY 1 UNTIL WS-BLOCK-INDEX > WS-BLOCK-COUNT
        CALL "Blocks-Iterate-Name" USING WS-BLOCK-INDEX WS-SCAN-NAME
        EVALUATE WS-SCAN-NAME
            WHEN "minecraft:air"
            WHEN "minecraft:cave_air"
            WHEN "minecraft:void_air"
            WHEN "minecraft:water"
            WHEN "minecraft:lava"
                CALL "Blocks-Iterate-StateIds" USING WS-BLOCK-INDEX WS-MIN-STATE WS-MAX-STATE
                PERFORM VARYING WS-STATE FROM WS-MIN-STATE BY 1 UNTIL WS-STATE > WS-MAX-STATE
                    MOVE "Y" TO ANTI-XRAY-OPEN-MAP(WS-STATE + 1:1)
                END-PERFORM
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-PERFORM
    EXIT PARAGRAPH.

ParseLine.
    IF ANTI-XRAY-LINE = SPACES OR ANTI-XRAY-LINE(1:1) = "#"
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-DIM-TEXT WS-NAME WS-DISGUISE-NAME WS-OFFSET-TEXT
    MOVE ANTI-XRAY-LINE TO WS-REMAINDER

    PERFORM SplitField
    MOVE WS-REMAINDER(1:WS-SEP-POS) TO WS-DIM-TEXT
    MOVE FUNCTION TRIM(WS-DIM-TEXT) TO WS-DIM-TEXT
    MOVE WS-REMAINDER(WS-SEP-POS + 2:) TO WS-REMAINDER

    PERFORM SplitField
    MOVE WS-REMAINDER(1:WS-SEP-POS) TO WS-NAME
    MOVE FUNCTION TRIM(WS-NAME) TO WS-NAME
    MOVE WS-REMAINDER(WS-SEP-POS + 2:) TO WS-REMAINDER

    *> The state offset is optional: without it the disguise is the block's
    *> first state.
    PERFORM SplitField
    MOVE WS-REMAINDER(1:WS-SEP-POS) TO WS-DISGUISE-NAME
    MOVE FUNCTION TRIM(WS-DISGUISE-NAME) TO WS-DISGUISE-NAME
    IF WS-SEP-POS < LENGTH OF WS-REMAINDER
        MOVE WS-REMAINDER(WS-SEP-POS + 2:) TO WS-REMAINDER
        MOVE FUNCTION TRIM(WS-REMAINDER) TO WS-OFFSET-TEXT
    END-IF
    IF WS-OFFSET-TEXT = SPACES
        MOVE "0" TO WS-OFFSET-TEXT
    END-IF

    EVALUATE WS-DIM-TEXT
        WHEN "overworld"
            COMPUTE WS-DIM = WORLD-DIM-OVERWORLD + 1
        WHEN "nether"
            COMPUTE WS-DIM = WORLD-DIM-NETHER + 1
        WHEN OTHER
            PERFORM WarnBadLine
            EXIT PARAGRAPH
    END-EVALUATE

    MOVE WS-NAME TO WS-SCAN-NAME
    PERFORM LookupBlock
    MOVE WS-MIN-STATE TO WS-HIDE-MIN-STATE
    MOVE WS-MAX-STATE TO WS-HIDE-MAX-STATE
    MOVE WS-DISGUISE-NAME TO WS-SCAN-NAME
    PERFORM LookupBlock

    IF WS-HIDE-MAX-STATE = 0 OR WS-MAX-STATE = 0
            OR FUNCTION TEST-NUMVAL(WS-OFFSET-TEXT) NOT = 0
            OR ANTI-XRAY-COUNT >= MAX-ANTI-XRAY-BLOCKS
        PERFORM WarnBadLine
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-OFFSET = FUNCTION NUMVAL(WS-OFFSET-TEXT)
    COMPUTE WS-DISGUISE-STATE = WS-MIN-STATE + WS-OFFSET
    *> A disguise the player could see through would turn buried ore into a
    *> cave on the client; one that is itself hidden would never settle.
    IF WS-OFFSET < 0 OR WS-DISGUISE-STATE > WS-MAX-STATE
            OR ANTI-XRAY-OPEN-MAP(WS-DISGUISE-STATE + 1:1) = "Y"
            OR ANTI-XRAY-OPEN-MAP(WS-HIDE-MIN-STATE + 1:1) = "Y"
            OR ANTI-XRAY-STATE-MAP(WS-DIM)(WS-DISGUISE-STATE + 1:1) NOT = LOW-VALUE
            OR (WS-DISGUISE-STATE >= WS-HIDE-MIN-STATE AND WS-DISGUISE-STATE <= WS-HIDE-MAX-STATE)
        PERFORM WarnBadLine
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO ANTI-XRAY-COUNT
    ADD 1 TO ANTI-XRAY-DIM-COUNT(WS-DIM)
    COMPUTE ANTI-XRAY-DIMENSION(ANTI-XRAY-COUNT) = WS-DIM - 1
    MOVE WS-HIDE-MIN-STATE TO ANTI-XRAY-MIN-STATE(ANTI-XRAY-COUNT)
    MOVE WS-HIDE-MAX-STATE TO ANTI-XRAY-MAX-STATE(ANTI-XRAY-COUNT)
    MOVE WS-DISGUISE-STATE TO ANTI-XRAY-DISGUISE-STATE(ANTI-XRAY-COUNT)
    PERFORM VARYING WS-STATE FROM WS-HIDE-MIN-STATE BY 1 UNTIL WS-STATE > WS-HIDE-MAX-STATE
        MOVE FUNCTION CHAR(ANTI-XRAY-COUNT + 1) TO ANTI-XRAY-STATE-MAP(WS-DIM)(WS-STATE + 1:1)
        COMPUTE WS-HIGH-BYTE = WS-STATE / 256
        MOVE "Y" TO ANTI-XRAY-HIGH-MAP(WS-DIM)(WS-HIGH-BYTE + 1:1)
    END-PERFORM
    EXIT PARAGRAPH.

LookupBlock.
    MOVE 0 TO WS-MIN-STATE
    MOVE 0 TO WS-MAX-STATE
    CALL "Blocks-GetCount" USING WS-BLOCK-COUNT
    PERFORM VARYING WS-BLOCK-INDEX FROM 1 BY 1 UNTIL WS-BLOCK-INDEX > WS-BLOCK-COUNT
        CALL "Blocks-Iterate-Name" USING WS-BLOCK-INDEX WS-ITER-NAME
        IF WS-ITER-NAME = WS-SCAN-NAME
            CALL "Blocks-Iterate-StateIds" USING WS-BLOCK-INDEX WS-MIN-STATE WS-MAX-STATE
            EXIT PERFORM
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

WarnBadLine.
    MOVE SPACES TO WS-LOG-MSG
    STRING "anti-xray.conf: skipping bad line: "
           FUNCTION TRIM(ANTI-XRAY-LINE)
        DELIMITED BY SIZE INTO WS-LOG-MSG
    CALL "Log-Warn" USING WS-LOG-MSG
    EXIT PARAGRAPH.

SplitField.
    MOVE 0 TO WS-SEP-POS
    INSPECT WS-REMAINDER TALLYING WS-SEP-POS FOR CHARACTERS BEFORE INITIAL ",".

END PROGRAM AntiXray-Load.

*> --- AntiXray-SendChunk ---
*> Send one loaded chunk to a client with its buried ores disguised. The
*> chunk is copied, and in the copy every block anti-xray.conf hides in this
*> dimension is swapped for its disguise unless it touches something a player
*> can see through (air, a cave, water, lava) or lies within
*> ANTI-XRAY-REVEAL-RADIUS of the player -- what a player can actually see
*> arrives as it is, so only an X-ray client notices the difference. The
*> world itself is never touched. Neighbors across the chunk's edges are read
*> from the adjoining chunk when it is loaded; an unloaded neighbor counts as
*> solid, and AntiXray-RevealNear corrects the rare ore that guess hides
*> wrongly once the player comes close. ProcessChunkQueue calls this in place
*> of SendPacket-ChunkData while server.properties has anti-xray=true, with
*> the client's dimension already routed.
IDENTIFICATION DIVISION.
PROGRAM-ID. AntiXray-SendChunk.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-ANTI-XRAY.
    COPY DD-WORLD.
    COPY DD-CLIENTS.
    COPY DD-PLAYERS.
    COPY DD-CHUNK-REF.
    COPY DD-CHUNK-REF REPLACING ==WORLD-CHUNK BASED== BY ==MASKED-CHUNK==
        LEADING ==CHUNK== BY ==MASKED== LEADING ==SECTION== BY ==MASKED-SECTION==.
    01 WS-DIM                   BINARY-LONG UNSIGNED.
    01 WS-CHUNK-X               BINARY-LONG.
    01 WS-CHUNK-Z               BINARY-LONG.
    01 WS-SCAN-ID               BINARY-LONG UNSIGNED.
    01 WS-WEST-INDEX            BINARY-LONG UNSIGNED.
    01 WS-EAST-INDEX            BINARY-LONG UNSIGNED.
    01 WS-NORTH-INDEX           BINARY-LONG UNSIGNED.
    01 WS-SOUTH-INDEX           BINARY-LONG UNSIGNED.
    01 WS-HAVE-PLAYER           BINARY-CHAR UNSIGNED.
    01 WS-PLAYER-X              BINARY-LONG.
    01 WS-PLAYER-Y              BINARY-LONG.
    01 WS-PLAYER-Z              BINARY-LONG.
    01 WS-SECTION               BINARY-LONG UNSIGNED.
    01 WS-BASE-Y                BINARY-LONG.
    01 WS-OFFSET                BINARY-LONG UNSIGNED.
    01 WS-BLOCK-INDEX           BINARY-LONG UNSIGNED.
    01 WS-REST                  BINARY-LONG UNSIGNED.
    01 WS-LOCAL-X               BINARY-LONG.
    01 WS-LOCAL-Y               BINARY-LONG.
    01 WS-LOCAL-Z               BINARY-LONG.
    01 WS-WORLD-Y               BINARY-LONG.
    01 WS-STATE                 BINARY-LONG.
    01 WS-ENTRY                 BINARY-LONG UNSIGNED.
    01 WS-HI                    BINARY-LONG UNSIGNED.
    01 WS-LO                    BINARY-LONG UNSIGNED.
    01 WS-EXPOSED               BINARY-CHAR UNSIGNED.
    *> neighbor probe
    01 WS-PROBE-X               BINARY-LONG.
    01 WS-PROBE-Y               BINARY-LONG.
    01 WS-PROBE-Z               BINARY-LONG.
    01 WS-PROBE-SECTION         BINARY-LONG UNSIGNED.
    01 WS-PROBE-OFFSET          BINARY-LONG UNSIGNED.
    01 WS-PROBE-INDEX           BINARY-LONG UNSIGNED.
    01 WS-PROBE-STATE           BINARY-LONG.
    01 WS-PROBE-OPEN            BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
    01 LK-CHUNK-INDEX           BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-CLIENT LK-CHUNK-INDEX.
    IF ANTI-XRAY-LOADED = 0
        CALL "AntiXray-Load"
    END-IF
    SET ADDRESS OF WORLD-CHUNK TO WORLD-CHUNK-POINTER(LK-CHUNK-INDEX)

    COMPUTE WS-DIM = WORLD-ACTIVE-DIMENSION + 1
    IF WS-DIM > 2
        CALL "SendPacket-ChunkData" USING LK-CLIENT WORLD-CHUNK
        GOBACK
    END-IF
    IF ANTI-XRAY-DIM-COUNT(WS-DIM) = 0
        CALL "SendPacket-ChunkData" USING LK-CLIENT WORLD-CHUNK
        GOBACK
    END-IF

    MOVE WORLD-CHUNK TO MASKED-CHUNK
    MOVE WORLD-CHUNK-SLOT-X(LK-CHUNK-INDEX) TO WS-CHUNK-X
    MOVE WORLD-CHUNK-SLOT-Z(LK-CHUNK-INDEX) TO WS-CHUNK-Z
    PERFORM FindNeighborChunks
    PERFORM LocatePlayer

    PERFORM VARYING WS-SECTION FROM 1 BY 1 UNTIL WS-SECTION > 24
        IF MASKED-SECTION-BLOCK-COUNT(WS-SECTION) > 0
            PERFORM MaskSection
        END-IF
    END-PERFORM

    CALL "SendPacket-ChunkData" USING LK-CLIENT MASKED-CHUNK
    GOBACK.

FindNeighborChunks.
    MOVE 0 TO WS-WEST-INDEX WS-EAST-INDEX WS-NORTH-INDEX WS-SOUTH-INDEX
    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-LOADED-CHUNKS
        IF WORLD-CHUNK-IN-USE(WS-SCAN-ID) = 1
            EVALUATE TRUE
                WHEN WORLD-CHUNK-SLOT-X(WS-SCAN-ID) = WS-CHUNK-X - 1
                        AND WORLD-CHUNK-SLOT-Z(WS-SCAN-ID) = WS-CHUNK-Z
                    MOVE WS-SCAN-ID TO WS-WEST-INDEX
                WHEN WORLD-CHUNK-SLOT-X(WS-SCAN-ID) = WS-CHUNK-X + 1
                        AND WORLD-CHUNK-SLOT-Z(WS-SCAN-ID) = WS-CHUNK-Z
                    MOVE WS-SCAN-ID TO WS-EAST-INDEX
                WHEN WORLD-CHUNK-SLOT-X(WS-SCAN-ID) = WS-CHUNK-X
                        AND WORLD-CHUNK-SLOT-Z(WS-SCAN-ID) = WS-CHUNK-Z - 1
                    MOVE WS-SCAN-ID TO WS-NORTH-INDEX
                WHEN WORLD-CHUNK-SLOT-X(WS-SCAN-ID) = WS-CHUNK-X
                        AND WORLD-CHUNK-SLOT-Z(WS-SCAN-ID) = WS-CHUNK-Z + 1
                    MOVE WS-SCAN-ID TO WS-SOUTH-INDEX
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

LocatePlayer.
    MOVE 0 TO WS-HAVE-PLAYER
    IF CLIENT-PLAYER(LK-CLIENT) = 0
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO WS-HAVE-PLAYER
    COMPUTE WS-PLAYER-X = FUNCTION INTEGER(PLAYER-X(CLIENT-PLAYER(LK-CLIENT)))
    COMPUTE WS-PLAYER-Y = FUNCTION INTEGER(PLAYER-Y(CLIENT-PLAYER(LK-CLIENT)))
    COMPUTE WS-PLAYER-Z = FUNCTION INTEGER(PLAYER-Z(CLIENT-PLAYER(LK-CLIENT)))
    EXIT PARAGRAPH.

MaskSection.
    COMPUTE WS-BASE-Y = (WS-SECTION - 1) * 16 - 64
    *> Most blocks are passed over on their first storage byte alone: no
    *> hidden state in this dimension starts with it.
    PERFORM VARYING WS-OFFSET FROM 1 BY 2 UNTIL WS-OFFSET > 8191
        IF ANTI-XRAY-HIGH-MAP(WS-DIM)
                (FUNCTION ORD(MASKED-SECTION-BLOCKS(WS-SECTION)(WS-OFFSET:1)):1) = "Y"
            PERFORM MaskBlock
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

MaskBlock.
    COMPUTE WS-HI = FUNCTION ORD(MASKED-SECTION-BLOCKS(WS-SECTION)(WS-OFFSET:1)) - 1
    COMPUTE WS-LO = FUNCTION ORD(MASKED-SECTION-BLOCKS(WS-SECTION)(WS-OFFSET + 1:1)) - 1
    COMPUTE WS-STATE = WS-HI * 256 + WS-LO
    COMPUTE WS-ENTRY = FUNCTION ORD(ANTI-XRAY-STATE-MAP(WS-DIM)(WS-STATE + 1:1)) - 1
    IF WS-ENTRY = 0
        EXIT PARAGRAPH
    END-IF

    *> Storage order is y, then z, then x (see World-GetBlockState).
    COMPUTE WS-BLOCK-INDEX = (WS-OFFSET - 1) / 2
    COMPUTE WS-LOCAL-Y = WS-BLOCK-INDEX / 256
    COMPUTE WS-REST = WS-BLOCK-INDEX - WS-LOCAL-Y * 256
    COMPUTE WS-LOCAL-Z = WS-REST / 16
    COMPUTE WS-LOCAL-X = WS-REST - WS-LOCAL-Z * 16
    COMPUTE WS-WORLD-Y = WS-BASE-Y + WS-LOCAL-Y

    IF WS-HAVE-PLAYER = 1
        IF FUNCTION ABS(WS-CHUNK-X * 16 + WS-LOCAL-X - WS-PLAYER-X) <= ANTI-XRAY-REVEAL-RADIUS
                AND FUNCTION ABS(WS-WORLD-Y - WS-PLAYER-Y) <= ANTI-XRAY-REVEAL-RADIUS
                AND FUNCTION ABS(WS-CHUNK-Z * 16 + WS-LOCAL-Z - WS-PLAYER-Z) <= ANTI-XRAY-REVEAL-RADIUS
            EXIT PARAGRAPH
        END-IF
    END-IF

    PERFORM CheckExposed
    IF WS-EXPOSED = 1
        EXIT PARAGRAPH
    END-IF

    *> The disguise is never an open state, so the section's non-air count
    *> the encoder relies on stays right.
    COMPUTE WS-HI = ANTI-XRAY-DISGUISE-STATE(WS-ENTRY) / 256
    COMPUTE WS-LO = FUNCTION MOD(ANTI-XRAY-DISGUISE-STATE(WS-ENTRY), 256)
    MOVE FUNCTION CHAR(WS-HI + 1) TO MASKED-SECTION-BLOCKS(WS-SECTION)(WS-OFFSET:1)
    MOVE FUNCTION CHAR(WS-LO + 1) TO MASKED-SECTION-BLOCKS(WS-SECTION)(WS-OFFSET + 1:1)
    EXIT PARAGRAPH.

CheckExposed.
    MOVE 1 TO WS-EXPOSED
    MOVE WS-LOCAL-X TO WS-PROBE-X
    MOVE WS-LOCAL-Z TO WS-PROBE-Z
    COMPUTE WS-PROBE-Y = WS-WORLD-Y + 1
    PERFORM ProbeOpen
    IF WS-PROBE-OPEN = 1
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-PROBE-Y = WS-WORLD-Y - 1
    PERFORM ProbeOpen
    IF WS-PROBE-OPEN = 1
        EXIT PARAGRAPH
    END-IF
    MOVE WS-WORLD-Y TO WS-PROBE-Y
    COMPUTE WS-PROBE-X = WS-LOCAL-X - 1
    PERFORM ProbeOpen
    IF WS-PROBE-OPEN = 1
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-PROBE-X = WS-LOCAL-X + 1
    PERFORM ProbeOpen
    IF WS-PROBE-OPEN = 1
        EXIT PARAGRAPH
    END-IF
    MOVE WS-LOCAL-X TO WS-PROBE-X
    COMPUTE WS-PROBE-Z = WS-LOCAL-Z - 1
    PERFORM ProbeOpen
    IF WS-PROBE-OPEN = 1
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-PROBE-Z = WS-LOCAL-Z + 1
    PERFORM ProbeOpen
    IF WS-PROBE-OPEN = 1
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-EXPOSED
    EXIT PARAGRAPH.

*> Is the block at chunk-local X/Z (one step past the edge allowed) and world
*> Y something a player can see through? Above the build limit is open sky;
*> below the floor, and an unloaded neighbor chunk, count as solid.
ProbeOpen.
    MOVE 0 TO WS-PROBE-OPEN
    IF WS-PROBE-Y > 319
        MOVE 1 TO WS-PROBE-OPEN
        EXIT PARAGRAPH
    END-IF
    IF WS-PROBE-Y < -64
        EXIT PARAGRAPH
    END-IF

    COMPUTE WS-PROBE-SECTION = (WS-PROBE-Y + 64) / 16 + 1
    IF WS-PROBE-X >= 0 AND WS-PROBE-X <= 15 AND WS-PROBE-Z >= 0 AND WS-PROBE-Z <= 15
        COMPUTE WS-PROBE-OFFSET =
            (FUNCTION MOD(WS-PROBE-Y, 16) * 256 + WS-PROBE-Z * 16 + WS-PROBE-X) * 2 + 1
        COMPUTE WS-PROBE-STATE =
            (FUNCTION ORD(MASKED-SECTION-BLOCKS(WS-PROBE-SECTION)(WS-PROBE-OFFSET:1)) - 1) * 256
            + FUNCTION ORD(MASKED-SECTION-BLOCKS(WS-PROBE-SECTION)(WS-PROBE-OFFSET + 1:1)) - 1
    ELSE
        EVALUATE TRUE
            WHEN WS-PROBE-X < 0
                MOVE WS-WEST-INDEX TO WS-PROBE-INDEX
            WHEN WS-PROBE-X > 15
                MOVE WS-EAST-INDEX TO WS-PROBE-INDEX
            WHEN WS-PROBE-Z < 0
                MOVE WS-NORTH-INDEX TO WS-PROBE-INDEX
            WHEN OTHER
                MOVE WS-SOUTH-INDEX TO WS-PROBE-INDEX
        END-EVALUATE
        IF WS-PROBE-INDEX = 0
            EXIT PARAGRAPH
        END-IF
        SET ADDRESS OF WORLD-CHUNK TO WORLD-CHUNK-POINTER(WS-PROBE-INDEX)
        COMPUTE WS-PROBE-OFFSET =
            (FUNCTION MOD(WS-PROBE-Y, 16) * 256 + FUNCTION MOD(WS-PROBE-Z, 16) * 16
                + FUNCTION MOD(WS-PROBE-X, 16)) * 2 + 1
        COMPUTE WS-PROBE-STATE =
            (FUNCTION ORD(SECTION-BLOCKS(WS-PROBE-SECTION)(WS-PROBE-OFFSET:1)) - 1) * 256
            + FUNCTION ORD(SECTION-BLOCKS(WS-PROBE-SECTION)(WS-PROBE-OFFSET + 1:1)) - 1
    END-IF

    IF ANTI-XRAY-OPEN-MAP(WS-PROBE-STATE + 1:1) = "Y"
        MOVE 1 TO WS-PROBE-OPEN
    END-IF
    EXIT PARAGRAPH.

END PROGRAM AntiXray-SendChunk.

*> --- AntiXray-RevealAround ---
*> A block just changed (World-SetBlockState): if it became something a
*> player can see through -- mined out, blown up, flooded -- any hidden block
*> touching it may have been sent disguised, so every play client in this
*> dimension gets the real state of those neighbors. A client that never
*> received the chunk ignores the update.
IDENTIFICATION DIVISION.
PROGRAM-ID. AntiXray-RevealAround.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-ANTI-XRAY.
    COPY DD-WORLD.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-PLAYERS.
    01 WS-DIM                   BINARY-LONG UNSIGNED.
    01 WS-X                     BINARY-LONG.
    01 WS-Y                     BINARY-LONG.
    01 WS-Z                     BINARY-LONG.
    01 WS-STATE                 BINARY-LONG.
    01 WS-SCAN-ID               BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-X                     BINARY-LONG.
    01 LK-Y                     BINARY-LONG.
    01 LK-Z                     BINARY-LONG.
    01 LK-STATE                 BINARY-LONG.

PROCEDURE DIVISION USING LK-X LK-Y LK-Z LK-STATE.
    IF ANTI-XRAY-LOADED = 0
        CALL "AntiXray-Load"
    END-IF
    COMPUTE WS-DIM = WORLD-ACTIVE-DIMENSION + 1
    IF WS-DIM > 2 OR LK-STATE < 0 OR LK-STATE > 65535
        GOBACK
    END-IF
    IF ANTI-XRAY-DIM-COUNT(WS-DIM) = 0
        GOBACK
    END-IF
    IF ANTI-XRAY-OPEN-MAP(LK-STATE + 1:1) NOT = "Y"
        GOBACK
    END-IF

    MOVE LK-X TO WS-X
    MOVE LK-Z TO WS-Z
    COMPUTE WS-Y = LK-Y + 1
    PERFORM RevealAt
    COMPUTE WS-Y = LK-Y - 1
    PERFORM RevealAt
    MOVE LK-Y TO WS-Y
    COMPUTE WS-X = LK-X - 1
    PERFORM RevealAt
    COMPUTE WS-X = LK-X + 1
    PERFORM RevealAt
    MOVE LK-X TO WS-X
    COMPUTE WS-Z = LK-Z - 1
    PERFORM RevealAt
    COMPUTE WS-Z = LK-Z + 1
    PERFORM RevealAt
    GOBACK.

RevealAt.
    CALL "World-GetBlockState" USING WS-X WS-Y WS-Z WS-STATE
    IF ANTI-XRAY-STATE-MAP(WS-DIM)(WS-STATE + 1:1) = LOW-VALUE
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(WS-SCAN-ID) = 1 AND CLIENT-STATE(WS-SCAN-ID) = CLIENT-STATE-PLAY
                AND CLIENT-PLAYER(WS-SCAN-ID) NOT = 0
                AND PLAYER-DIMENSION(CLIENT-PLAYER(WS-SCAN-ID)) = WORLD-ACTIVE-DIMENSION
            CALL "SendPacket-BlockUpdate" USING WS-SCAN-ID WS-X WS-Y WS-Z WS-STATE
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

END PROGRAM AntiXray-RevealAround.

*> --- AntiXray-RevealNear ---
*> Once per tick from SendChunks: when the client's player has moved to a
*> new block, send the real state of every hidden block that has just come
*> within ANTI-XRAY-REVEAL-RADIUS of them (the cube around the new position,
*> less the cube around the last one), so ore a player is standing next to is
*> always the real thing. Chunks sent later already leave that cube
*> undisguised (AntiXray-SendChunk), so a block update aimed at a chunk the
*> client doesn't have yet loses nothing. A dimension change, or a fresh
*> connection in the slot, starts over with the whole cube.
IDENTIFICATION DIVISION.
PROGRAM-ID. AntiXray-RevealNear.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-ANTI-XRAY.
    COPY DD-WORLD.
    COPY DD-CLIENTS.
    COPY DD-PLAYERS.
    01 WS-DIM                   BINARY-LONG UNSIGNED.
    01 WS-PLAYER-ID             BINARY-LONG UNSIGNED.
    01 WS-CENTER-X              BINARY-LONG.
    01 WS-CENTER-Y              BINARY-LONG.
    01 WS-CENTER-Z              BINARY-LONG.
    01 WS-START-X               BINARY-LONG.
    01 WS-END-X                 BINARY-LONG.
    01 WS-START-Y               BINARY-LONG.
    01 WS-END-Y                 BINARY-LONG.
    01 WS-START-Z               BINARY-LONG.
    01 WS-END-Z                 BINARY-LONG.
    01 WS-X                     BINARY-LONG.
    01 WS-Y                     BINARY-LONG.
    01 WS-Z                     BINARY-LONG.
    01 WS-STATE                 BINARY-LONG.
    01 WS-SEEN-BEFORE           BINARY-CHAR UNSIGNED.
    *> where each client slot was last revealed around
    01 WS-LAST-TABLE.
        05 WS-LAST-ENTRY OCCURS 64 TIMES.
            10 WS-LAST-VALID        BINARY-CHAR UNSIGNED VALUE 0.
            10 WS-LAST-UUID         PIC X(16).
            10 WS-LAST-DIMENSION    BINARY-CHAR UNSIGNED.
            10 WS-LAST-X            BINARY-LONG.
            10 WS-LAST-Y            BINARY-LONG.
            10 WS-LAST-Z            BINARY-LONG.
LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-CLIENT.
    IF ANTI-XRAY-LOADED = 0
        CALL "AntiXray-Load"
    END-IF
    MOVE CLIENT-PLAYER(LK-CLIENT) TO WS-PLAYER-ID
    IF WS-PLAYER-ID = 0
        GOBACK
    END-IF
    COMPUTE WS-DIM = WORLD-ACTIVE-DIMENSION + 1
    IF WS-DIM > 2
        GOBACK
    END-IF
    IF ANTI-XRAY-DIM-COUNT(WS-DIM) = 0
        GOBACK
    END-IF

    COMPUTE WS-CENTER-X = FUNCTION INTEGER(PLAYER-X(WS-PLAYER-ID))
    COMPUTE WS-CENTER-Y = FUNCTION INTEGER(PLAYER-Y(WS-PLAYER-ID))
    COMPUTE WS-CENTER-Z = FUNCTION INTEGER(PLAYER-Z(WS-PLAYER-ID))

    IF WS-LAST-VALID(LK-CLIENT) = 1
            AND WS-LAST-UUID(LK-CLIENT) = CLIENT-UUID(LK-CLIENT)
            AND WS-LAST-DIMENSION(LK-CLIENT) = WORLD-ACTIVE-DIMENSION
        IF WS-LAST-X(LK-CLIENT) = WS-CENTER-X AND WS-LAST-Y(LK-CLIENT) = WS-CENTER-Y
                AND WS-LAST-Z(LK-CLIENT) = WS-CENTER-Z
            GOBACK
        END-IF
    ELSE
        MOVE 0 TO WS-LAST-VALID(LK-CLIENT)
    END-IF

    COMPUTE WS-START-X = WS-CENTER-X - ANTI-XRAY-REVEAL-RADIUS
    COMPUTE WS-END-X = WS-CENTER-X + ANTI-XRAY-REVEAL-RADIUS
    COMPUTE WS-START-Y = WS-CENTER-Y - ANTI-XRAY-REVEAL-RADIUS
    COMPUTE WS-END-Y = WS-CENTER-Y + ANTI-XRAY-REVEAL-RADIUS
    COMPUTE WS-START-Z = WS-CENTER-Z - ANTI-XRAY-REVEAL-RADIUS
    COMPUTE WS-END-Z = WS-CENTER-Z + ANTI-XRAY-REVEAL-RADIUS
    PERFORM VARYING WS-X FROM WS-START-X BY 1 UNTIL WS-X > WS-END-X
        PERFORM VARYING WS-Y FROM WS-START-Y BY 1 UNTIL WS-Y > WS-END-Y
            PERFORM VARYING WS-Z FROM WS-START-Z BY 1 UNTIL WS-Z > WS-END-Z
                PERFORM RevealBlock
            END-PERFORM
        END-PERFORM
    END-PERFORM

    MOVE 1 TO WS-LAST-VALID(LK-CLIENT)
    MOVE CLIENT-UUID(LK-CLIENT) TO WS-LAST-UUID(LK-CLIENT)
    MOVE WORLD-ACTIVE-DIMENSION TO WS-LAST-DIMENSION(LK-CLIENT)
    MOVE WS-CENTER-X TO WS-LAST-X(LK-CLIENT)
    MOVE WS-CENTER-Y TO WS-LAST-Y(LK-CLIENT)
    MOVE WS-CENTER-Z TO WS-LAST-Z(LK-CLIENT)
    GOBACK.

RevealBlock.
    IF WS-Y < -64 OR WS-Y > 319
        EXIT PARAGRAPH
    END-IF
    *> Already inside the last cube: revealed then.
    MOVE 0 TO WS-SEEN-BEFORE
    IF WS-LAST-VALID(LK-CLIENT) = 1
        IF FUNCTION ABS(WS-X - WS-LAST-X(LK-CLIENT)) <= ANTI-XRAY-REVEAL-RADIUS
                AND FUNCTION ABS(WS-Y - WS-LAST-Y(LK-CLIENT)) <= ANTI-XRAY-REVEAL-RADIUS
                AND FUNCTION ABS(WS-Z - WS-LAST-Z(LK-CLIENT)) <= ANTI-XRAY-REVEAL-RADIUS
            MOVE 1 TO WS-SEEN-BEFORE
        END-IF
    END-IF
    IF WS-SEEN-BEFORE = 1
        EXIT PARAGRAPH
    END-IF

    CALL "World-GetBlockState" USING WS-X WS-Y WS-Z WS-STATE
    IF ANTI-XRAY-STATE-MAP(WS-DIM)(WS-STATE + 1:1) NOT = LOW-VALUE
        CALL "SendPacket-BlockUpdate" USING LK-CLIENT WS-X WS-Y WS-Z WS-STATE
    END-IF
    EXIT PARAGRAPH.

END PROGRAM AntiXray-RevealNear.
