*> --- ForceLoad-Load ---
*> Build the force-loaded chunk table at startup: the spawn area first (every
*> chunk within spawn-chunk-radius - 1 of the spawn chunk; a radius of 0 leaves
*> spawn to unload like anywhere else), then forceload.dat, one chunk per line:
*> chunk X, chunk Z, anchor height and who added it, comma-separated and
*> rewritten whole by ForceLoad-Save on every change the way claims.dat is.
*> Each entry is then brought in through ForceLoad-Activate so its furnaces
*> are burning before the first tick.
IDENTIFICATION DIVISION.
PROGRAM-ID. ForceLoad-Load.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FORCELOAD-FILE ASSIGN TO "forceload.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  FORCELOAD-FILE.
01  FORCELOAD-LINE              PIC X(128).

WORKING-STORAGE SECTION.
    COPY DD-FORCELOAD.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-WORLD-META.
    01 FS-STATUS                PIC X(2).
    01 WS-SLOT                  BINARY-LONG UNSIGNED.
    01 WS-SPAWN-CHUNK-X         BINARY-LONG.
    01 WS-SPAWN-CHUNK-Z         BINARY-LONG.
    01 WS-REACH                 BINARY-LONG.
    01 WS-LOW-OFFSET            BINARY-LONG.
    01 WS-OFFSET-X              BINARY-LONG.
    01 WS-OFFSET-Z              BINARY-LONG.
    01 WS-CHUNK-X               BINARY-LONG.
    01 WS-CHUNK-Z               BINARY-LONG.
    01 WS-ANCHOR-Y              BINARY-LONG.
    01 WS-ADDED-BY              PIC X(16).
    01 WS-SPAWN-FLAG            BINARY-CHAR UNSIGNED.
    01 WS-CHUNKX-TEXT           PIC X(16).
    01 WS-CHUNKZ-TEXT           PIC X(16).
    01 WS-ANCHOR-TEXT           PIC X(16).
    01 WS-NAME-TEXT             PIC X(16).
    01 WS-COUNT                 BINARY-LONG UNSIGNED.
    01 WS-COUNT-TEXT            PIC ZZ9.
    01 WS-LOG-MSG               PIC X(128).

PROCEDURE DIVISION.
    PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > MAX-FORCELOAD-ENTRIES
        MOVE 0 TO FORCELOAD-PRESENT(WS-SLOT)
    END-PERFORM

    IF SERVER-SPAWN-CHUNK-RADIUS > 0
        PERFORM AddSpawnArea
    END-IF

    OPEN INPUT FORCELOAD-FILE
    IF FS-STATUS = "00"
        PERFORM UNTIL FS-STATUS = "10"
            READ FORCELOAD-FILE
                AT END
                    MOVE "10" TO FS-STATUS
                NOT AT END
                    PERFORM ParseLine
            END-READ
        END-PERFORM
        CLOSE FORCELOAD-FILE
    END-IF

    MOVE 0 TO WS-COUNT
    PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > MAX-FORCELOAD-ENTRIES
        IF FORCELOAD-PRESENT(WS-SLOT) = 1
            ADD 1 TO WS-COUNT
            CALL "ForceLoad-Activate" USING WS-SLOT
        END-IF
    END-PERFORM
    MOVE WS-COUNT TO WS-COUNT-TEXT
    MOVE SPACES TO WS-LOG-MSG
    STRING "Force-loaded " FUNCTION TRIM(WS-COUNT-TEXT) " chunks"
        DELIMITED BY SIZE INTO WS-LOG-MSG
    CALL "Log-Info" USING WS-LOG-MSG
    GOBACK.

AddSpawnArea.
    DIVIDE WORLD-SPAWN-X BY 16 GIVING WS-SPAWN-CHUNK-X ROUNDED MODE IS TOWARD-LESSER
    DIVIDE WORLD-SPAWN-Z BY 16 GIVING WS-SPAWN-CHUNK-Z ROUNDED MODE IS TOWARD-LESSER
    COMPUTE WS-REACH = SERVER-SPAWN-CHUNK-RADIUS - 1
    MOVE WORLD-SPAWN-Y TO WS-ANCHOR-Y
    MOVE "spawn" TO WS-ADDED-BY
    MOVE 1 TO WS-SPAWN-FLAG
    COMPUTE WS-LOW-OFFSET = 0 - WS-REACH
    PERFORM VARYING WS-OFFSET-X FROM WS-LOW-OFFSET BY 1 UNTIL WS-OFFSET-X > WS-REACH
        PERFORM VARYING WS-OFFSET-Z FROM WS-LOW-OFFSET BY 1 UNTIL WS-OFFSET-Z > WS-REACH
            COMPUTE WS-CHUNK-X = WS-SPAWN-CHUNK-X + WS-OFFSET-X
            COMPUTE WS-CHUNK-Z = WS-SPAWN-CHUNK-Z + WS-OFFSET-Z
            PERFORM AddEntry
        END-PERFORM
    END-PERFORM
    EXIT PARAGRAPH.

ParseLine.
    IF FORCELOAD-LINE = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-CHUNKX-TEXT WS-CHUNKZ-TEXT WS-ANCHOR-TEXT WS-NAME-TEXT
    UNSTRING FORCELOAD-LINE DELIMITED BY "," INTO WS-CHUNKX-TEXT WS-CHUNKZ-TEXT
        WS-ANCHOR-TEXT WS-NAME-TEXT
    IF FUNCTION TEST-NUMVAL(WS-CHUNKX-TEXT) NOT = 0
            OR FUNCTION TEST-NUMVAL(WS-CHUNKZ-TEXT) NOT = 0
            OR FUNCTION TEST-NUMVAL(WS-ANCHOR-TEXT) NOT = 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-CHUNK-X = FUNCTION NUMVAL(WS-CHUNKX-TEXT)
    COMPUTE WS-CHUNK-Z = FUNCTION NUMVAL(WS-CHUNKZ-TEXT)
    COMPUTE WS-ANCHOR-Y = FUNCTION NUMVAL(WS-ANCHOR-TEXT)
    MOVE WS-NAME-TEXT TO WS-ADDED-BY
    MOVE 0 TO WS-SPAWN-FLAG
    PERFORM AddEntry
    EXIT PARAGRAPH.

*> A chunk already in the table (a saved chunk the spawn area has since grown
*> over) keeps its first entry.
AddEntry.
    PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > MAX-FORCELOAD-ENTRIES
        IF FORCELOAD-PRESENT(WS-SLOT) = 1
                AND FORCELOAD-CHUNK-X(WS-SLOT) = WS-CHUNK-X
                AND FORCELOAD-CHUNK-Z(WS-SLOT) = WS-CHUNK-Z
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > MAX-FORCELOAD-ENTRIES
        IF FORCELOAD-PRESENT(WS-SLOT) = 0
            MOVE 1 TO FORCELOAD-PRESENT(WS-SLOT)
            MOVE WS-SPAWN-FLAG TO FORCELOAD-SPAWN(WS-SLOT)
            MOVE WS-CHUNK-X TO FORCELOAD-CHUNK-X(WS-SLOT)
            MOVE WS-CHUNK-Z TO FORCELOAD-CHUNK-Z(WS-SLOT)
            MOVE WS-ANCHOR-Y TO FORCELOAD-ANCHOR-Y(WS-SLOT)
            MOVE WS-ADDED-BY TO FORCELOAD-ADDED-BY(WS-SLOT)
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

END PROGRAM ForceLoad-Load.

*> --- ForceLoad-Save ---
*> Rewrite forceload.dat from the live table after any change. The spawn area
*> is left out: it follows spawn-chunk-radius and the spawn point, not the file.
IDENTIFICATION DIVISION.
PROGRAM-ID. ForceLoad-Save.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FORCELOAD-FILE ASSIGN TO "forceload.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  FORCELOAD-FILE.
01  FORCELOAD-LINE              PIC X(128).

WORKING-STORAGE SECTION.
    COPY DD-FORCELOAD.
    01 FS-STATUS                PIC X(2).
    01 WS-SLOT                  BINARY-LONG UNSIGNED.
    01 WS-CHUNKX-TEXT           PIC -(10)9.
    01 WS-CHUNKZ-TEXT           PIC -(10)9.
    01 WS-ANCHOR-TEXT           PIC -(10)9.

PROCEDURE DIVISION.
    OPEN OUTPUT FORCELOAD-FILE
    IF FS-STATUS NOT = "00"
        CALL "Log-Error" USING "Failed to save forceload.dat"
        GOBACK
    END-IF

    PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > MAX-FORCELOAD-ENTRIES
        IF FORCELOAD-PRESENT(WS-SLOT) = 1 AND FORCELOAD-SPAWN(WS-SLOT) = 0
            MOVE FORCELOAD-CHUNK-X(WS-SLOT) TO WS-CHUNKX-TEXT
            MOVE FORCELOAD-CHUNK-Z(WS-SLOT) TO WS-CHUNKZ-TEXT
            MOVE FORCELOAD-ANCHOR-Y(WS-SLOT) TO WS-ANCHOR-TEXT
            MOVE SPACES TO FORCELOAD-LINE
            STRING FUNCTION TRIM(WS-CHUNKX-TEXT) "," FUNCTION TRIM(WS-CHUNKZ-TEXT) ","
                   FUNCTION TRIM(WS-ANCHOR-TEXT) "," FUNCTION TRIM(FORCELOAD-ADDED-BY(WS-SLOT))
                DELIMITED BY SIZE INTO FORCELOAD-LINE
            WRITE FORCELOAD-LINE
        END-IF
    END-PERFORM

    CLOSE FORCELOAD-FILE
    GOBACK.

END PROGRAM ForceLoad-Save.

*> --- ForceLoad-Activate ---
*> Bring one force-loaded chunk in and make its furnaces resident. Furnace-TickAll
*> only advances furnaces that have a CONTAINER-TABLE entry, and a furnace only
*> gets one when somebody opens it (or a hopper feeds it), so a smelter left
*> burning before a restart would sit cold until a player came by. Walking the
*> chunk's sections once for furnace states and materializing each through
*> Container-EnsureAt -- which reloads the saved fuel and progress -- puts them
*> back on the tick. Sections holding nothing but air are skipped whole.
IDENTIFICATION DIVISION.
PROGRAM-ID. ForceLoad-Activate.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-FORCELOAD.
    COPY DD-WORLD.
    COPY DD-CHUNK-REF.
    COPY DD-CONTAINERS.
    01 FURNACE-SLOT-COUNT       BINARY-LONG UNSIGNED VALUE 3.
    01 WS-CHUNK-INDEX           BINARY-LONG UNSIGNED.
    01 WS-SECTION               BINARY-LONG UNSIGNED.
    01 WS-BLOCK-OFFSET          BINARY-LONG UNSIGNED.
    01 WS-BLOCK-NUMBER          BINARY-LONG UNSIGNED.
    01 WS-STATE                 BINARY-LONG.
    01 WS-X                     BINARY-LONG.
    01 WS-Y                     BINARY-LONG.
    01 WS-Z                     BINARY-LONG.
    01 WS-CONTAINER-ID          BINARY-LONG UNSIGNED.
    *> furnace state range, resolved from the block registry on first use
    01 WS-RANGE-RESOLVED        BINARY-CHAR UNSIGNED VALUE 0.
    01 WS-MIN-STATE             BINARY-LONG.
    01 WS-MAX-STATE             BINARY-LONG.
    01 WS-BLOCK-COUNT           BINARY-LONG UNSIGNED.
    01 WS-BLOCK-INDEX           BINARY-LONG UNSIGNED.
    01 WS-SCAN-NAME             PIC X(64).
LINKAGE SECTION.
    01 LK-ENTRY                 BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-ENTRY.
    CALL "World-EnsureChunk" USING FORCELOAD-CHUNK-X(LK-ENTRY) FORCELOAD-CHUNK-Z(LK-ENTRY)
        WS-CHUNK-INDEX
    IF WS-CHUNK-INDEX = 0
        GOBACK
    END-IF

    IF WS-RANGE-RESOLVED = 0
        PERFORM ResolveFurnaceStates
        MOVE 1 TO WS-RANGE-RESOLVED
    END-IF
    IF WS-MIN-STATE = 0 AND WS-MAX-STATE = 0
        GOBACK
    END-IF

    SET ADDRESS OF WORLD-CHUNK TO WORLD-CHUNK-POINTER(WS-CHUNK-INDEX)
    PERFORM VARYING WS-SECTION FROM 1 BY 1 UNTIL WS-SECTION > 24
        IF SECTION-BLOCK-COUNT(WS-SECTION) > 0
            PERFORM ScanSection
            IF WS-CONTAINER-ID = 0
                *> The container table is full; the rest wait for a player.
                GOBACK
            END-IF
        END-IF
    END-PERFORM
    GOBACK.

ScanSection.
    MOVE 1 TO WS-CONTAINER-ID
    PERFORM VARYING WS-BLOCK-OFFSET FROM 1 BY 2 UNTIL WS-BLOCK-OFFSET > 8191
        COMPUTE WS-STATE =
            (FUNCTION ORD(SECTION-BLOCKS(WS-SECTION)(WS-BLOCK-OFFSET:1)) - 1) * 256
            + FUNCTION ORD(SECTION-BLOCKS(WS-SECTION)(WS-BLOCK-OFFSET + 1:1)) - 1
        IF WS-STATE >= WS-MIN-STATE AND WS-STATE <= WS-MAX-STATE
            *> Same y/z/x packing World-GetBlockState reads with.
            COMPUTE WS-BLOCK-NUMBER = (WS-BLOCK-OFFSET - 1) / 2
            COMPUTE WS-Y = (WS-SECTION - 1) * 16 - 64 + WS-BLOCK-NUMBER / 256
            COMPUTE WS-Z = FORCELOAD-CHUNK-Z(LK-ENTRY) * 16
                + FUNCTION MOD(WS-BLOCK-NUMBER / 16, 16)
            COMPUTE WS-X = FORCELOAD-CHUNK-X(LK-ENTRY) * 16
                + FUNCTION MOD(WS-BLOCK-NUMBER, 16)
            CALL "Container-EnsureAt" USING WS-X WS-Y WS-Z CONTAINER-TYPE-FURNACE
                FURNACE-SLOT-COUNT WS-CONTAINER-ID
            IF WS-CONTAINER-ID = 0
                EXIT PARAGRAPH
            END-IF
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

ResolveFurnaceStates.
    MOVE 0 TO WS-MIN-STATE
    MOVE 0 TO WS-MAX-STATE
    CALL "Blocks-GetCount" USING WS-BLOCK-COUNT
    PERFORM VARYING WS-BLOCK-INDEX FROM 1 BY 1 UNTIL WS-BLOCK-INDEX > WS-BLOCK-COUNT
        CALL "Blocks-Iterate-Name" USING WS-BLOCK-INDEX WS-SCAN-NAME
        IF WS-SCAN-NAME = "minecraft:furnace"
            CALL "Blocks-Iterate-StateIds" USING WS-BLOCK-INDEX WS-MIN-STATE WS-MAX-STATE
            EXIT PERFORM
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

END PROGRAM ForceLoad-Activate.

*> --- ForceLoad-KeepLoaded ---
*> Called by ProcessClientChunks straight after the overworld's unload pass:
*> anything in the force-loaded table that pass let go of is pulled back in
*> (its edits were flushed by World-SaveDirtyChunks just before, so nothing
*> is lost in between), so the world-wide passes that follow find it resident.
IDENTIFICATION DIVISION.
PROGRAM-ID. ForceLoad-KeepLoaded.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-FORCELOAD.
    01 WS-SLOT                  BINARY-LONG UNSIGNED.
    01 WS-CHUNK-INDEX           BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > MAX-FORCELOAD-ENTRIES
        IF FORCELOAD-PRESENT(WS-SLOT) = 1
            CALL "World-EnsureChunk" USING FORCELOAD-CHUNK-X(WS-SLOT)
                FORCELOAD-CHUNK-Z(WS-SLOT) WS-CHUNK-INDEX
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM ForceLoad-KeepLoaded.

*> --- ForceLoad-Command ---
*> The "forceload" command, in game (through Command-Dispatch) and on the
*> console or RCON:
*>
*>   forceload add [<x> <z>]
*>   forceload remove [<x> <z>]
*>   forceload list
*>
*> <x> <z> are block coordinates in the overworld, defaulting to where the
*> player stands (the console has to name them). Operators, and anyone whose
*> group grants "forceload", may mark any chunk (LK-PRIVILEGED = 1). Everyone
*> else may mark chunks inside a land claim they own, at most
*> forceload-per-claim of them per claim, and remove only from their own
*> claims. The spawn area belongs to spawn-chunk-radius and can't be removed
*> here. LK-PLAYER-ID is 0 for the console.
IDENTIFICATION DIVISION.
PROGRAM-ID. ForceLoad-Command.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-FORCELOAD.
    COPY DD-CLAIMS.
    COPY DD-PLAYERS.
    COPY DD-WORLD.
    COPY DD-WORLD-META.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-MESSAGE-ARGS.
    01 WS-CMD-NAME              PIC X(32).
    01 WS-ACTION                PIC X(16).
    01 WS-ARG1                  PIC X(32).
    01 WS-ARG2                  PIC X(32).
    01 WS-BLOCK-X               BINARY-LONG.
    01 WS-BLOCK-Z               BINARY-LONG.
    01 WS-CHUNK-X               BINARY-LONG.
    01 WS-CHUNK-Z               BINARY-LONG.
    01 WS-SLOT                  BINARY-LONG UNSIGNED.
    01 WS-FREE-SLOT             BINARY-LONG UNSIGNED.
    01 WS-CLAIM                 BINARY-LONG UNSIGNED.
    01 WS-IN-CLAIM              BINARY-LONG UNSIGNED.
    01 WS-SPAWN-COUNT           BINARY-LONG UNSIGNED.
    01 WS-MARKED-COUNT          BINARY-LONG UNSIGNED.
    01 WS-POINTER               BINARY-LONG UNSIGNED.
    01 WS-NUM1                  PIC -(10)9.
    01 WS-NUM2                  PIC -(10)9.
    01 WS-COUNT-TEXT            PIC ZZ9.
    01 WS-LIST-PART             PIC X(64).
LINKAGE SECTION.
    01 LK-PLAYER-ID             BINARY-LONG UNSIGNED.
    01 LK-PRIVILEGED            BINARY-CHAR UNSIGNED.
    01 LK-COMMAND               PIC X ANY LENGTH.
    01 LK-RESPONSE              PIC X ANY LENGTH.
    01 LK-RESPONSE-LENGTH       BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-PRIVILEGED LK-COMMAND LK-RESPONSE
        LK-RESPONSE-LENGTH.
    MOVE SPACES TO LK-RESPONSE
    MOVE SPACES TO WS-CMD-NAME WS-ACTION WS-ARG1 WS-ARG2
    UNSTRING LK-COMMAND DELIMITED BY ALL SPACE
        INTO WS-CMD-NAME WS-ACTION WS-ARG1 WS-ARG2

    EVALUATE FUNCTION TRIM(WS-ACTION)
        WHEN "add"
            PERFORM ResolveChunk
            IF LK-RESPONSE = SPACES
                PERFORM AddChunk
            END-IF
        WHEN "remove"
            PERFORM ResolveChunk
            IF LK-RESPONSE = SPACES
                PERFORM RemoveChunk
            END-IF
        WHEN "list"
            PERFORM ListChunks
        WHEN OTHER
            CALL "Message-Text" USING "forceload.usage" MESSAGE-ARGS LK-RESPONSE
    END-EVALUATE

    COMPUTE LK-RESPONSE-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(LK-RESPONSE))
    GOBACK.

*> The chunk the command names, from the coordinates given or the player's
*> own position. Leaves a refusal in LK-RESPONSE when there isn't one.
ResolveChunk.
    IF LK-PLAYER-ID > 0
        IF PLAYER-DIMENSION(LK-PLAYER-ID) NOT = WORLD-DIM-OVERWORLD
            CALL "Message-Text" USING "forceload.overworld-only" MESSAGE-ARGS LK-RESPONSE
            EXIT PARAGRAPH
        END-IF
    END-IF
    IF WS-ARG1 NOT = SPACES OR WS-ARG2 NOT = SPACES
        IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ARG1)) NOT = 0
                OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ARG2)) NOT = 0
            CALL "Message-Text" USING "forceload.usage.here" MESSAGE-ARGS LK-RESPONSE
            EXIT PARAGRAPH
        END-IF
        COMPUTE WS-BLOCK-X = FUNCTION NUMVAL(WS-ARG1)
        COMPUTE WS-BLOCK-Z = FUNCTION NUMVAL(WS-ARG2)
    ELSE
        IF LK-PLAYER-ID = 0
            CALL "Message-Text" USING "forceload.usage.coords" MESSAGE-ARGS LK-RESPONSE
            EXIT PARAGRAPH
        END-IF
        COMPUTE WS-BLOCK-X ROUNDED MODE IS TOWARD-LESSER = PLAYER-X(LK-PLAYER-ID)
        COMPUTE WS-BLOCK-Z ROUNDED MODE IS TOWARD-LESSER = PLAYER-Z(LK-PLAYER-ID)
    END-IF
    DIVIDE WS-BLOCK-X BY 16 GIVING WS-CHUNK-X ROUNDED MODE IS TOWARD-LESSER
    DIVIDE WS-BLOCK-Z BY 16 GIVING WS-CHUNK-Z ROUNDED MODE IS TOWARD-LESSER
    MOVE WS-CHUNK-X TO WS-NUM1
    MOVE WS-CHUNK-Z TO WS-NUM2
    EXIT PARAGRAPH.

AddChunk.
    PERFORM FindEntry
    IF WS-SLOT <= MAX-FORCELOAD-ENTRIES
        MOVE SPACES TO MESSAGE-ARGS
        MOVE WS-NUM1 TO MESSAGE-ARG(1)
        MOVE WS-NUM2 TO MESSAGE-ARG(2)
        CALL "Message-Text" USING "forceload.add.already" MESSAGE-ARGS LK-RESPONSE
        EXIT PARAGRAPH
    END-IF

    IF LK-PRIVILEGED = 0
        PERFORM FindOwnClaim
        IF WS-CLAIM > MAX-CLAIM-ENTRIES
            CALL "Message-Text" USING "forceload.add.not-claimed" MESSAGE-ARGS LK-RESPONSE
            EXIT PARAGRAPH
        END-IF
        PERFORM CountInClaim
        IF WS-IN-CLAIM >= SERVER-FORCELOAD-PER-CLAIM
            MOVE SERVER-FORCELOAD-PER-CLAIM TO WS-COUNT-TEXT
            MOVE SPACES TO MESSAGE-ARGS
            MOVE WS-COUNT-TEXT TO MESSAGE-ARG(1)
            CALL "Message-Text" USING "forceload.add.claim-limit" MESSAGE-ARGS LK-RESPONSE
            EXIT PARAGRAPH
        END-IF
    END-IF

    MOVE 0 TO WS-FREE-SLOT
    PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > MAX-FORCELOAD-ENTRIES
        IF FORCELOAD-PRESENT(WS-SLOT) = 0
            MOVE WS-SLOT TO WS-FREE-SLOT
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-FREE-SLOT = 0
        CALL "Message-Text" USING "forceload.add.table-full" MESSAGE-ARGS LK-RESPONSE
        EXIT PARAGRAPH
    END-IF

    MOVE 1 TO FORCELOAD-PRESENT(WS-FREE-SLOT)
    MOVE 0 TO FORCELOAD-SPAWN(WS-FREE-SLOT)
    MOVE WS-CHUNK-X TO FORCELOAD-CHUNK-X(WS-FREE-SLOT)
    MOVE WS-CHUNK-Z TO FORCELOAD-CHUNK-Z(WS-FREE-SLOT)
    IF LK-PLAYER-ID > 0
        MOVE PLAYER-Y(LK-PLAYER-ID) TO FORCELOAD-ANCHOR-Y(WS-FREE-SLOT)
        MOVE PLAYER-USERNAME(LK-PLAYER-ID) TO FORCELOAD-ADDED-BY(WS-FREE-SLOT)
    ELSE
        MOVE WORLD-SPAWN-Y TO FORCELOAD-ANCHOR-Y(WS-FREE-SLOT)
        MOVE "console" TO FORCELOAD-ADDED-BY(WS-FREE-SLOT)
    END-IF
    CALL "ForceLoad-Save"
    CALL "ForceLoad-Activate" USING WS-FREE-SLOT
    MOVE SPACES TO MESSAGE-ARGS
    MOVE WS-NUM1 TO MESSAGE-ARG(1)
    MOVE WS-NUM2 TO MESSAGE-ARG(2)
    CALL "Message-Text" USING "forceload.add.done" MESSAGE-ARGS LK-RESPONSE
    EXIT PARAGRAPH.

RemoveChunk.
    PERFORM FindEntry
    IF WS-SLOT > MAX-FORCELOAD-ENTRIES
        MOVE SPACES TO MESSAGE-ARGS
        MOVE WS-NUM1 TO MESSAGE-ARG(1)
        MOVE WS-NUM2 TO MESSAGE-ARG(2)
        CALL "Message-Text" USING "forceload.remove.not-loaded" MESSAGE-ARGS LK-RESPONSE
        EXIT PARAGRAPH
    END-IF
    IF FORCELOAD-SPAWN(WS-SLOT) = 1
        CALL "Message-Text" USING "forceload.remove.spawn" MESSAGE-ARGS LK-RESPONSE
        EXIT PARAGRAPH
    END-IF
    IF LK-PRIVILEGED = 0
        PERFORM FindOwnClaim
        IF WS-CLAIM > MAX-CLAIM-ENTRIES
            CALL "Message-Text" USING "forceload.remove.not-claimed" MESSAGE-ARGS
                LK-RESPONSE
            EXIT PARAGRAPH
        END-IF
    END-IF

    *> The chunk itself just goes back to unloading with everyone else.
    MOVE 0 TO FORCELOAD-PRESENT(WS-SLOT)
    CALL "ForceLoad-Save"
    MOVE SPACES TO MESSAGE-ARGS
    MOVE WS-NUM1 TO MESSAGE-ARG(1)
    MOVE WS-NUM2 TO MESSAGE-ARG(2)
    CALL "Message-Text" USING "forceload.remove.done" MESSAGE-ARGS LK-RESPONSE
    EXIT PARAGRAPH.

ListChunks.
    MOVE 0 TO WS-SPAWN-COUNT
    MOVE 0 TO WS-MARKED-COUNT
    PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > MAX-FORCELOAD-ENTRIES
        IF FORCELOAD-PRESENT(WS-SLOT) = 1
            IF FORCELOAD-SPAWN(WS-SLOT) = 1
                ADD 1 TO WS-SPAWN-COUNT
            ELSE
                ADD 1 TO WS-MARKED-COUNT
            END-IF
        END-IF
    END-PERFORM

    MOVE 1 TO WS-POINTER
    MOVE SPACES TO MESSAGE-ARGS
    MOVE WS-SPAWN-COUNT TO WS-COUNT-TEXT
    MOVE WS-COUNT-TEXT TO MESSAGE-ARG(1)
    CALL "Message-Text" USING "forceload.list.spawn" MESSAGE-ARGS WS-LIST-PART
    STRING FUNCTION TRIM(WS-LIST-PART) " "
        DELIMITED BY SIZE INTO LK-RESPONSE WITH POINTER WS-POINTER
    IF WS-MARKED-COUNT = 0
        CALL "Message-Text" USING "forceload.list.none" MESSAGE-ARGS WS-LIST-PART
        STRING FUNCTION TRIM(WS-LIST-PART)
            DELIMITED BY SIZE INTO LK-RESPONSE WITH POINTER WS-POINTER
        EXIT PARAGRAPH
    END-IF
    MOVE WS-MARKED-COUNT TO WS-COUNT-TEXT
    MOVE WS-COUNT-TEXT TO MESSAGE-ARG(1)
    CALL "Message-Text" USING "forceload.list.marked" MESSAGE-ARGS WS-LIST-PART
    STRING FUNCTION TRIM(WS-LIST-PART)
        DELIMITED BY SIZE INTO LK-RESPONSE WITH POINTER WS-POINTER
    PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > MAX-FORCELOAD-ENTRIES
        IF FORCELOAD-PRESENT(WS-SLOT) = 1 AND FORCELOAD-SPAWN(WS-SLOT) = 0
            MOVE FORCELOAD-CHUNK-X(WS-SLOT) TO WS-NUM1
            MOVE FORCELOAD-CHUNK-Z(WS-SLOT) TO WS-NUM2
            *> A long list is cut where the reply runs out.
            STRING " " FUNCTION TRIM(WS-NUM1) "," FUNCTION TRIM(WS-NUM2)
                   " (" FUNCTION TRIM(FORCELOAD-ADDED-BY(WS-SLOT)) ")"
                DELIMITED BY SIZE INTO LK-RESPONSE WITH POINTER WS-POINTER
                ON OVERFLOW
                    EXIT PERFORM
            END-STRING
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> The table entry for WS-CHUNK-X/Z, or WS-SLOT > MAX-FORCELOAD-ENTRIES.
FindEntry.
    PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > MAX-FORCELOAD-ENTRIES
        IF FORCELOAD-PRESENT(WS-SLOT) = 1
                AND FORCELOAD-CHUNK-X(WS-SLOT) = WS-CHUNK-X
                AND FORCELOAD-CHUNK-Z(WS-SLOT) = WS-CHUNK-Z
            EXIT PERFORM
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> The player's own claim covering WS-CHUNK-X/Z, or WS-CLAIM > MAX-CLAIM-ENTRIES.
FindOwnClaim.
    PERFORM VARYING WS-CLAIM FROM 1 BY 1 UNTIL WS-CLAIM > MAX-CLAIM-ENTRIES
        IF CLAIM-PRESENT(WS-CLAIM) = 1
                AND LK-PLAYER-ID > 0
                AND CLAIM-OWNER-UUID(WS-CLAIM) = PLAYER-UUID(LK-PLAYER-ID)
                AND WS-CHUNK-X >= CLAIM-MIN-CHUNK-X(WS-CLAIM)
                AND WS-CHUNK-X <= CLAIM-MAX-CHUNK-X(WS-CLAIM)
                AND WS-CHUNK-Z >= CLAIM-MIN-CHUNK-Z(WS-CLAIM)
                AND WS-CHUNK-Z <= CLAIM-MAX-CHUNK-Z(WS-CLAIM)
            EXIT PERFORM
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> Force-loaded chunks already inside claim WS-CLAIM, whoever added them --
*> the allowance is the claim's, not the player's.
CountInClaim.
    MOVE 0 TO WS-IN-CLAIM
    PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > MAX-FORCELOAD-ENTRIES
        IF FORCELOAD-PRESENT(WS-SLOT) = 1 AND FORCELOAD-SPAWN(WS-SLOT) = 0
                AND FORCELOAD-CHUNK-X(WS-SLOT) >= CLAIM-MIN-CHUNK-X(WS-CLAIM)
                AND FORCELOAD-CHUNK-X(WS-SLOT) <= CLAIM-MAX-CHUNK-X(WS-CLAIM)
                AND FORCELOAD-CHUNK-Z(WS-SLOT) >= CLAIM-MIN-CHUNK-Z(WS-CLAIM)
                AND FORCELOAD-CHUNK-Z(WS-SLOT) <= CLAIM-MAX-CHUNK-Z(WS-CLAIM)
            ADD 1 TO WS-IN-CLAIM
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

END PROGRAM ForceLoad-Command.
