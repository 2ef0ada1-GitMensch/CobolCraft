*> --- trim ---
*> Offline world trim, for the maintenance window like compact and pregen --
*> never run it against a live server, which keeps region files open and
*> would write its own headers back over these.
*>
*> Explorers leave a trail of generated terrain nobody ever comes back to,
*> and every backup generation carries it. The server keeps, per chunk, the
*> seconds players have spent near it and whether a player ever changed a
*> block in it (chunk-activity.dat, see DD-CHUNK-ACTIVITY); this drops the
*> chunks with little of either from the region files, so the game simply
*> generates them afresh if anyone goes there again. A chunk is kept when:
*>  - it lies within the protected radius (in chunks) of world spawn -- in
*>    the nether, of the nether position spawn maps to;
*>  - it lies inside any land claim (claims carry no dimension, so a claim
*>    protects the same chunks in both);
*>  - a player has ever changed a block in it, by the activity table or by
*>    any player line in the live block history (block-history-*.dat, and
*>    an undated block-history.dat from before the log was kept by day);
*>  - it is within one chunk of a container file, sign or hopper (none of
*>    these carry a dimension either, so both dimensions are held);
*>  - players have spent at least the time threshold near it.
*>
*> Without "commit" nothing is touched: trim-plan-YYYYMMDD.txt lists every
*> chunk that would go, region by region. With it the same chunks are
*> cleared from their region headers (trim-commit-YYYYMMDD.txt) and a
*> region left with no chunks is deleted outright; the sectors they used
*> stay in the file until compact is run. The run refuses outright when
*> there is no activity data yet, or the activity table ever filled up --
*> past that point an untracked chunk could be one players lived in.
*>
*> Usage: trim [minutes] [radius] [commit]
*>   minutes  time threshold (default trim-min-minutes in server.properties)
*>   radius   protected radius around spawn, in chunks (default
*>            trim-protect-radius)
IDENTIFICATION DIVISION.
PROGRAM-ID. trim.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-HISTORY-STATUS.
    SELECT REPORT-FILE ASSIGN TO WS-REPORT-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  HISTORY-FILE.
01  HISTORY-LINE                PIC X(160).
FD  REPORT-FILE.
01  REPORT-LINE                 PIC X(200).

WORKING-STORAGE SECTION.
    COPY DD-WORLD.
    COPY DD-WORLD-META.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-CHUNK-ACTIVITY.
    COPY DD-CLAIMS.
    COPY DD-SIGNS.
    COPY DD-HOPPERS.
    01 FS-HISTORY-STATUS        PIC X(2).
    01 WS-HISTORY-NAME          PIC X(64).
    01 WS-HISTORY-FOUND         BINARY-CHAR UNSIGNED.
    01 FS-REPORT-STATUS         PIC X(2).
    01 WS-COMMAND-LINE          PIC X(256).
    01 WS-ARGS.
        05 WS-ARG OCCURS 4 TIMES PIC X(32).
    01 WS-ARG-INDEX             BINARY-LONG UNSIGNED.
    01 WS-NUMBERS-SEEN          BINARY-LONG UNSIGNED VALUE 0.
    01 WS-COMMITTING            BINARY-CHAR UNSIGNED VALUE 0.
    01 WS-MIN-MINUTES           BINARY-LONG.
    01 WS-RADIUS                BINARY-LONG.
    01 WS-MIN-SECONDS           BINARY-LONG UNSIGNED.
    01 WS-REPORT-NAME           PIC X(64).
    01 WS-NOW                   PIC X(21).
    01 WS-OUT                   PIC X(200).
    01 WS-FILENAME              PIC X(64).
    01 WS-FOUND                 BINARY-CHAR UNSIGNED.
    01 WS-FILE-DETAILS          PIC X(16).

    *> The activity table doubles as the pin list: a chunk held by a block
    *> entity is marked with PIN-MARK in ACTIVITY-CHANGED. trim never saves
    *> the table, so the mark goes no further than this run.
    01 PIN-MARK                 BINARY-CHAR UNSIGNED VALUE 2.
    01 WS-CREATE                BINARY-CHAR UNSIGNED VALUE 1.
    01 WS-LOOKUP-ONLY           BINARY-CHAR UNSIGNED VALUE 0.
    01 WS-ACTIVITY-INDEX        BINARY-LONG UNSIGNED.
    01 WS-PIN-DIMENSION         BINARY-CHAR UNSIGNED.
    01 WS-PIN-X                 BINARY-LONG.
    01 WS-PIN-Z                 BINARY-LONG.
    01 WS-LOW-X                 BINARY-LONG.
    01 WS-LOW-Z                 BINARY-LONG.
    01 WS-CENTER-X              BINARY-LONG.
    01 WS-CENTER-Z              BINARY-LONG.
    01 WS-BLOCK-X               BINARY-LONG.
    01 WS-BLOCK-Z               BINARY-LONG.
    01 WS-INDEX                 BINARY-LONG UNSIGNED.

    *> parsing block history and container file names
    01 WS-STAMP-TEXT            PIC X(16).
    01 WS-ACTOR-TEXT            PIC X(16).
    01 WS-CAUSE-TEXT            PIC X(16).
    01 WS-DIM-TEXT              PIC X(16).
    01 WS-X-TEXT                PIC X(16).
    01 WS-Y-TEXT                PIC X(16).
    01 WS-Z-TEXT                PIC X(16).
    01 WS-STEM                  PIC X(48).
    01 WS-STEM-LEN              BINARY-LONG.

    *> CBL_OPEN_FILE/CBL_READ_FILE/CBL_WRITE_FILE shapes
    01 WS-READ-MODE             PIC X COMP-X VALUE 1.
    01 WS-UPDATE-MODE           PIC X COMP-X VALUE 3.
    01 WS-DENY-MODE             PIC X COMP-X VALUE 0.
    01 WS-DEVICE                PIC X COMP-X VALUE 0.
    01 WS-HANDLE                PIC X(4).
    01 WS-OFFSET                PIC X(8) COMP-X.
    01 WS-COUNT                 PIC X(4) COMP-X.
    01 WS-FLAGS                 PIC X COMP-X VALUE 0.

    *> An Anvil header: 1024 big-endian location entries (3-byte sector
    *> offset, 1-byte sector count; all zero for an absent chunk) followed by
    *> 1024 four-byte timestamps, both indexed by local x + local z * 32.
    01 REGION-HEADER.
        05 REGION-LOCATION OCCURS 1024 TIMES.
            10 REGION-SECTOR-OFFSET PIC X(3) COMP-X.
            10 REGION-SECTOR-COUNT  PIC X COMP-X.
        05 REGION-TIMESTAMP OCCURS 1024 TIMES PIC X(4) COMP-X.

    *> one region file
    01 WS-DIMENSION             BINARY-CHAR UNSIGNED.
    01 WS-DIM-LABEL             PIC X(9).
    01 WS-REGION-PATTERN        PIC X(32).
    01 WS-REGION-PREFIX-LEN     BINARY-LONG UNSIGNED.
    01 WS-REGION-X              BINARY-LONG.
    01 WS-REGION-Z              BINARY-LONG.
    01 WS-LOCAL-X               BINARY-LONG.
    01 WS-LOCAL-Z               BINARY-LONG.
    01 WS-LOCATION-INDEX        BINARY-LONG UNSIGNED.
    01 WS-CHUNK-X               BINARY-LONG.
    01 WS-CHUNK-Z               BINARY-LONG.
    01 WS-SPAWN-CHUNK-X         BINARY-LONG.
    01 WS-SPAWN-CHUNK-Z         BINARY-LONG.
    01 WS-KEEP                  BINARY-CHAR UNSIGNED.
    01 WS-SECONDS               BINARY-LONG UNSIGNED.
    01 WS-REGION-CHUNKS         BINARY-LONG UNSIGNED.
    01 WS-REGION-REMOVABLE      BINARY-LONG UNSIGNED.
    01 WS-HEADER-READ           BINARY-CHAR UNSIGNED.
    01 WS-REGION-LINE-DONE      BINARY-CHAR UNSIGNED.

    *> totals
    01 WS-REGIONS-SEEN          BINARY-LONG UNSIGNED VALUE 0.
    01 WS-REGIONS-SKIPPED       BINARY-LONG UNSIGNED VALUE 0.
    01 WS-REGIONS-DELETED       BINARY-LONG UNSIGNED VALUE 0.
    01 WS-CHUNKS-SEEN           BINARY-LONG UNSIGNED VALUE 0.
    01 WS-KEPT-SPAWN            BINARY-LONG UNSIGNED VALUE 0.
    01 WS-KEPT-CLAIM            BINARY-LONG UNSIGNED VALUE 0.
    01 WS-KEPT-CHANGED          BINARY-LONG UNSIGNED VALUE 0.
    01 WS-KEPT-PINNED           BINARY-LONG UNSIGNED VALUE 0.
    01 WS-KEPT-VISITED          BINARY-LONG UNSIGNED VALUE 0.
    01 WS-REMOVABLE             BINARY-LONG UNSIGNED VALUE 0.
    01 WS-COORD-X               PIC -(10)9.
    01 WS-COORD-Z               PIC -(10)9.
    01 WS-NUM1                  PIC ZZZZZZZZ9.
    01 WS-NUM2                  PIC ZZZZZZZZ9.
    01 WS-NUM3                  PIC ZZZZZZZZ9.

PROCEDURE DIVISION.
Main.
    CALL "ServerProperties-Load"
    MOVE SERVER-TRIM-MIN-MINUTES TO WS-MIN-MINUTES
    MOVE SERVER-TRIM-PROTECT-RADIUS TO WS-RADIUS

    ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
    MOVE SPACES TO WS-ARGS
    UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
        INTO WS-ARG(1) WS-ARG(2) WS-ARG(3) WS-ARG(4)
    PERFORM VARYING WS-ARG-INDEX FROM 1 BY 1 UNTIL WS-ARG-INDEX > 4
        EVALUATE TRUE
            WHEN WS-ARG(WS-ARG-INDEX) = SPACES
                CONTINUE
            WHEN WS-ARG(WS-ARG-INDEX) = "commit"
                MOVE 1 TO WS-COMMITTING
            WHEN FUNCTION TEST-NUMVAL(WS-ARG(WS-ARG-INDEX)) = 0 AND WS-NUMBERS-SEEN < 2
                    AND FUNCTION NUMVAL(WS-ARG(WS-ARG-INDEX)) >= 0
                    AND FUNCTION NUMVAL(WS-ARG(WS-ARG-INDEX)) = FUNCTION INTEGER(FUNCTION NUMVAL(WS-ARG(WS-ARG-INDEX)))
                ADD 1 TO WS-NUMBERS-SEEN
                IF WS-NUMBERS-SEEN = 1
                    COMPUTE WS-MIN-MINUTES = FUNCTION NUMVAL(WS-ARG(WS-ARG-INDEX))
                ELSE
                    COMPUTE WS-RADIUS = FUNCTION NUMVAL(WS-ARG(WS-ARG-INDEX))
                END-IF
            WHEN OTHER
                DISPLAY "usage: trim [minutes] [radius] [commit]"
                STOP RUN RETURNING 1
        END-EVALUATE
    END-PERFORM
    COMPUTE WS-MIN-SECONDS = WS-MIN-MINUTES * 60

    CALL "CBL_CHECK_FILE_EXIST" USING "chunk-activity.dat" WS-FILE-DETAILS
    IF RETURN-CODE NOT = 0
        MOVE 0 TO RETURN-CODE
        DISPLAY "trim: no chunk-activity.dat -- the server has not tracked any chunk activity yet"
        STOP RUN RETURNING 1
    END-IF

    CALL "World-MetaLoad"
    CALL "ChunkActivity-Load"
    CALL "Claims-Load"
    CALL "Signs-Load"
    CALL "Hoppers-Load"
    IF ACTIVITY-FULL = 1
        DISPLAY "trim: the chunk activity table has filled up; activity is no longer "
            "complete enough to trim by"
        STOP RUN RETURNING 1
    END-IF

    PERFORM MarkHistoryEdits
    PERFORM PinBlockEntities
    IF ACTIVITY-FULL = 1
        DISPLAY "trim: too many chunks to track for this world; nothing trimmed"
        STOP RUN RETURNING 1
    END-IF

    MOVE FUNCTION CURRENT-DATE TO WS-NOW
    MOVE SPACES TO WS-REPORT-NAME
    IF WS-COMMITTING = 1
        STRING "trim-commit-" WS-NOW(1:8) ".txt" DELIMITED BY SIZE INTO WS-REPORT-NAME
    ELSE
        STRING "trim-plan-" WS-NOW(1:8) ".txt" DELIMITED BY SIZE INTO WS-REPORT-NAME
    END-IF
    OPEN OUTPUT REPORT-FILE
    IF FS-REPORT-STATUS NOT = "00"
        DISPLAY "trim: cannot write " FUNCTION TRIM(WS-REPORT-NAME)
        STOP RUN RETURNING 1
    END-IF
    MOVE SPACES TO WS-OUT
    IF WS-COMMITTING = 1
        STRING "World trim, chunks removed, run " WS-NOW(1:4) "-" WS-NOW(5:2) "-"
            WS-NOW(7:2) " " WS-NOW(9:2) ":" WS-NOW(11:2)
            DELIMITED BY SIZE INTO WS-OUT
    ELSE
        STRING "World trim plan, nothing removed, run " WS-NOW(1:4) "-" WS-NOW(5:2) "-"
            WS-NOW(7:2) " " WS-NOW(9:2) ":" WS-NOW(11:2)
            DELIMITED BY SIZE INTO WS-OUT
    END-IF
    PERFORM WriteOut
    MOVE WS-MIN-MINUTES TO WS-NUM1
    MOVE WS-RADIUS TO WS-NUM2
    MOVE SPACES TO WS-OUT
    STRING "Keeping chunks with " FUNCTION TRIM(WS-NUM1) " minute(s) of player time nearby, "
        "within " FUNCTION TRIM(WS-NUM2) " chunk(s) of spawn, claimed, changed by a player, "
        "or next to a block entity" DELIMITED BY SIZE INTO WS-OUT
    PERFORM WriteOut
    MOVE SPACES TO WS-OUT
    STRING "Player activity tracked since " ACTIVITY-SINCE(1:4) "-" ACTIVITY-SINCE(5:2) "-"
        ACTIVITY-SINCE(7:2) " " ACTIVITY-SINCE(9:2) ":" ACTIVITY-SINCE(11:2)
        "; time spent before then is not counted" DELIMITED BY SIZE INTO WS-OUT
    PERFORM WriteOut
    MOVE SPACES TO WS-OUT
    PERFORM WriteOut

    MOVE WORLD-DIM-OVERWORLD TO WS-DIMENSION
    PERFORM TrimDimension
    MOVE WORLD-DIM-NETHER TO WS-DIMENSION
    PERFORM TrimDimension

    MOVE SPACES TO WS-OUT
    PERFORM WriteOut
    MOVE WS-CHUNKS-SEEN TO WS-NUM1
    MOVE WS-REGIONS-SEEN TO WS-NUM2
    MOVE SPACES TO WS-OUT
    STRING FUNCTION TRIM(WS-NUM1) " stored chunk(s) in " FUNCTION TRIM(WS-NUM2)
        " region file(s)" DELIMITED BY SIZE INTO WS-OUT
    PERFORM WriteOut
    MOVE WS-KEPT-SPAWN TO WS-NUM1
    MOVE WS-KEPT-CLAIM TO WS-NUM2
    MOVE WS-KEPT-CHANGED TO WS-NUM3
    MOVE SPACES TO WS-OUT
    STRING "Kept: " FUNCTION TRIM(WS-NUM1) " near spawn, " FUNCTION TRIM(WS-NUM2) " claimed, "
        FUNCTION TRIM(WS-NUM3) " changed by players," DELIMITED BY SIZE INTO WS-OUT
    PERFORM WriteOut
    MOVE WS-KEPT-PINNED TO WS-NUM1
    MOVE WS-KEPT-VISITED TO WS-NUM2
    MOVE SPACES TO WS-OUT
    STRING "      " FUNCTION TRIM(WS-NUM1) " next to a block entity, " FUNCTION TRIM(WS-NUM2)
        " with enough player time" DELIMITED BY SIZE INTO WS-OUT
    PERFORM WriteOut
    MOVE WS-REMOVABLE TO WS-NUM1
    MOVE SPACES TO WS-OUT
    IF WS-COMMITTING = 1
        MOVE WS-REGIONS-DELETED TO WS-NUM2
        STRING "Removed: " FUNCTION TRIM(WS-NUM1) " chunk(s); " FUNCTION TRIM(WS-NUM2)
            " emptied region file(s) deleted" DELIMITED BY SIZE INTO WS-OUT
    ELSE
        STRING "Would remove: " FUNCTION TRIM(WS-NUM1) " chunk(s)" DELIMITED BY SIZE INTO WS-OUT
    END-IF
    PERFORM WriteOut
    IF WS-REGIONS-SKIPPED > 0
        MOVE WS-REGIONS-SKIPPED TO WS-NUM1
        MOVE SPACES TO WS-OUT
        STRING FUNCTION TRIM(WS-NUM1) " region file(s) could not be read or updated and were "
            "left as they were" DELIMITED BY SIZE INTO WS-OUT
        PERFORM WriteOut
    END-IF
    IF WS-COMMITTING = 1 AND WS-REMOVABLE > 0
        MOVE "Run compact to give the freed sectors back." TO WS-OUT
        PERFORM WriteOut
    END-IF
    CLOSE REPORT-FILE

    MOVE WS-REMOVABLE TO WS-NUM1
    IF WS-COMMITTING = 1
        DISPLAY "trim: removed " FUNCTION TRIM(WS-NUM1) " chunk(s); wrote "
            FUNCTION TRIM(WS-REPORT-NAME)
    ELSE
        DISPLAY "trim: " FUNCTION TRIM(WS-NUM1) " chunk(s) would be removed; wrote "
            FUNCTION TRIM(WS-REPORT-NAME)
    END-IF
    IF WS-REGIONS-SKIPPED > 0
        STOP RUN RETURNING 1
    END-IF
    STOP RUN.

*> Every player edit the block history has on record marks its chunk changed
*> -- the log may go back further than the activity table does.
MarkHistoryEdits SECTION.
    CALL "Dir-FindFirst" USING "block-history*.dat" WS-HISTORY-NAME WS-HISTORY-FOUND
    PERFORM UNTIL WS-HISTORY-FOUND = 0
        PERFORM MarkFileEdits
        CALL "Dir-FindNext" USING WS-HISTORY-NAME WS-HISTORY-FOUND
    END-PERFORM.

    EXIT SECTION.

MarkFileEdits SECTION.
    OPEN INPUT HISTORY-FILE
    IF FS-HISTORY-STATUS NOT = "00"
        EXIT SECTION
    END-IF
    PERFORM UNTIL EXIT
        READ HISTORY-FILE
            AT END
                EXIT PERFORM
        END-READ
        MOVE SPACES TO WS-STAMP-TEXT WS-ACTOR-TEXT WS-CAUSE-TEXT WS-DIM-TEXT
            WS-X-TEXT WS-Y-TEXT WS-Z-TEXT
        UNSTRING HISTORY-LINE DELIMITED BY ","
            INTO WS-STAMP-TEXT WS-ACTOR-TEXT WS-CAUSE-TEXT WS-DIM-TEXT
                 WS-X-TEXT WS-Y-TEXT WS-Z-TEXT
        IF WS-ACTOR-TEXT NOT = SPACES AND WS-ACTOR-TEXT(1:1) NOT = "#"
                AND FUNCTION TEST-NUMVAL(WS-DIM-TEXT) = 0
                AND FUNCTION TEST-NUMVAL(WS-X-TEXT) = 0
                AND FUNCTION TEST-NUMVAL(WS-Z-TEXT) = 0
            COMPUTE WS-PIN-DIMENSION = FUNCTION NUMVAL(WS-DIM-TEXT)
            COMPUTE WS-BLOCK-X = FUNCTION NUMVAL(WS-X-TEXT)
            COMPUTE WS-BLOCK-Z = FUNCTION NUMVAL(WS-Z-TEXT)
            DIVIDE WS-BLOCK-X BY 16 GIVING WS-PIN-X ROUNDED MODE IS TOWARD-LESSER
            DIVIDE WS-BLOCK-Z BY 16 GIVING WS-PIN-Z ROUNDED MODE IS TOWARD-LESSER
            CALL "ChunkActivity-Find" USING WS-PIN-DIMENSION WS-PIN-X WS-PIN-Z
                WS-CREATE WS-ACTIVITY-INDEX
            IF WS-ACTIVITY-INDEX > 0
                MOVE 1 TO ACTIVITY-CHANGED(WS-ACTIVITY-INDEX)
            END-IF
        END-IF
    END-PERFORM
    CLOSE HISTORY-FILE.

    EXIT SECTION.

*> Container files ("container-x_y_z.dat"), signs and hoppers each hold the
*> chunk they stand in and its eight neighbours, in both dimensions.
PinBlockEntities SECTION.
    CALL "Dir-FindFirst" USING "container-*.dat" WS-FILENAME WS-FOUND
    PERFORM UNTIL WS-FOUND = 0
        COMPUTE WS-STEM-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-FILENAME)) - 10 - 4
        IF WS-STEM-LEN >= 5
            MOVE WS-FILENAME(11:WS-STEM-LEN) TO WS-STEM
            MOVE SPACES TO WS-X-TEXT WS-Y-TEXT WS-Z-TEXT
            UNSTRING WS-STEM(1:WS-STEM-LEN) DELIMITED BY "_" INTO WS-X-TEXT WS-Y-TEXT WS-Z-TEXT
            IF FUNCTION TEST-NUMVAL(WS-X-TEXT) = 0 AND FUNCTION TEST-NUMVAL(WS-Z-TEXT) = 0
                COMPUTE WS-BLOCK-X = FUNCTION NUMVAL(WS-X-TEXT)
                COMPUTE WS-BLOCK-Z = FUNCTION NUMVAL(WS-Z-TEXT)
                PERFORM PinAround
            END-IF
        END-IF
        CALL "Dir-FindNext" USING WS-FILENAME WS-FOUND
    END-PERFORM
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > MAX-SIGN-ENTRIES
        IF SIGN-PRESENT(WS-INDEX) = 1
            MOVE SIGN-X(WS-INDEX) TO WS-BLOCK-X
            MOVE SIGN-Z(WS-INDEX) TO WS-BLOCK-Z
            PERFORM PinAround
        END-IF
    END-PERFORM
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > MAX-HOPPER-ENTRIES
        IF HOPPER-PRESENT(WS-INDEX) = 1
            MOVE HOPPER-X(WS-INDEX) TO WS-BLOCK-X
            MOVE HOPPER-Z(WS-INDEX) TO WS-BLOCK-Z
            PERFORM PinAround
        END-IF
    END-PERFORM.

    EXIT SECTION.

PinAround SECTION.
    DIVIDE WS-BLOCK-X BY 16 GIVING WS-CENTER-X ROUNDED MODE IS TOWARD-LESSER
    DIVIDE WS-BLOCK-Z BY 16 GIVING WS-CENTER-Z ROUNDED MODE IS TOWARD-LESSER
    COMPUTE WS-LOW-X = WS-CENTER-X - 1
    COMPUTE WS-LOW-Z = WS-CENTER-Z - 1
    PERFORM VARYING WS-PIN-DIMENSION FROM WORLD-DIM-OVERWORLD BY 1
            UNTIL WS-PIN-DIMENSION > WORLD-DIM-NETHER
        PERFORM VARYING WS-PIN-X FROM WS-LOW-X BY 1 UNTIL WS-PIN-X > WS-CENTER-X + 1
            PERFORM VARYING WS-PIN-Z FROM WS-LOW-Z BY 1 UNTIL WS-PIN-Z > WS-CENTER-Z + 1
                CALL "ChunkActivity-Find" USING WS-PIN-DIMENSION WS-PIN-X WS-PIN-Z
                    WS-CREATE WS-ACTIVITY-INDEX
                IF WS-ACTIVITY-INDEX > 0
                    IF ACTIVITY-CHANGED(WS-ACTIVITY-INDEX) = 0
                        MOVE PIN-MARK TO ACTIVITY-CHANGED(WS-ACTIVITY-INDEX)
                    END-IF
                END-IF
            END-PERFORM
        END-PERFORM
    END-PERFORM.

    EXIT SECTION.

*> Every region file of one dimension, region by region.
TrimDimension SECTION.
    IF WS-DIMENSION = WORLD-DIM-NETHER
        MOVE "region-nether/r.*.mca" TO WS-REGION-PATTERN
        MOVE "nether" TO WS-DIM-LABEL
        MOVE 16 TO WS-REGION-PREFIX-LEN
        DIVIDE WORLD-SPAWN-X BY 128 GIVING WS-SPAWN-CHUNK-X ROUNDED MODE IS TOWARD-LESSER
        DIVIDE WORLD-SPAWN-Z BY 128 GIVING WS-SPAWN-CHUNK-Z ROUNDED MODE IS TOWARD-LESSER
    ELSE
        MOVE "region/r.*.mca" TO WS-REGION-PATTERN
        MOVE "overworld" TO WS-DIM-LABEL
        MOVE 9 TO WS-REGION-PREFIX-LEN
        DIVIDE WORLD-SPAWN-X BY 16 GIVING WS-SPAWN-CHUNK-X ROUNDED MODE IS TOWARD-LESSER
        DIVIDE WORLD-SPAWN-Z BY 16 GIVING WS-SPAWN-CHUNK-Z ROUNDED MODE IS TOWARD-LESSER
    END-IF
    CALL "Dir-FindFirst" USING WS-REGION-PATTERN WS-FILENAME WS-FOUND
    PERFORM UNTIL WS-FOUND = 0
        MOVE SPACES TO WS-X-TEXT WS-Z-TEXT
        UNSTRING WS-FILENAME(WS-REGION-PREFIX-LEN + 1:40) DELIMITED BY "."
            INTO WS-X-TEXT WS-Z-TEXT
        IF FUNCTION TEST-NUMVAL(WS-X-TEXT) = 0 AND FUNCTION TEST-NUMVAL(WS-Z-TEXT) = 0
            COMPUTE WS-REGION-X = FUNCTION NUMVAL(WS-X-TEXT)
            COMPUTE WS-REGION-Z = FUNCTION NUMVAL(WS-Z-TEXT)
            PERFORM TrimRegion
        END-IF
        CALL "Dir-FindNext" USING WS-FILENAME WS-FOUND
    END-PERFORM.

    EXIT SECTION.

*> Decide every chunk the header lists; when committing, clear the removed
*> ones' location and timestamp entries and write the header back in place
*> (or delete the file, if nothing is left in it).
TrimRegion SECTION.
    ADD 1 TO WS-REGIONS-SEEN
    MOVE 0 TO WS-REGION-CHUNKS WS-REGION-REMOVABLE WS-REGION-LINE-DONE
    PERFORM ReadRegionHeader
    IF WS-HEADER-READ = 0
        ADD 1 TO WS-REGIONS-SKIPPED
        MOVE SPACES TO WS-OUT
        STRING FUNCTION TRIM(WS-FILENAME) ": header unreadable, left as it is"
            DELIMITED BY SIZE INTO WS-OUT
        PERFORM WriteOut
        EXIT SECTION
    END-IF

    PERFORM VARYING WS-LOCAL-Z FROM 0 BY 1 UNTIL WS-LOCAL-Z > 31
        PERFORM VARYING WS-LOCAL-X FROM 0 BY 1 UNTIL WS-LOCAL-X > 31
            COMPUTE WS-LOCATION-INDEX = WS-LOCAL-X + WS-LOCAL-Z * 32 + 1
            IF REGION-SECTOR-OFFSET(WS-LOCATION-INDEX) NOT = 0
                    OR REGION-SECTOR-COUNT(WS-LOCATION-INDEX) NOT = 0
                ADD 1 TO WS-CHUNKS-SEEN WS-REGION-CHUNKS
                COMPUTE WS-CHUNK-X = WS-REGION-X * 32 + WS-LOCAL-X
                COMPUTE WS-CHUNK-Z = WS-REGION-Z * 32 + WS-LOCAL-Z
                PERFORM DecideChunk
                IF WS-KEEP = 0
                    PERFORM ListRemovable
                    MOVE 0 TO REGION-SECTOR-OFFSET(WS-LOCATION-INDEX)
                    MOVE 0 TO REGION-SECTOR-COUNT(WS-LOCATION-INDEX)
                    MOVE 0 TO REGION-TIMESTAMP(WS-LOCATION-INDEX)
                END-IF
            END-IF
        END-PERFORM
    END-PERFORM

    IF WS-COMMITTING = 0 OR WS-REGION-REMOVABLE = 0
        EXIT SECTION
    END-IF
    IF WS-REGION-REMOVABLE = WS-REGION-CHUNKS
        CALL "CBL_DELETE_FILE" USING WS-FILENAME
        IF RETURN-CODE = 0
            ADD 1 TO WS-REGIONS-DELETED
            ADD WS-REGION-REMOVABLE TO WS-REMOVABLE
            MOVE SPACES TO WS-OUT
            STRING "  (" FUNCTION TRIM(WS-FILENAME) " now empty: deleted)"
                DELIMITED BY SIZE INTO WS-OUT
            PERFORM WriteOut
            EXIT SECTION
        END-IF
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM WriteRegionHeader.

    EXIT SECTION.

ReadRegionHeader SECTION.
    MOVE 0 TO WS-HEADER-READ
    CALL "CBL_OPEN_FILE" USING WS-FILENAME WS-READ-MODE WS-DENY-MODE WS-DEVICE WS-HANDLE
    IF RETURN-CODE NOT = 0
        MOVE 0 TO RETURN-CODE
        EXIT SECTION
    END-IF
    MOVE 0 TO WS-OFFSET
    MOVE 8192 TO WS-COUNT
    CALL "CBL_READ_FILE" USING WS-HANDLE WS-OFFSET WS-COUNT WS-FLAGS REGION-HEADER
    IF RETURN-CODE = 0
        MOVE 1 TO WS-HEADER-READ
    END-IF
    MOVE 0 TO RETURN-CODE
    CALL "CBL_CLOSE_FILE" USING WS-HANDLE
    MOVE 0 TO RETURN-CODE.

    EXIT SECTION.

*> Only the header changes; the chunk sectors themselves stay where they
*> are until compact repacks the file.
WriteRegionHeader SECTION.
    CALL "CBL_OPEN_FILE" USING WS-FILENAME WS-UPDATE-MODE WS-DENY-MODE WS-DEVICE WS-HANDLE
    IF RETURN-CODE NOT = 0
        MOVE 0 TO RETURN-CODE
        PERFORM RegionNotUpdated
        EXIT SECTION
    END-IF
    MOVE 0 TO WS-OFFSET
    MOVE 8192 TO WS-COUNT
    CALL "CBL_WRITE_FILE" USING WS-HANDLE WS-OFFSET WS-COUNT WS-FLAGS REGION-HEADER
    IF RETURN-CODE NOT = 0
        MOVE 0 TO RETURN-CODE
        CALL "CBL_CLOSE_FILE" USING WS-HANDLE
        MOVE 0 TO RETURN-CODE
        PERFORM RegionNotUpdated
        EXIT SECTION
    END-IF
    CALL "CBL_CLOSE_FILE" USING WS-HANDLE
    MOVE 0 TO RETURN-CODE
    ADD WS-REGION-REMOVABLE TO WS-REMOVABLE.

    EXIT SECTION.

RegionNotUpdated SECTION.
    ADD 1 TO WS-REGIONS-SKIPPED
    MOVE SPACES TO WS-OUT
    STRING "  (" FUNCTION TRIM(WS-FILENAME) " could not be updated: nothing removed from it)"
        DELIMITED BY SIZE INTO WS-OUT
    PERFORM WriteOut.

    EXIT SECTION.

*> WS-KEEP = 1 when anything holds the chunk, counted under the first reason
*> that applies.
DecideChunk SECTION.
    MOVE 1 TO WS-KEEP
    IF FUNCTION ABS(WS-CHUNK-X - WS-SPAWN-CHUNK-X) <= WS-RADIUS
            AND FUNCTION ABS(WS-CHUNK-Z - WS-SPAWN-CHUNK-Z) <= WS-RADIUS
        ADD 1 TO WS-KEPT-SPAWN
        EXIT SECTION
    END-IF
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > MAX-CLAIM-ENTRIES
        IF CLAIM-PRESENT(WS-INDEX) = 1
                AND WS-CHUNK-X >= CLAIM-MIN-CHUNK-X(WS-INDEX)
                AND WS-CHUNK-X <= CLAIM-MAX-CHUNK-X(WS-INDEX)
                AND WS-CHUNK-Z >= CLAIM-MIN-CHUNK-Z(WS-INDEX)
                AND WS-CHUNK-Z <= CLAIM-MAX-CHUNK-Z(WS-INDEX)
            ADD 1 TO WS-KEPT-CLAIM
            EXIT SECTION
        END-IF
    END-PERFORM
    MOVE 0 TO WS-SECONDS
    CALL "ChunkActivity-Find" USING WS-DIMENSION WS-CHUNK-X WS-CHUNK-Z
        WS-LOOKUP-ONLY WS-ACTIVITY-INDEX
    IF WS-ACTIVITY-INDEX > 0
        EVALUATE ACTIVITY-CHANGED(WS-ACTIVITY-INDEX)
            WHEN 1
                ADD 1 TO WS-KEPT-CHANGED
                EXIT SECTION
            WHEN PIN-MARK
                ADD 1 TO WS-KEPT-PINNED
                EXIT SECTION
        END-EVALUATE
        MOVE ACTIVITY-SECONDS(WS-ACTIVITY-INDEX) TO WS-SECONDS
    END-IF
    IF WS-SECONDS >= WS-MIN-SECONDS
        ADD 1 TO WS-KEPT-VISITED
        EXIT SECTION
    END-IF
    MOVE 0 TO WS-KEEP
    ADD 1 TO WS-REGION-REMOVABLE
    IF WS-COMMITTING = 0
        ADD 1 TO WS-REMOVABLE
    END-IF.

    EXIT SECTION.

ListRemovable SECTION.
    IF WS-REGION-LINE-DONE = 0
        MOVE 1 TO WS-REGION-LINE-DONE
        MOVE SPACES TO WS-OUT
        STRING FUNCTION TRIM(WS-FILENAME) " (" FUNCTION TRIM(WS-DIM-LABEL) "):"
            DELIMITED BY SIZE INTO WS-OUT
        PERFORM WriteOut
    END-IF
    MOVE WS-CHUNK-X TO WS-COORD-X
    MOVE WS-CHUNK-Z TO WS-COORD-Z
    MOVE WS-SECONDS TO WS-NUM1
    MOVE SPACES TO WS-OUT
    STRING "  chunk " FUNCTION TRIM(WS-COORD-X) "," FUNCTION TRIM(WS-COORD-Z) ": "
        FUNCTION TRIM(WS-NUM1) " second(s) of player time nearby"
        DELIMITED BY SIZE INTO WS-OUT
    PERFORM WriteOut.

    EXIT SECTION.

WriteOut SECTION.
    MOVE WS-OUT TO REPORT-LINE
    WRITE REPORT-LINE.

    EXIT SECTION.

END PROGRAM trim.
