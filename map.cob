*> --- map ---
*> Offline top-down map of the world, one pixel per block, for the nightly
*> maintenance run. Chunks are read out of the region files through the same
*> Region-ReadChunk and NbtDecode path savecheck checks them with; each
*> column is drawn in the color map-colors.conf gives its topmost visible
*> block, lighter where the ground rises from the column to its north and
*> darker where it falls away.
*>
*> Every region file becomes one 512x512 tile, map/<dimension>/r.X.Z.bmp.
*> A tile is only redrawn when its region file has been written since the
*> tile was (or with "full"), so a nightly run costs little more than the
*> regions that were played in that day. Each run then writes
*> map/<dimension>.html, which lays the tiles out edge to edge and draws the
*> overlays above them -- land claims with their owners' names, the world
*> spawn, the world border and the spawn-protection square -- each of which
*> can be switched on and off on the page. The page is rewritten every run,
*> so claim changes show up without redrawing any tile.
*>
*> Usage: map [overworld|nether] [full]
IDENTIFICATION DIVISION.
PROGRAM-ID. map.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT COLORS-FILE ASSIGN TO "map-colors.conf"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-COLORS-STATUS.
    SELECT PAGE-FILE ASSIGN TO WS-PAGE-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-PAGE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  COLORS-FILE.
01  COLORS-LINE                 PIC X(200).
FD  PAGE-FILE.
01  PAGE-LINE                   PIC X(250).

WORKING-STORAGE SECTION.
    COPY DD-WORLD.
    COPY DD-WORLD-META.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-CLAIMS.
    COPY DD-NBT-DECODER.
    01 FS-COLORS-STATUS         PIC X(2).
    01 FS-PAGE-STATUS           PIC X(2).
    01 WS-COMMAND-LINE          PIC X(256).
    01 WS-ARGS.
        05 WS-ARG OCCURS 3 TIMES PIC X(32).
    01 WS-ARG-INDEX             BINARY-LONG UNSIGNED.
    01 WS-FULL                  BINARY-CHAR UNSIGNED VALUE 0.
    01 WS-DO-OVERWORLD          BINARY-CHAR UNSIGNED VALUE 1.
    01 WS-DO-NETHER             BINARY-CHAR UNSIGNED VALUE 1.
    01 WS-OUT                   PIC X(250).
    01 WS-PAGE-NAME             PIC X(64).
    01 WS-FILENAME              PIC X(64).
    01 WS-TILE-NAME             PIC X(64).
    01 WS-FOUND                 BINARY-CHAR UNSIGNED.

    *> map-colors.conf: slot 1 is the default color, the rest in file order.
    *> A palette entry resolves to one of these slots, or to 0 for a block
    *> the map looks through.
    01 MAX-COLORS               BINARY-LONG UNSIGNED VALUE 1024.
    01 COLOR-COUNT              BINARY-LONG UNSIGNED VALUE 1.
    01 COLOR-TABLE.
        05 COLOR-ENTRY OCCURS 1024 TIMES.
            10 COLOR-NAME           PIC X(64).
            10 COLOR-CLEAR          BINARY-CHAR UNSIGNED.
            10 COLOR-RED            BINARY-LONG.
            10 COLOR-GREEN          BINARY-LONG.
            10 COLOR-BLUE           BINARY-LONG.
    01 WS-FIELD1                PIC X(64).
    01 WS-FIELD2                PIC X(64).
    01 WS-COLON-COUNT           BINARY-LONG UNSIGNED.
    01 WS-COLOR-INDEX           BINARY-LONG UNSIGNED.
    01 WS-HEX-DIGITS            PIC X(16) VALUE "0123456789abcdef".
    01 WS-HEX-TEXT              PIC X(6).
    01 WS-HEX-POS               BINARY-LONG UNSIGNED.
    01 WS-HEX-VALUE             BINARY-LONG.
    01 WS-NIBBLE                BINARY-LONG.
    01 WS-NIBBLE-OK             BINARY-CHAR UNSIGNED.
    01 WS-LOOKUP-NAME           PIC X(64).
    01 WS-LOOKUP-LEN            BINARY-LONG UNSIGNED.
    01 WS-LOOKUP-COLOR          BINARY-LONG UNSIGNED.

    *> one region file's tile: the base color slot and the height of every
    *> column (NO-HEIGHT where nothing was drawn), z-major
    01 TILE-SIZE                BINARY-LONG UNSIGNED VALUE 512.
    01 NO-HEIGHT                BINARY-LONG VALUE -999.
    01 TILE-COLUMNS.
        05 TILE-COLUMN OCCURS 262144 TIMES.
            10 TILE-COLOR           BINARY-SHORT UNSIGNED.
            10 TILE-HEIGHT          BINARY-SHORT.
    01 WS-PIXEL                 BINARY-LONG UNSIGNED.
    01 WS-NORTH-PIXEL           BINARY-LONG UNSIGNED.
    01 WS-PIXEL-X               BINARY-LONG.
    01 WS-PIXEL-Z               BINARY-LONG.
    01 WS-RED                   BINARY-LONG.
    01 WS-GREEN                 BINARY-LONG.
    01 WS-BLUE                  BINARY-LONG.
    01 WS-SHADE                 BINARY-LONG.

    *> The .bmp: a 54-byte header (little-endian fields) and bottom-up rows
    *> of blue-green-red pixels; 512 pixels make a row a multiple of four
    *> bytes, so no row padding.
    01 BMP-HEADER               PIC X(54).
    01 BMP-PIXELS               PIC X(786432).
    01 WS-BMP-POS               BINARY-LONG UNSIGNED.
    01 WS-BMP-ROW               BINARY-LONG.
    01 WS-LE-VALUE              BINARY-LONG UNSIGNED.
    01 WS-LE-POS                BINARY-LONG UNSIGNED.
    01 WS-LE-BYTES              BINARY-LONG UNSIGNED.
    01 WS-LE-INDEX              BINARY-LONG UNSIGNED.
    01 WS-LE-REST               BINARY-LONG UNSIGNED.
    01 WS-WRITE-MODE            PIC X COMP-X VALUE 2.
    01 WS-DENY-MODE             PIC X COMP-X VALUE 0.
    01 WS-DEVICE                PIC X COMP-X VALUE 0.
    01 WS-HANDLE                PIC X(4).
    01 WS-OFFSET                PIC X(8) COMP-X.
    01 WS-COUNT                 PIC X(4) COMP-X.
    01 WS-FLAGS                 PIC X COMP-X VALUE 0.
    01 WS-TILE-BAD              BINARY-CHAR UNSIGNED.

    *> CBL_CHECK_FILE_EXIST's answer, for the redraw-only-what-changed test
    01 WS-FILE-DETAILS.
        05 WS-FILE-SIZE             PIC X(8) COMP-X.
        05 WS-FILE-DAY              PIC X COMP-X.
        05 WS-FILE-MONTH            PIC X COMP-X.
        05 WS-FILE-YEAR             PIC X(2) COMP-X.
        05 WS-FILE-HOURS            PIC X COMP-X.
        05 WS-FILE-MINUTES          PIC X COMP-X.
        05 WS-FILE-SECONDS          PIC X COMP-X.
        05 WS-FILE-HUNDREDTHS       PIC X COMP-X.
    01 WS-FILE-STAMP            BINARY-DOUBLE UNSIGNED.
    01 WS-REGION-STAMP          BINARY-DOUBLE UNSIGNED.
    01 WS-TILE-STAMP            BINARY-DOUBLE UNSIGNED.
    01 WS-TILE-EXISTS           BINARY-CHAR UNSIGNED.

    *> one dimension
    01 WS-DIMENSION             BINARY-CHAR UNSIGNED.
    01 WS-DIM-LABEL             PIC X(9).
    01 WS-REGION-PATTERN        PIC X(32).
    01 WS-REGION-PREFIX-LEN     BINARY-LONG UNSIGNED.
    01 WS-X-TEXT                PIC X(16).
    01 WS-Z-TEXT                PIC X(16).
    01 WS-REGION-X              BINARY-LONG.
    01 WS-REGION-Z              BINARY-LONG.
    01 MAX-TILES                BINARY-LONG UNSIGNED VALUE 4096.
    01 TILE-COUNT               BINARY-LONG UNSIGNED.
    01 TILE-LIST.
        05 TILE-ENTRY OCCURS 4096 TIMES.
            10 TILE-REGION-X        BINARY-LONG.
            10 TILE-REGION-Z        BINARY-LONG.
    01 WS-TILE-INDEX            BINARY-LONG UNSIGNED.
    01 WS-MIN-REGION-X          BINARY-LONG.
    01 WS-MIN-REGION-Z          BINARY-LONG.
    01 WS-MAX-REGION-X          BINARY-LONG.
    01 WS-MAX-REGION-Z          BINARY-LONG.
    01 WS-TILES-DRAWN           BINARY-LONG UNSIGNED.
    01 WS-TILES-UNCHANGED       BINARY-LONG UNSIGNED.
    01 WS-TILES-FAILED          BINARY-LONG UNSIGNED.
    01 WS-CHUNKS-UNREADABLE     BINARY-LONG UNSIGNED.

    *> one chunk out of Region-ReadChunk
    01 WS-RAW-BUFFER            PIC X(1048576).
    01 WS-CHUNK-TOTAL           BINARY-LONG UNSIGNED.
    01 WS-CHUNK-INDEX           BINARY-LONG UNSIGNED.
    01 WS-CHUNK-X               BINARY-LONG.
    01 WS-CHUNK-Z               BINARY-LONG.
    01 WS-CHUNK-OK              BINARY-CHAR UNSIGNED.
    01 WS-CHUNK-RAW-LENGTH      BINARY-LONG UNSIGNED.
    01 WS-LOCAL-X               BINARY-LONG.
    01 WS-LOCAL-Z               BINARY-LONG.
    01 WS-AT-END                BINARY-CHAR UNSIGNED.
    01 WS-TAG-NAME              PIC X(256).
    01 WS-NAME-LEN              BINARY-LONG UNSIGNED.
    01 WS-BYTE-VALUE            BINARY-CHAR.
    01 WS-SECTION-LIST-COUNT    BINARY-LONG UNSIGNED.
    01 WS-SECTION-LIST-INDEX    BINARY-LONG UNSIGNED.
    01 WS-SECTION-Y             BINARY-LONG.
    01 WS-PALETTE-INDEX         BINARY-LONG UNSIGNED.
    01 WS-LONG-COUNT            BINARY-LONG UNSIGNED.
    *> A chunk's sections by Y (-4 to 19 as 1 to 24), each palette resolved
    *> to color slots and the packed block data left where it lies in the
    *> decode buffer -- only the blocks a column scan actually reaches are
    *> ever unpacked.
    01 MAX-PALETTE-ENTRIES      BINARY-LONG UNSIGNED VALUE 512.
    01 SECTION-TABLE.
        05 SECTION-ENTRY OCCURS 24 TIMES.
            10 SEC-PRESENT          BINARY-CHAR UNSIGNED.
            10 SEC-VISIBLE          BINARY-CHAR UNSIGNED.
            10 SEC-HAVE-DATA        BINARY-CHAR UNSIGNED.
            10 SEC-PALETTE-COUNT    BINARY-LONG UNSIGNED.
            10 SEC-BITS             BINARY-LONG UNSIGNED.
            10 SEC-PER-LONG         BINARY-LONG UNSIGNED.
            10 SEC-DATA-START       BINARY-LONG UNSIGNED.
            10 SEC-LONG-COUNT       BINARY-LONG UNSIGNED.
            10 SEC-PALETTE-COLOR OCCURS 512 TIMES BINARY-SHORT UNSIGNED.
    01 WS-SECTION               BINARY-LONG.
    01 WS-PALETTE-COUNT         BINARY-LONG UNSIGNED.
    01 WS-PALETTE-COLORS.
        05 WS-PALETTE-COLOR OCCURS 512 TIMES BINARY-SHORT UNSIGNED.
    01 WS-HAVE-DATA             BINARY-CHAR UNSIGNED.
    01 WS-DATA-START            BINARY-LONG UNSIGNED.
    01 WS-POWER                 BINARY-LONG UNSIGNED.

    *> one column
    01 WS-COLUMN-X              BINARY-LONG.
    01 WS-COLUMN-Z              BINARY-LONG.
    01 WS-COLUMN-Y              BINARY-LONG.
    01 WS-COLUMN-COLOR          BINARY-LONG UNSIGNED.
    01 WS-BLOCK-ENTRY           BINARY-LONG UNSIGNED.
    01 WS-LONG-INDEX            BINARY-LONG UNSIGNED.
    01 WS-ENTRY-IN-LONG         BINARY-LONG UNSIGNED.
    01 WS-ENTRY-VALUE           BINARY-LONG UNSIGNED.
    01 WS-LONG-BYTES            PIC X(8).
    01 WS-LONG-VALUE REDEFINES WS-LONG-BYTES PIC X(8) COMP-X.
    01 WS-SHIFTED               BINARY-DOUBLE UNSIGNED.
    01 WS-DISCARD               BINARY-DOUBLE UNSIGNED.
    01 POWERS-OF-TWO.
        05 POWER-OF-TWO OCCURS 64 TIMES BINARY-DOUBLE UNSIGNED.

    *> the page
    01 WS-ORIGIN-X              BINARY-LONG.
    01 WS-ORIGIN-Z              BINARY-LONG.
    01 WS-PAGE-WIDTH            BINARY-LONG.
    01 WS-PAGE-HEIGHT           BINARY-LONG.
    01 WS-LEFT                  BINARY-LONG.
    01 WS-TOP                   BINARY-LONG.
    01 WS-WIDTH                 BINARY-LONG.
    01 WS-HEIGHT                BINARY-LONG.
    01 WS-SPAWN-X               BINARY-LONG.
    01 WS-SPAWN-Z               BINARY-LONG.
    01 WS-NUM-A                 PIC -(10)9.
    01 WS-NUM-B                 PIC -(10)9.
    01 WS-NUM-C                 PIC -(10)9.
    01 WS-NUM-D                 PIC -(10)9.
    01 WS-NUM1                  PIC ZZZZZZZZ9.
    01 WS-NUM2                  PIC ZZZZZZZZ9.
    01 WS-NUM3                  PIC ZZZZZZZZ9.
    01 WS-INDEX                 BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
Main.
    ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
    MOVE SPACES TO WS-ARGS
    UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
        INTO WS-ARG(1) WS-ARG(2) WS-ARG(3)
    PERFORM VARYING WS-ARG-INDEX FROM 1 BY 1 UNTIL WS-ARG-INDEX > 3
        EVALUATE WS-ARG(WS-ARG-INDEX)
            WHEN SPACES
                CONTINUE
            WHEN "full"
                MOVE 1 TO WS-FULL
            WHEN "overworld"
                MOVE 0 TO WS-DO-NETHER
            WHEN "nether"
                MOVE 0 TO WS-DO-OVERWORLD
            WHEN OTHER
                DISPLAY "usage: map [overworld|nether] [full]"
                STOP RUN RETURNING 1
        END-EVALUATE
    END-PERFORM
    IF WS-DO-OVERWORLD = 0 AND WS-DO-NETHER = 0
        DISPLAY "usage: map [overworld|nether] [full]"
        STOP RUN RETURNING 1
    END-IF

    PERFORM LoadColors
    IF COLOR-COUNT < 2
        DISPLAY "map: map-colors.conf is missing or names no blocks"
        STOP RUN RETURNING 1
    END-IF
    MOVE 1 TO POWER-OF-TWO(1)
    PERFORM VARYING WS-INDEX FROM 2 BY 1 UNTIL WS-INDEX > 64
        COMPUTE POWER-OF-TWO(WS-INDEX) = POWER-OF-TWO(WS-INDEX - 1) * 2
    END-PERFORM

    CALL "ServerProperties-Load"
    CALL "World-MetaLoad"
    CALL "Claims-Load"

    CALL "CBL_CREATE_DIR" USING "map"
    MOVE 0 TO RETURN-CODE
    IF WS-DO-OVERWORLD = 1
        MOVE WORLD-DIM-OVERWORLD TO WS-DIMENSION
        PERFORM MapDimension
    END-IF
    IF WS-DO-NETHER = 1
        MOVE WORLD-DIM-NETHER TO WS-DIMENSION
        PERFORM MapDimension
    END-IF
    STOP RUN.

*> ---------------------------------------------------------------- colors
LoadColors SECTION.
    INITIALIZE COLOR-ENTRY(1)
    MOVE "default" TO COLOR-NAME(1)
    MOVE 138 TO COLOR-RED(1)
    MOVE 138 TO COLOR-GREEN(1)
    MOVE 138 TO COLOR-BLUE(1)
    OPEN INPUT COLORS-FILE
    IF FS-COLORS-STATUS NOT = "00"
        EXIT SECTION
    END-IF
    PERFORM UNTIL FS-COLORS-STATUS = "10"
        READ COLORS-FILE
            AT END
                MOVE "10" TO FS-COLORS-STATUS
            NOT AT END
                PERFORM ParseColorLine
        END-READ
    END-PERFORM
    CLOSE COLORS-FILE.

    EXIT SECTION.

ParseColorLine SECTION.
    IF COLORS-LINE = SPACES OR COLORS-LINE(1:1) = "#"
        EXIT SECTION
    END-IF
    MOVE SPACES TO WS-FIELD1 WS-FIELD2
    UNSTRING COLORS-LINE DELIMITED BY "," INTO WS-FIELD1 WS-FIELD2
    MOVE FUNCTION TRIM(WS-FIELD1) TO WS-FIELD1
    MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-FIELD2)) TO WS-FIELD2
    IF WS-FIELD1 = "default"
        MOVE 1 TO WS-COLOR-INDEX
    ELSE
        MOVE 0 TO WS-COLON-COUNT
        INSPECT WS-FIELD1 TALLYING WS-COLON-COUNT FOR ALL ":"
        IF WS-COLON-COUNT = 0
            MOVE SPACES TO WS-LOOKUP-NAME
            STRING "minecraft:" FUNCTION TRIM(WS-FIELD1) DELIMITED BY SIZE
                INTO WS-LOOKUP-NAME
            MOVE WS-LOOKUP-NAME TO WS-FIELD1
        END-IF
        IF COLOR-COUNT >= MAX-COLORS
            DISPLAY "map: color table is full, ignoring " FUNCTION TRIM(WS-FIELD1)
            EXIT SECTION
        END-IF
        COMPUTE WS-COLOR-INDEX = COLOR-COUNT + 1
    END-IF
    INITIALIZE COLOR-ENTRY(WS-COLOR-INDEX)
    MOVE WS-FIELD1 TO COLOR-NAME(WS-COLOR-INDEX)
    IF WS-FIELD2 = "none"
        IF WS-COLOR-INDEX = 1
            DISPLAY "map: the default color cannot be none"
            EXIT SECTION
        END-IF
        MOVE 1 TO COLOR-CLEAR(WS-COLOR-INDEX)
    ELSE
        MOVE WS-FIELD2(1:6) TO WS-HEX-TEXT
        MOVE 1 TO WS-HEX-POS
        PERFORM HexByte
        MOVE WS-HEX-VALUE TO COLOR-RED(WS-COLOR-INDEX)
        PERFORM HexByte
        MOVE WS-HEX-VALUE TO COLOR-GREEN(WS-COLOR-INDEX)
        PERFORM HexByte
        MOVE WS-HEX-VALUE TO COLOR-BLUE(WS-COLOR-INDEX)
        IF WS-NIBBLE-OK = 0 OR WS-FIELD2(7:) NOT = SPACES
            DISPLAY "map: bad color for " FUNCTION TRIM(WS-FIELD1) ", line ignored"
            IF WS-COLOR-INDEX = 1
                MOVE 138 TO COLOR-RED(1)
                MOVE 138 TO COLOR-GREEN(1)
                MOVE 138 TO COLOR-BLUE(1)
            END-IF
            EXIT SECTION
        END-IF
    END-IF
    IF WS-COLOR-INDEX > 1
        MOVE WS-COLOR-INDEX TO COLOR-COUNT
    END-IF.

    EXIT SECTION.

*> Two hex digits of WS-HEX-TEXT from WS-HEX-POS into WS-HEX-VALUE;
*> WS-NIBBLE-OK drops to 0 on anything that isn't a hex digit.
HexByte SECTION.
    IF WS-HEX-POS = 1
        MOVE 1 TO WS-NIBBLE-OK
    END-IF
    MOVE 0 TO WS-HEX-VALUE
    PERFORM 2 TIMES
        MOVE 0 TO WS-NIBBLE
        PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > 16
            IF WS-HEX-DIGITS(WS-INDEX:1) = WS-HEX-TEXT(WS-HEX-POS:1)
                COMPUTE WS-NIBBLE = WS-INDEX - 1
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF WS-INDEX > 16
            MOVE 0 TO WS-NIBBLE-OK
        END-IF
        COMPUTE WS-HEX-VALUE = WS-HEX-VALUE * 16 + WS-NIBBLE
        ADD 1 TO WS-HEX-POS
    END-PERFORM.

    EXIT SECTION.

*> The color slot for the block WS-LOOKUP-NAME names: 0 when the map looks
*> through it, the default slot when the conf doesn't list it.
LookupColor SECTION.
    IF WS-LOOKUP-NAME = SPACES OR WS-LOOKUP-NAME = "minecraft:air"
        MOVE 0 TO WS-LOOKUP-COLOR
        EXIT SECTION
    END-IF
    MOVE 1 TO WS-LOOKUP-COLOR
    PERFORM VARYING WS-COLOR-INDEX FROM 2 BY 1 UNTIL WS-COLOR-INDEX > COLOR-COUNT
        IF COLOR-NAME(WS-COLOR-INDEX) = WS-LOOKUP-NAME
            IF COLOR-CLEAR(WS-COLOR-INDEX) = 1
                MOVE 0 TO WS-LOOKUP-COLOR
            ELSE
                MOVE WS-COLOR-INDEX TO WS-LOOKUP-COLOR
            END-IF
            EXIT SECTION
        END-IF
    END-PERFORM.

    EXIT SECTION.

*> ---------------------------------------------------------------- tiles
MapDimension SECTION.
    IF WS-DIMENSION = WORLD-DIM-NETHER
        MOVE "region-nether/r.*.mca" TO WS-REGION-PATTERN
        MOVE "nether" TO WS-DIM-LABEL
        MOVE 16 TO WS-REGION-PREFIX-LEN
        CALL "CBL_CREATE_DIR" USING "map/nether"
    ELSE
        MOVE "region/r.*.mca" TO WS-REGION-PATTERN
        MOVE "overworld" TO WS-DIM-LABEL
        MOVE 9 TO WS-REGION-PREFIX-LEN
        CALL "CBL_CREATE_DIR" USING "map/overworld"
    END-IF
    MOVE 0 TO RETURN-CODE
    MOVE 0 TO TILE-COUNT WS-TILES-DRAWN WS-TILES-UNCHANGED WS-TILES-FAILED
        WS-CHUNKS-UNREADABLE

    CALL "Dir-FindFirst" USING WS-REGION-PATTERN WS-FILENAME WS-FOUND
    PERFORM UNTIL WS-FOUND = 0
        MOVE SPACES TO WS-X-TEXT WS-Z-TEXT
        UNSTRING WS-FILENAME(WS-REGION-PREFIX-LEN + 1:40) DELIMITED BY "."
            INTO WS-X-TEXT WS-Z-TEXT
        IF FUNCTION TEST-NUMVAL(WS-X-TEXT) = 0 AND FUNCTION TEST-NUMVAL(WS-Z-TEXT) = 0
            COMPUTE WS-REGION-X = FUNCTION NUMVAL(WS-X-TEXT)
            COMPUTE WS-REGION-Z = FUNCTION NUMVAL(WS-Z-TEXT)
            PERFORM MapRegion
        END-IF
        CALL "Dir-FindNext" USING WS-FILENAME WS-FOUND
    END-PERFORM

    PERFORM WritePage

    MOVE WS-TILES-DRAWN TO WS-NUM1
    MOVE WS-TILES-UNCHANGED TO WS-NUM2
    DISPLAY "map: " FUNCTION TRIM(WS-DIM-LABEL) ": " FUNCTION TRIM(WS-NUM1)
        " region(s) drawn, " FUNCTION TRIM(WS-NUM2) " unchanged; wrote "
        FUNCTION TRIM(WS-PAGE-NAME)
    IF WS-TILES-FAILED > 0
        MOVE WS-TILES-FAILED TO WS-NUM1
        DISPLAY "map: " FUNCTION TRIM(WS-DIM-LABEL) ": " FUNCTION TRIM(WS-NUM1)
            " tile(s) could not be written"
    END-IF
    IF WS-CHUNKS-UNREADABLE > 0
        MOVE WS-CHUNKS-UNREADABLE TO WS-NUM1
        DISPLAY "map: " FUNCTION TRIM(WS-DIM-LABEL) ": " FUNCTION TRIM(WS-NUM1)
            " chunk(s) unreadable and left blank (savecheck will name them)"
    END-IF.

    EXIT SECTION.

*> Redraw the region's tile unless the tile is already newer than the
*> region file; either way it goes on the page.
MapRegion SECTION.
    MOVE WS-REGION-X TO WS-NUM-A
    MOVE WS-REGION-Z TO WS-NUM-B
    MOVE SPACES TO WS-TILE-NAME
    STRING "map/" FUNCTION TRIM(WS-DIM-LABEL) "/r." FUNCTION TRIM(WS-NUM-A) "."
        FUNCTION TRIM(WS-NUM-B) ".bmp" DELIMITED BY SIZE INTO WS-TILE-NAME

    CALL "CBL_CHECK_FILE_EXIST" USING WS-FILENAME WS-FILE-DETAILS
    PERFORM StampFromDetails
    MOVE WS-FILE-STAMP TO WS-REGION-STAMP
    MOVE 0 TO WS-TILE-EXISTS
    CALL "CBL_CHECK_FILE_EXIST" USING WS-TILE-NAME WS-FILE-DETAILS
    IF RETURN-CODE = 0
        MOVE 1 TO WS-TILE-EXISTS
        PERFORM StampFromDetails
        MOVE WS-FILE-STAMP TO WS-TILE-STAMP
    END-IF
    MOVE 0 TO RETURN-CODE

    IF WS-FULL = 0 AND WS-TILE-EXISTS = 1 AND WS-TILE-STAMP > WS-REGION-STAMP
        ADD 1 TO WS-TILES-UNCHANGED
    ELSE
        PERFORM DrawRegion
        PERFORM WriteTile
        IF WS-TILE-BAD = 1
            ADD 1 TO WS-TILES-FAILED
            EXIT SECTION
        END-IF
        ADD 1 TO WS-TILES-DRAWN
    END-IF

    IF TILE-COUNT < MAX-TILES
        ADD 1 TO TILE-COUNT
        MOVE WS-REGION-X TO TILE-REGION-X(TILE-COUNT)
        MOVE WS-REGION-Z TO TILE-REGION-Z(TILE-COUNT)
    END-IF.

    EXIT SECTION.

StampFromDetails SECTION.
    COMPUTE WS-FILE-STAMP = WS-FILE-YEAR * 10000000000 + WS-FILE-MONTH * 100000000
        + WS-FILE-DAY * 1000000 + WS-FILE-HOURS * 10000 + WS-FILE-MINUTES * 100
        + WS-FILE-SECONDS.

    EXIT SECTION.

DrawRegion SECTION.
    PERFORM VARYING WS-PIXEL FROM 1 BY 1 UNTIL WS-PIXEL > 262144
        MOVE 0 TO TILE-COLOR(WS-PIXEL)
        MOVE NO-HEIGHT TO TILE-HEIGHT(WS-PIXEL)
    END-PERFORM
    CALL "Region-ChunkCount" USING WS-FILENAME WS-CHUNK-TOTAL
    PERFORM VARYING WS-CHUNK-INDEX FROM 1 BY 1 UNTIL WS-CHUNK-INDEX > WS-CHUNK-TOTAL
        CALL "Region-ReadChunk" USING WS-FILENAME WS-CHUNK-INDEX
            WS-CHUNK-X WS-CHUNK-Z WS-RAW-BUFFER WS-CHUNK-RAW-LENGTH WS-CHUNK-OK
        COMPUTE WS-LOCAL-X = WS-CHUNK-X - WS-REGION-X * 32
        COMPUTE WS-LOCAL-Z = WS-CHUNK-Z - WS-REGION-Z * 32
        IF WS-CHUNK-OK = 0 OR WS-LOCAL-X < 0 OR WS-LOCAL-X > 31
                OR WS-LOCAL-Z < 0 OR WS-LOCAL-Z > 31
            ADD 1 TO WS-CHUNKS-UNREADABLE
        ELSE
            PERFORM DecodeChunk
            PERFORM DrawChunk
        END-IF
    END-PERFORM.

    EXIT SECTION.

*> The 1.20 chunk layout worldimport reads: a "sections" list of compounds,
*> each with its Y and a block_states compound holding the palette and the
*> packed data.
DecodeChunk SECTION.
    PERFORM VARYING WS-SECTION FROM 1 BY 1 UNTIL WS-SECTION > 24
        MOVE 0 TO SEC-PRESENT(WS-SECTION)
    END-PERFORM
    MOVE 0 TO NBT-DECODER-OFFSET
    MOVE 0 TO NBT-DECODER-LEVEL
    CALL "NbtDecode-RootCompound" USING NBT-DECODER-STATE WS-RAW-BUFFER
    PERFORM UNTIL EXIT
        CALL "NbtDecode-Peek" USING NBT-DECODER-STATE WS-RAW-BUFFER WS-AT-END
            WS-TAG-NAME WS-NAME-LEN
        IF WS-AT-END > 0
            EXIT PERFORM
        END-IF
        IF WS-TAG-NAME(1:WS-NAME-LEN) = "sections"
            PERFORM WalkSectionList
        ELSE
            CALL "NbtDecode-Skip" USING NBT-DECODER-STATE WS-RAW-BUFFER
        END-IF
    END-PERFORM.

    EXIT SECTION.

WalkSectionList SECTION.
    CALL "NbtDecode-List" USING NBT-DECODER-STATE WS-RAW-BUFFER WS-SECTION-LIST-COUNT
    PERFORM VARYING WS-SECTION-LIST-INDEX FROM 1 BY 1
            UNTIL WS-SECTION-LIST-INDEX > WS-SECTION-LIST-COUNT
        CALL "NbtDecode-Compound" USING NBT-DECODER-STATE WS-RAW-BUFFER
        MOVE -99 TO WS-SECTION-Y
        MOVE 0 TO WS-PALETTE-COUNT
        MOVE 0 TO WS-HAVE-DATA
        MOVE 0 TO WS-LONG-COUNT
        PERFORM UNTIL EXIT
            CALL "NbtDecode-Peek" USING NBT-DECODER-STATE WS-RAW-BUFFER WS-AT-END
                WS-TAG-NAME WS-NAME-LEN
            IF WS-AT-END > 0
                EXIT PERFORM
            END-IF
            EVALUATE TRUE
                WHEN WS-TAG-NAME(1:WS-NAME-LEN) = "Y"
                    CALL "NbtDecode-Byte" USING NBT-DECODER-STATE WS-RAW-BUFFER WS-BYTE-VALUE
                    MOVE WS-BYTE-VALUE TO WS-SECTION-Y
                WHEN WS-TAG-NAME(1:WS-NAME-LEN) = "block_states"
                    CALL "NbtDecode-Compound" USING NBT-DECODER-STATE WS-RAW-BUFFER
                    PERFORM WalkBlockStates
                    CALL "NbtDecode-EndCompound" USING NBT-DECODER-STATE WS-RAW-BUFFER
                WHEN OTHER
                    CALL "NbtDecode-Skip" USING NBT-DECODER-STATE WS-RAW-BUFFER
            END-EVALUATE
        END-PERFORM
        CALL "NbtDecode-EndCompound" USING NBT-DECODER-STATE WS-RAW-BUFFER
        PERFORM KeepSection
    END-PERFORM
    CALL "NbtDecode-EndList" USING NBT-DECODER-STATE WS-RAW-BUFFER.

    EXIT SECTION.

WalkBlockStates SECTION.
    PERFORM UNTIL EXIT
        CALL "NbtDecode-Peek" USING NBT-DECODER-STATE WS-RAW-BUFFER WS-AT-END
            WS-TAG-NAME WS-NAME-LEN
        IF WS-AT-END > 0
            EXIT PERFORM
        END-IF
        EVALUATE TRUE
            WHEN WS-TAG-NAME(1:WS-NAME-LEN) = "palette"
                PERFORM WalkPalette
            WHEN WS-TAG-NAME(1:WS-NAME-LEN) = "data"
                *> Note where the packed longs start and step past them, as
                *> worldimport does; they are read in place by BlockColorAt.
                CALL "NbtDecode-List" USING NBT-DECODER-STATE WS-RAW-BUFFER WS-LONG-COUNT
                MOVE NBT-DECODER-OFFSET TO WS-DATA-START
                COMPUTE NBT-DECODER-OFFSET = NBT-DECODER-OFFSET + WS-LONG-COUNT * 8
                CALL "NbtDecode-EndList" USING NBT-DECODER-STATE WS-RAW-BUFFER
                MOVE 1 TO WS-HAVE-DATA
            WHEN OTHER
                CALL "NbtDecode-Skip" USING NBT-DECODER-STATE WS-RAW-BUFFER
        END-EVALUATE
    END-PERFORM.

    EXIT SECTION.

WalkPalette SECTION.
    CALL "NbtDecode-List" USING NBT-DECODER-STATE WS-RAW-BUFFER WS-PALETTE-COUNT
    PERFORM VARYING WS-PALETTE-INDEX FROM 1 BY 1 UNTIL WS-PALETTE-INDEX > WS-PALETTE-COUNT
        CALL "NbtDecode-Compound" USING NBT-DECODER-STATE WS-RAW-BUFFER
        MOVE SPACES TO WS-LOOKUP-NAME
        PERFORM UNTIL EXIT
            CALL "NbtDecode-Peek" USING NBT-DECODER-STATE WS-RAW-BUFFER WS-AT-END
                WS-TAG-NAME WS-NAME-LEN
            IF WS-AT-END > 0
                EXIT PERFORM
            END-IF
            IF WS-TAG-NAME(1:WS-NAME-LEN) = "Name"
                CALL "NbtDecode-String" USING NBT-DECODER-STATE WS-RAW-BUFFER
                    WS-LOOKUP-NAME WS-LOOKUP-LEN
            ELSE
                CALL "NbtDecode-Skip" USING NBT-DECODER-STATE WS-RAW-BUFFER
            END-IF
        END-PERFORM
        CALL "NbtDecode-EndCompound" USING NBT-DECODER-STATE WS-RAW-BUFFER
        IF WS-PALETTE-INDEX <= MAX-PALETTE-ENTRIES
            PERFORM LookupColor
            MOVE WS-LOOKUP-COLOR TO WS-PALETTE-COLOR(WS-PALETTE-INDEX)
        END-IF
    END-PERFORM
    CALL "NbtDecode-EndList" USING NBT-DECODER-STATE WS-RAW-BUFFER.

    EXIT SECTION.

*> File the section just walked under its Y. A section the map can see
*> nothing in is left out altogether.
KeepSection SECTION.
    IF WS-SECTION-Y < -4 OR WS-SECTION-Y > 19 OR WS-PALETTE-COUNT = 0
            OR WS-PALETTE-COUNT > MAX-PALETTE-ENTRIES
        EXIT SECTION
    END-IF
    COMPUTE WS-SECTION = WS-SECTION-Y + 5
    MOVE 0 TO SEC-VISIBLE(WS-SECTION)
    PERFORM VARYING WS-PALETTE-INDEX FROM 1 BY 1 UNTIL WS-PALETTE-INDEX > WS-PALETTE-COUNT
        MOVE WS-PALETTE-COLOR(WS-PALETTE-INDEX)
            TO SEC-PALETTE-COLOR(WS-SECTION, WS-PALETTE-INDEX)
        IF WS-PALETTE-COLOR(WS-PALETTE-INDEX) NOT = 0
            MOVE 1 TO SEC-VISIBLE(WS-SECTION)
        END-IF
    END-PERFORM
    IF SEC-VISIBLE(WS-SECTION) = 0
        EXIT SECTION
    END-IF
    MOVE 1 TO SEC-PRESENT(WS-SECTION)
    MOVE WS-PALETTE-COUNT TO SEC-PALETTE-COUNT(WS-SECTION)
    MOVE WS-DATA-START TO SEC-DATA-START(WS-SECTION)
    MOVE WS-LONG-COUNT TO SEC-LONG-COUNT(WS-SECTION)
    IF WS-PALETTE-COUNT = 1 OR WS-HAVE-DATA = 0
        MOVE 0 TO SEC-HAVE-DATA(WS-SECTION)
        EXIT SECTION
    END-IF
    MOVE 1 TO SEC-HAVE-DATA(WS-SECTION)
    *> At least four bits an entry, never spanning a long -- the 1.16+ format.
    MOVE 4 TO SEC-BITS(WS-SECTION)
    MOVE 16 TO WS-POWER
    PERFORM UNTIL WS-POWER >= WS-PALETTE-COUNT
        ADD 1 TO SEC-BITS(WS-SECTION)
        COMPUTE WS-POWER = WS-POWER * 2
    END-PERFORM
    COMPUTE SEC-PER-LONG(WS-SECTION) = 64 / SEC-BITS(WS-SECTION).

    EXIT SECTION.

*> Each column, top section down, stops at the first block with a color.
DrawChunk SECTION.
    PERFORM VARYING WS-COLUMN-Z FROM 0 BY 1 UNTIL WS-COLUMN-Z > 15
        PERFORM VARYING WS-COLUMN-X FROM 0 BY 1 UNTIL WS-COLUMN-X > 15
            MOVE 0 TO WS-COLUMN-COLOR
            PERFORM VARYING WS-SECTION FROM 24 BY -1
                    UNTIL WS-SECTION < 1 OR WS-COLUMN-COLOR NOT = 0
                IF SEC-PRESENT(WS-SECTION) = 1
                    PERFORM VARYING WS-COLUMN-Y FROM 15 BY -1
                            UNTIL WS-COLUMN-Y < 0 OR WS-COLUMN-COLOR NOT = 0
                        PERFORM BlockColorAt
                    END-PERFORM
                END-IF
            END-PERFORM
            IF WS-COLUMN-COLOR NOT = 0
                COMPUTE WS-PIXEL = (WS-LOCAL-Z * 16 + WS-COLUMN-Z) * TILE-SIZE
                    + WS-LOCAL-X * 16 + WS-COLUMN-X + 1
                MOVE WS-COLUMN-COLOR TO TILE-COLOR(WS-PIXEL)
                *> the loops stepped once past the block they stopped on
                COMPUTE TILE-HEIGHT(WS-PIXEL) = (WS-SECTION + 1 - 5) * 16 + WS-COLUMN-Y + 1
            END-IF
        END-PERFORM
    END-PERFORM.

    EXIT SECTION.

*> The color slot of block (WS-COLUMN-X, WS-COLUMN-Y, WS-COLUMN-Z) of
*> section WS-SECTION. Entries are packed low bits first into big-endian
*> longs; a long is read whole and the entry shifted and masked out of it.
BlockColorAt SECTION.
    IF SEC-HAVE-DATA(WS-SECTION) = 0
        MOVE SEC-PALETTE-COLOR(WS-SECTION, 1) TO WS-COLUMN-COLOR
        EXIT SECTION
    END-IF
    COMPUTE WS-BLOCK-ENTRY = WS-COLUMN-Y * 256 + WS-COLUMN-Z * 16 + WS-COLUMN-X
    DIVIDE WS-BLOCK-ENTRY BY SEC-PER-LONG(WS-SECTION) GIVING WS-LONG-INDEX
        REMAINDER WS-ENTRY-IN-LONG
    IF WS-LONG-INDEX >= SEC-LONG-COUNT(WS-SECTION)
        EXIT SECTION
    END-IF
    MOVE WS-RAW-BUFFER(SEC-DATA-START(WS-SECTION) + WS-LONG-INDEX * 8:8) TO WS-LONG-BYTES
    DIVIDE WS-LONG-VALUE BY POWER-OF-TWO(WS-ENTRY-IN-LONG * SEC-BITS(WS-SECTION) + 1)
        GIVING WS-SHIFTED
    DIVIDE WS-SHIFTED BY POWER-OF-TWO(SEC-BITS(WS-SECTION) + 1) GIVING WS-DISCARD
        REMAINDER WS-ENTRY-VALUE
    IF WS-ENTRY-VALUE < SEC-PALETTE-COUNT(WS-SECTION)
        MOVE SEC-PALETTE-COLOR(WS-SECTION, WS-ENTRY-VALUE + 1) TO WS-COLUMN-COLOR
    END-IF.

    EXIT SECTION.

*> Shade every drawn column against the one north of it and write the
*> tile out whole.
WriteTile SECTION.
    MOVE 0 TO WS-TILE-BAD
    MOVE LOW-VALUES TO BMP-HEADER
    MOVE "BM" TO BMP-HEADER(1:2)
    MOVE 3 TO WS-LE-POS
    COMPUTE WS-LE-VALUE = 54 + 786432
    MOVE 4 TO WS-LE-BYTES
    PERFORM PutLittleEndian
    MOVE 11 TO WS-LE-POS
    MOVE 54 TO WS-LE-VALUE
    PERFORM PutLittleEndian
    MOVE 15 TO WS-LE-POS
    MOVE 40 TO WS-LE-VALUE
    PERFORM PutLittleEndian
    MOVE 19 TO WS-LE-POS
    MOVE TILE-SIZE TO WS-LE-VALUE
    PERFORM PutLittleEndian
    MOVE 23 TO WS-LE-POS
    PERFORM PutLittleEndian
    MOVE 27 TO WS-LE-POS
    MOVE 1 TO WS-LE-VALUE
    MOVE 2 TO WS-LE-BYTES
    PERFORM PutLittleEndian
    MOVE 29 TO WS-LE-POS
    MOVE 24 TO WS-LE-VALUE
    PERFORM PutLittleEndian
    MOVE 35 TO WS-LE-POS
    MOVE 786432 TO WS-LE-VALUE
    MOVE 4 TO WS-LE-BYTES
    PERFORM PutLittleEndian

    MOVE 1 TO WS-BMP-POS
    PERFORM VARYING WS-BMP-ROW FROM 0 BY 1 UNTIL WS-BMP-ROW > 511
        COMPUTE WS-PIXEL-Z = 511 - WS-BMP-ROW
        PERFORM VARYING WS-PIXEL-X FROM 0 BY 1 UNTIL WS-PIXEL-X > 511
            COMPUTE WS-PIXEL = WS-PIXEL-Z * TILE-SIZE + WS-PIXEL-X + 1
            PERFORM ShadePixel
            MOVE FUNCTION CHAR(WS-BLUE + 1) TO BMP-PIXELS(WS-BMP-POS:1)
            MOVE FUNCTION CHAR(WS-GREEN + 1) TO BMP-PIXELS(WS-BMP-POS + 1:1)
            MOVE FUNCTION CHAR(WS-RED + 1) TO BMP-PIXELS(WS-BMP-POS + 2:1)
            ADD 3 TO WS-BMP-POS
        END-PERFORM
    END-PERFORM

    CALL "CBL_CREATE_FILE" USING WS-TILE-NAME WS-WRITE-MODE WS-DENY-MODE
        WS-DEVICE WS-HANDLE
    IF RETURN-CODE NOT = 0
        MOVE 0 TO RETURN-CODE
        MOVE 1 TO WS-TILE-BAD
        EXIT SECTION
    END-IF
    MOVE 0 TO WS-OFFSET
    MOVE 54 TO WS-COUNT
    CALL "CBL_WRITE_FILE" USING WS-HANDLE WS-OFFSET WS-COUNT WS-FLAGS BMP-HEADER
    IF RETURN-CODE NOT = 0
        MOVE 1 TO WS-TILE-BAD
    END-IF
    MOVE 54 TO WS-OFFSET
    MOVE 786432 TO WS-COUNT
    CALL "CBL_WRITE_FILE" USING WS-HANDLE WS-OFFSET WS-COUNT WS-FLAGS BMP-PIXELS
    IF RETURN-CODE NOT = 0
        MOVE 1 TO WS-TILE-BAD
    END-IF
    MOVE 0 TO RETURN-CODE
    CALL "CBL_CLOSE_FILE" USING WS-HANDLE
    MOVE 0 TO RETURN-CODE
    IF WS-TILE-BAD = 1
        CALL "CBL_DELETE_FILE" USING WS-TILE-NAME
        MOVE 0 TO RETURN-CODE
    END-IF.

    EXIT SECTION.

*> Undrawn columns stay black. A column above its northern neighbour is
*> drawn at 255/220 of its color, one below at 180/220 -- the same three
*> steps the in-game map uses.
ShadePixel SECTION.
    IF TILE-COLOR(WS-PIXEL) = 0
        MOVE 0 TO WS-RED WS-GREEN WS-BLUE
        EXIT SECTION
    END-IF
    MOVE TILE-COLOR(WS-PIXEL) TO WS-COLOR-INDEX
    MOVE COLOR-RED(WS-COLOR-INDEX) TO WS-RED
    MOVE COLOR-GREEN(WS-COLOR-INDEX) TO WS-GREEN
    MOVE COLOR-BLUE(WS-COLOR-INDEX) TO WS-BLUE
    IF WS-PIXEL-Z = 0
        EXIT SECTION
    END-IF
    COMPUTE WS-NORTH-PIXEL = WS-PIXEL - TILE-SIZE
    IF TILE-HEIGHT(WS-NORTH-PIXEL) = NO-HEIGHT
            OR TILE-HEIGHT(WS-NORTH-PIXEL) = TILE-HEIGHT(WS-PIXEL)
        EXIT SECTION
    END-IF
    IF TILE-HEIGHT(WS-PIXEL) > TILE-HEIGHT(WS-NORTH-PIXEL)
        MOVE 255 TO WS-SHADE
    ELSE
        MOVE 180 TO WS-SHADE
    END-IF
    COMPUTE WS-RED = WS-RED * WS-SHADE / 220
    COMPUTE WS-GREEN = WS-GREEN * WS-SHADE / 220
    COMPUTE WS-BLUE = WS-BLUE * WS-SHADE / 220
    IF WS-RED > 255
        MOVE 255 TO WS-RED
    END-IF
    IF WS-GREEN > 255
        MOVE 255 TO WS-GREEN
    END-IF
    IF WS-BLUE > 255
        MOVE 255 TO WS-BLUE
    END-IF.

    EXIT SECTION.

*> WS-LE-VALUE into BMP-HEADER at WS-LE-POS as WS-LE-BYTES little-endian
*> bytes.
PutLittleEndian SECTION.
    MOVE WS-LE-VALUE TO WS-LE-REST
    PERFORM VARYING WS-LE-INDEX FROM 0 BY 1 UNTIL WS-LE-INDEX >= WS-LE-BYTES
        MOVE FUNCTION CHAR(FUNCTION MOD(WS-LE-REST, 256) + 1)
            TO BMP-HEADER(WS-LE-POS + WS-LE-INDEX:1)
        DIVIDE WS-LE-REST BY 256 GIVING WS-LE-REST
    END-PERFORM.

    EXIT SECTION.

*> ---------------------------------------------------------------- page
*> map/<dimension>.html: the tiles edge to edge, an SVG layer above them in
*> block coordinates offset to the page, and a checkbox per overlay.
WritePage SECTION.
    MOVE SPACES TO WS-PAGE-NAME
    STRING "map/" FUNCTION TRIM(WS-DIM-LABEL) ".html" DELIMITED BY SIZE INTO WS-PAGE-NAME
    OPEN OUTPUT PAGE-FILE
    IF FS-PAGE-STATUS NOT = "00"
        DISPLAY "map: cannot write " FUNCTION TRIM(WS-PAGE-NAME)
        EXIT SECTION
    END-IF

    MOVE 0 TO WS-MIN-REGION-X WS-MIN-REGION-Z WS-MAX-REGION-X WS-MAX-REGION-Z
    PERFORM VARYING WS-TILE-INDEX FROM 1 BY 1 UNTIL WS-TILE-INDEX > TILE-COUNT
        IF WS-TILE-INDEX = 1 OR TILE-REGION-X(WS-TILE-INDEX) < WS-MIN-REGION-X
            MOVE TILE-REGION-X(WS-TILE-INDEX) TO WS-MIN-REGION-X
        END-IF
        IF WS-TILE-INDEX = 1 OR TILE-REGION-Z(WS-TILE-INDEX) < WS-MIN-REGION-Z
            MOVE TILE-REGION-Z(WS-TILE-INDEX) TO WS-MIN-REGION-Z
        END-IF
        IF WS-TILE-INDEX = 1 OR TILE-REGION-X(WS-TILE-INDEX) > WS-MAX-REGION-X
            MOVE TILE-REGION-X(WS-TILE-INDEX) TO WS-MAX-REGION-X
        END-IF
        IF WS-TILE-INDEX = 1 OR TILE-REGION-Z(WS-TILE-INDEX) > WS-MAX-REGION-Z
            MOVE TILE-REGION-Z(WS-TILE-INDEX) TO WS-MAX-REGION-Z
        END-IF
    END-PERFORM
    COMPUTE WS-ORIGIN-X = WS-MIN-REGION-X * 512
    COMPUTE WS-ORIGIN-Z = WS-MIN-REGION-Z * 512
    COMPUTE WS-PAGE-WIDTH = (WS-MAX-REGION-X - WS-MIN-REGION-X + 1) * 512
    COMPUTE WS-PAGE-HEIGHT = (WS-MAX-REGION-Z - WS-MIN-REGION-Z + 1) * 512

    MOVE "<!DOCTYPE html>" TO WS-OUT
    PERFORM WritePageLine
    MOVE SPACES TO WS-OUT
    STRING "<html><head><meta charset=""utf-8""><title>CobolCraft map: "
        FUNCTION TRIM(WS-DIM-LABEL) "</title>" DELIMITED BY SIZE INTO WS-OUT
    PERFORM WritePageLine
    MOVE "<style>body{background:#000;color:#ddd;font-family:sans-serif;margin:0}"
        TO WS-OUT
    PERFORM WritePageLine
    MOVE "#map{position:relative}#map img{position:absolute;image-rendering:pixelated}"
        TO WS-OUT
    PERFORM WritePageLine
    MOVE "#map svg{position:absolute;left:0;top:0;pointer-events:none}"
        TO WS-OUT
    PERFORM WritePageLine
    MOVE ".claim rect{fill:rgba(255,255,0,.15);stroke:#ff0;stroke-width:2}.claim text{fill:#ff0;font-size:14px}"
        TO WS-OUT
    PERFORM WritePageLine
    MOVE ".border{fill:none;stroke:#f33;stroke-width:4}.protect{fill:none;stroke:#3cf;stroke-width:2;stroke-dasharray:6 4}"
        TO WS-OUT
    PERFORM WritePageLine
    MOVE ".spawn{fill:#fff;stroke:#000;stroke-width:2}"
        TO WS-OUT
    PERFORM WritePageLine
    MOVE "#show-claims:not(:checked)~#map .claim,#show-spawn:not(:checked)~#map .spawn{display:none}"
        TO WS-OUT
    PERFORM WritePageLine
    MOVE "#show-border:not(:checked)~#map .border,#show-protect:not(:checked)~#map .protect{display:none}"
        TO WS-OUT
    PERFORM WritePageLine
    MOVE "</style></head><body>" TO WS-OUT
    PERFORM WritePageLine
    MOVE "<input type=""checkbox"" id=""show-claims"" checked><label for=""show-claims"">Claims</label>"
        TO WS-OUT
    PERFORM WritePageLine
    MOVE "<input type=""checkbox"" id=""show-spawn"" checked><label for=""show-spawn"">Spawn</label>"
        TO WS-OUT
    PERFORM WritePageLine
    MOVE "<input type=""checkbox"" id=""show-border"" checked><label for=""show-border"">World border</label>"
        TO WS-OUT
    PERFORM WritePageLine
    MOVE "<input type=""checkbox"" id=""show-protect"" checked><label for=""show-protect"">Spawn protection</label>"
        TO WS-OUT
    PERFORM WritePageLine

    MOVE WS-PAGE-WIDTH TO WS-NUM-A
    MOVE WS-PAGE-HEIGHT TO WS-NUM-B
    MOVE SPACES TO WS-OUT
    STRING "<div id=""map"" style=""width:" FUNCTION TRIM(WS-NUM-A) "px;height:"
        FUNCTION TRIM(WS-NUM-B) "px"">" DELIMITED BY SIZE INTO WS-OUT
    PERFORM WritePageLine
    PERFORM VARYING WS-TILE-INDEX FROM 1 BY 1 UNTIL WS-TILE-INDEX > TILE-COUNT
        MOVE TILE-REGION-X(WS-TILE-INDEX) TO WS-NUM-A
        MOVE TILE-REGION-Z(WS-TILE-INDEX) TO WS-NUM-B
        COMPUTE WS-LEFT = TILE-REGION-X(WS-TILE-INDEX) * 512 - WS-ORIGIN-X
        COMPUTE WS-TOP = TILE-REGION-Z(WS-TILE-INDEX) * 512 - WS-ORIGIN-Z
        MOVE WS-LEFT TO WS-NUM-C
        MOVE WS-TOP TO WS-NUM-D
        MOVE SPACES TO WS-OUT
        STRING "<img src=""" FUNCTION TRIM(WS-DIM-LABEL) "/r." FUNCTION TRIM(WS-NUM-A) "."
            FUNCTION TRIM(WS-NUM-B) ".bmp"" style=""left:" FUNCTION TRIM(WS-NUM-C)
            "px;top:" FUNCTION TRIM(WS-NUM-D) "px"" alt="""">" DELIMITED BY SIZE INTO WS-OUT
        PERFORM WritePageLine
    END-PERFORM

    MOVE WS-PAGE-WIDTH TO WS-NUM-A
    MOVE WS-PAGE-HEIGHT TO WS-NUM-B
    MOVE SPACES TO WS-OUT
    STRING "<svg width=""" FUNCTION TRIM(WS-NUM-A) """ height=""" FUNCTION TRIM(WS-NUM-B)
        """>" DELIMITED BY SIZE INTO WS-OUT
    PERFORM WritePageLine
    PERFORM PageClaims
    PERFORM PageBorder
    PERFORM PageSpawn
    MOVE "</svg></div></body></html>" TO WS-OUT
    PERFORM WritePageLine
    CLOSE PAGE-FILE.

    EXIT SECTION.

*> Claims carry no dimension, so both maps show them. Chunk rectangles are
*> inclusive on both ends.
PageClaims SECTION.
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > MAX-CLAIM-ENTRIES
        IF CLAIM-PRESENT(WS-INDEX) = 1
            COMPUTE WS-LEFT = CLAIM-MIN-CHUNK-X(WS-INDEX) * 16 - WS-ORIGIN-X
            COMPUTE WS-TOP = CLAIM-MIN-CHUNK-Z(WS-INDEX) * 16 - WS-ORIGIN-Z
            COMPUTE WS-WIDTH = (CLAIM-MAX-CHUNK-X(WS-INDEX) - CLAIM-MIN-CHUNK-X(WS-INDEX) + 1) * 16
            COMPUTE WS-HEIGHT = (CLAIM-MAX-CHUNK-Z(WS-INDEX) - CLAIM-MIN-CHUNK-Z(WS-INDEX) + 1) * 16
            PERFORM RectNumbers
            MOVE SPACES TO WS-OUT
            STRING "<g class=""claim""><rect x=""" FUNCTION TRIM(WS-NUM-A) """ y="""
                FUNCTION TRIM(WS-NUM-B) """ width=""" FUNCTION TRIM(WS-NUM-C) """ height="""
                FUNCTION TRIM(WS-NUM-D) """/>" DELIMITED BY SIZE INTO WS-OUT
            PERFORM WritePageLine
            COMPUTE WS-TOP = WS-TOP + 16
            ADD 4 TO WS-LEFT
            MOVE WS-LEFT TO WS-NUM-A
            MOVE WS-TOP TO WS-NUM-B
            MOVE SPACES TO WS-OUT
            STRING "<text x=""" FUNCTION TRIM(WS-NUM-A) """ y=""" FUNCTION TRIM(WS-NUM-B) """>"
                FUNCTION TRIM(CLAIM-OWNER-NAME(WS-INDEX)) "</text></g>"
                DELIMITED BY SIZE INTO WS-OUT
            PERFORM WritePageLine
        END-IF
    END-PERFORM.

    EXIT SECTION.

*> The border is a square of SERVER-WORLD-BORDER blocks around 0,0 in both
*> dimensions; spawn protection only exists around the overworld spawn.
PageBorder SECTION.
    IF SERVER-WORLD-BORDER > 0
        COMPUTE WS-LEFT = 0 - SERVER-WORLD-BORDER - WS-ORIGIN-X
        COMPUTE WS-TOP = 0 - SERVER-WORLD-BORDER - WS-ORIGIN-Z
        COMPUTE WS-WIDTH = SERVER-WORLD-BORDER * 2 + 1
        MOVE WS-WIDTH TO WS-HEIGHT
        PERFORM RectNumbers
        MOVE SPACES TO WS-OUT
        STRING "<rect class=""border"" x=""" FUNCTION TRIM(WS-NUM-A) """ y="""
            FUNCTION TRIM(WS-NUM-B) """ width=""" FUNCTION TRIM(WS-NUM-C) """ height="""
            FUNCTION TRIM(WS-NUM-D) """/>" DELIMITED BY SIZE INTO WS-OUT
        PERFORM WritePageLine
    END-IF
    IF SERVER-SPAWN-PROTECTION > 0 AND WS-DIMENSION = WORLD-DIM-OVERWORLD
        COMPUTE WS-LEFT = WORLD-SPAWN-X - SERVER-SPAWN-PROTECTION - WS-ORIGIN-X
        COMPUTE WS-TOP = WORLD-SPAWN-Z - SERVER-SPAWN-PROTECTION - WS-ORIGIN-Z
        COMPUTE WS-WIDTH = SERVER-SPAWN-PROTECTION * 2 + 1
        MOVE WS-WIDTH TO WS-HEIGHT
        PERFORM RectNumbers
        MOVE SPACES TO WS-OUT
        STRING "<rect class=""protect"" x=""" FUNCTION TRIM(WS-NUM-A) """ y="""
            FUNCTION TRIM(WS-NUM-B) """ width=""" FUNCTION TRIM(WS-NUM-C) """ height="""
            FUNCTION TRIM(WS-NUM-D) """/>" DELIMITED BY SIZE INTO WS-OUT
        PERFORM WritePageLine
    END-IF.

    EXIT SECTION.

*> In the nether, the position the overworld spawn maps to.
PageSpawn SECTION.
    IF WS-DIMENSION = WORLD-DIM-NETHER
        DIVIDE WORLD-SPAWN-X BY 8 GIVING WS-SPAWN-X ROUNDED MODE IS TOWARD-LESSER
        DIVIDE WORLD-SPAWN-Z BY 8 GIVING WS-SPAWN-Z ROUNDED MODE IS TOWARD-LESSER
    ELSE
        MOVE WORLD-SPAWN-X TO WS-SPAWN-X
        MOVE WORLD-SPAWN-Z TO WS-SPAWN-Z
    END-IF
    COMPUTE WS-LEFT = WS-SPAWN-X - WS-ORIGIN-X
    COMPUTE WS-TOP = WS-SPAWN-Z - WS-ORIGIN-Z
    MOVE WS-LEFT TO WS-NUM-A
    MOVE WS-TOP TO WS-NUM-B
    MOVE SPACES TO WS-OUT
    STRING "<circle class=""spawn"" cx=""" FUNCTION TRIM(WS-NUM-A) """ cy="""
        FUNCTION TRIM(WS-NUM-B) """ r=""6""/>" DELIMITED BY SIZE INTO WS-OUT
    PERFORM WritePageLine.

    EXIT SECTION.

RectNumbers SECTION.
    MOVE WS-LEFT TO WS-NUM-A
    MOVE WS-TOP TO WS-NUM-B
    MOVE WS-WIDTH TO WS-NUM-C
    MOVE WS-HEIGHT TO WS-NUM-D.

    EXIT SECTION.

WritePageLine SECTION.
    MOVE WS-OUT TO PAGE-LINE
    WRITE PAGE-LINE.

    EXIT SECTION.

END PROGRAM map.
