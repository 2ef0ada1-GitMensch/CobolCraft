*> --- orphans ---
*> Offline reconciliation of block-entity data against the blocks it belongs
*> to, for the maintenance window like restoreutil -- never run it against a
*> live server, which holds the sign and hopper tables in memory and would
*> write the old contents straight back.
*>
*> Block entities are stored apart from the chunks: per-block container
*> files (container-x_y_z.dat), SIGN-TABLE in signs.dat, and the hopper
*> registry in hoppers.dat. Explosions, fluid flow, crashes and a restoreutil
*> region swap can all leave the two out of step, so this looks both ways:
*>  - every container file, sign and hopper entry is checked against the
*>    block at its position (overworld first, then the nether -- none of the
*>    three keys carry a dimension), and one whose block is gone or is the
*>    wrong kind is an orphan;
*>  - every chunk stored in the region files is walked for chest, sign and
*>    hopper blocks that have no data: a chest with no container file (empty,
*>    never opened, or the unkeyed half of a double), a sign with no text
*>    record, a hopper the registry has lost.
*>
*> Everything found goes to orphans-YYYYMMDD.txt. With "fix" the dead entries
*> go too: an orphaned container file is moved into recovery/ and every stack
*> it held is listed in recovery/orphaned-items.txt, so nothing is lost
*> silently; dead sign and hopper entries are dropped; unregistered hoppers
*> are registered. Chests and signs with no data are reported only -- they
*> already behave as empty.
*>
*> Usage: orphans [fix]
IDENTIFICATION DIVISION.
PROGRAM-ID. orphans.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DATA-FILE ASSIGN TO WS-FILENAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-STATUS.
    SELECT REPORT-FILE ASSIGN TO WS-REPORT-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-REPORT-STATUS.
    SELECT RECOVERY-FILE ASSIGN TO "recovery/orphaned-items.txt"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-RECOVERY-STATUS.

DATA DIVISION.
FILE SECTION.
FD  DATA-FILE.
01  DATA-RECORD.
    02 REC-COMPRESSED-LENGTH      BINARY-LONG UNSIGNED.
    02 REC-COMPRESSED-DATA        PIC X(131072).
FD  REPORT-FILE.
01  REPORT-LINE                 PIC X(200).
FD  RECOVERY-FILE.
01  RECOVERY-LINE               PIC X(200).

WORKING-STORAGE SECTION.
    COPY DD-WORLD.
    COPY DD-CHUNK-REF.
    COPY DD-NBT-DECODER.
    COPY DD-CONTAINERS.
    COPY DD-SIGNS.
    COPY DD-HOPPERS.
    01 FS-STATUS                PIC X(2).
    01 FS-REPORT-STATUS         PIC X(2).
    01 FS-RECOVERY-STATUS       PIC X(2).
    01 WS-COMMAND-LINE          PIC X(256).
    01 WS-MODE                  PIC X(16).
    01 WS-FIXING                BINARY-CHAR UNSIGNED VALUE 0.
    01 WS-REPORT-NAME           PIC X(64).
    01 WS-NOW                   PIC X(21).
    01 WS-OUT                   PIC X(200).
    01 WS-FILENAME              PIC X(64).
    01 WS-TARGET-NAME           PIC X(96).
    01 WS-FOUND                 BINARY-CHAR UNSIGNED.
    01 WS-FILE-DETAILS          PIC X(16).

    *> Block kinds a block entity can belong to, and the state-id ranges of
    *> the blocks of each kind, resolved once from the block registry.
    01 KIND-NONE                BINARY-CHAR UNSIGNED VALUE 0.
    01 KIND-CHEST               BINARY-CHAR UNSIGNED VALUE 1.
    01 KIND-SIGN                BINARY-CHAR UNSIGNED VALUE 2.
    01 KIND-HOPPER              BINARY-CHAR UNSIGNED VALUE 3.
    01 KIND-FURNACE             BINARY-CHAR UNSIGNED VALUE 4.
    01 KIND-CRAFTING            BINARY-CHAR UNSIGNED VALUE 5.
    01 KIND-ENCHANTING          BINARY-CHAR UNSIGNED VALUE 6.
    01 KIND-BREWING             BINARY-CHAR UNSIGNED VALUE 7.
    01 KIND-ANVIL               BINARY-CHAR UNSIGNED VALUE 8.
    01 MAX-KIND-RANGES          BINARY-LONG UNSIGNED VALUE 128.
    01 KIND-RANGE-COUNT         BINARY-LONG UNSIGNED VALUE 0.
    01 KIND-RANGE-TABLE.
        05 KIND-RANGE OCCURS 128 TIMES.
            10 KIND-RANGE-KIND      BINARY-CHAR UNSIGNED.
            10 KIND-RANGE-MIN       BINARY-LONG.
            10 KIND-RANGE-MAX       BINARY-LONG.
    01 WS-ANY-MIN               BINARY-LONG VALUE 0.
    01 WS-ANY-MAX               BINARY-LONG VALUE -1.
    01 WS-BLOCK-COUNT           BINARY-LONG UNSIGNED.
    01 WS-BLOCK-INDEX           BINARY-LONG UNSIGNED.
    01 WS-BLOCK-NAME            PIC X(64).
    01 WS-BLOCK-NAME-LEN        BINARY-LONG UNSIGNED.
    01 WS-MIN-STATE             BINARY-LONG.
    01 WS-MAX-STATE             BINARY-LONG.
    01 WS-KIND                  BINARY-CHAR UNSIGNED.
    01 WS-WANT-KIND             BINARY-CHAR UNSIGNED.
    01 WS-RANGE-INDEX           BINARY-LONG UNSIGNED.

    *> looking up one position in either dimension
    01 WS-X                     BINARY-LONG.
    01 WS-Y                     BINARY-LONG.
    01 WS-Z                     BINARY-LONG.
    01 WS-CHUNK-X               BINARY-LONG.
    01 WS-CHUNK-Z               BINARY-LONG.
    01 WS-CHUNK-INDEX           BINARY-LONG UNSIGNED.
    01 WS-ON-DISK               BINARY-CHAR UNSIGNED.
    01 WS-DIMENSION             BINARY-CHAR UNSIGNED.
    01 WS-MATCHED               BINARY-CHAR UNSIGNED.
    01 WS-SEEN-NAME             PIC X(64).
    01 WS-POS-TEXT              PIC X(40).
    01 WS-NUM-X                 PIC -(10)9.
    01 WS-NUM-Y                 PIC -(10)9.
    01 WS-NUM-Z                 PIC -(10)9.

    *> container files, gathered before any of them is moved
    01 MAX-CONTAINER-FILES      BINARY-LONG UNSIGNED VALUE 8192.
    01 CFILE-COUNT              BINARY-LONG UNSIGNED VALUE 0.
    01 CFILE-TABLE.
        05 CFILE-NAME OCCURS 8192 TIMES PIC X(64).
    01 WS-CFILE-INDEX           BINARY-LONG UNSIGNED.
    01 WS-STEM                  PIC X(48).
    01 WS-STEM-LEN              BINARY-LONG.
    01 WS-X-TEXT                PIC X(16).
    01 WS-Y-TEXT                PIC X(16).
    01 WS-Z-TEXT                PIC X(16).
    01 WS-CONTAINER-TYPE        BINARY-CHAR.
    01 WS-CONTAINER-READ        BINARY-CHAR UNSIGNED.
    01 WS-RAW-BUFFER            PIC X(131072).
    01 WS-DECOMPRESS-OK         BINARY-CHAR UNSIGNED.
    01 WS-AT-END                BINARY-CHAR UNSIGNED.
    01 WS-TAG-NAME              PIC X(256).
    01 WS-NAME-LEN              BINARY-LONG UNSIGNED.
    01 WS-LIST-COUNT            BINARY-LONG UNSIGNED.
    01 WS-SLOT-INDEX            BINARY-LONG UNSIGNED.
    01 WS-STACK-COUNT           BINARY-LONG UNSIGNED.
    01 SPILL-COUNT              BINARY-LONG UNSIGNED.
    01 SPILL-TABLE.
        02 SPILL-ENTRY OCCURS 54 TIMES.
            03 SPILL-SLOT           BINARY-LONG UNSIGNED.
            03 SPILL-ITEM.
                COPY DD-INVENTORY-SLOT REPLACING LEADING ==PREFIX== BY ==SPILL-ITEM==.
    01 WS-SLOT-SCRATCH.
        COPY DD-INVENTORY-SLOT REPLACING LEADING ==PREFIX== BY ==WS-SLOT-SCRATCH==.
    01 WS-SPILL-INDEX           BINARY-LONG UNSIGNED.
    01 WS-ITEM-NAME             PIC X(64).
    01 WS-CUSTOM-NAME           PIC X(64).
    01 WS-ITEM-REGISTRY-INDEX   BINARY-LONG UNSIGNED VALUE 0.
    01 WS-REGISTRY-LENGTH       BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY        BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY-ID     BINARY-LONG UNSIGNED.
    01 WS-RECOVERY-OPEN         BINARY-CHAR UNSIGNED VALUE 0.

    *> walking the stored chunks
    01 WS-REGION-PATTERN        PIC X(32).
    01 WS-DIM-LABEL             PIC X(9).
    01 WS-REGION-PREFIX-LEN     BINARY-LONG UNSIGNED.
    01 WS-REGION-X              BINARY-LONG.
    01 WS-REGION-Z              BINARY-LONG.
    01 WS-LOCAL-X               BINARY-LONG.
    01 WS-LOCAL-Z               BINARY-LONG.
    01 WS-SECTION               BINARY-LONG UNSIGNED.
    01 WS-BLOCK-OFFSET          BINARY-LONG UNSIGNED.
    01 WS-BLOCK-NUMBER          BINARY-LONG UNSIGNED.
    01 WS-IN-Y                  BINARY-LONG UNSIGNED.
    01 WS-IN-Z                  BINARY-LONG UNSIGNED.
    01 WS-IN-X                  BINARY-LONG UNSIGNED.
    01 WS-HI                    BINARY-LONG UNSIGNED.
    01 WS-LO                    BINARY-LONG UNSIGNED.
    01 WS-STATE                 BINARY-LONG.
    01 WS-BATCH                 BINARY-LONG UNSIGNED VALUE 0.
    01 UNLOAD-EVERY-CHUNKS      BINARY-LONG UNSIGNED VALUE 256.
    01 WS-UNLOAD-KEEP           BINARY-LONG UNSIGNED VALUE 0.
    01 WS-UNLOAD-FAILURE        BINARY-CHAR UNSIGNED.
    01 WS-SIDE                  BINARY-LONG UNSIGNED.
    01 WS-NEIGHBOR-X            BINARY-LONG.
    01 WS-NEIGHBOR-Z            BINARY-LONG.
    01 WS-INDEX                 BINARY-LONG UNSIGNED.

    *> totals
    01 WS-CHUNKS-SCANNED        BINARY-LONG UNSIGNED VALUE 0.
    01 WS-DEAD-CONTAINERS       BINARY-LONG UNSIGNED VALUE 0.
    01 WS-DEAD-SIGNS            BINARY-LONG UNSIGNED VALUE 0.
    01 WS-DEAD-HOPPERS          BINARY-LONG UNSIGNED VALUE 0.
    01 WS-BARE-CHESTS           BINARY-LONG UNSIGNED VALUE 0.
    01 WS-BARE-SIGNS            BINARY-LONG UNSIGNED VALUE 0.
    01 WS-BARE-HOPPERS          BINARY-LONG UNSIGNED VALUE 0.
    01 WS-STACKS-SPILLED        BINARY-LONG UNSIGNED VALUE 0.
    01 WS-SIGNS-CHANGED         BINARY-CHAR UNSIGNED VALUE 0.
    01 WS-NUM1                  PIC ZZZZZZZZ9.
    01 WS-NUM2                  PIC ZZZZZZZZ9.
    01 WS-NUM3                  PIC ZZZZZZZZ9.

PROCEDURE DIVISION.
Main.
    ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
    MOVE SPACES TO WS-MODE
    UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE INTO WS-MODE
    EVALUATE WS-MODE
        WHEN SPACES
            CONTINUE
        WHEN "fix"
            MOVE 1 TO WS-FIXING
        WHEN OTHER
            DISPLAY "usage: orphans [fix]"
            STOP RUN RETURNING 1
    END-EVALUATE

    CALL "ServerProperties-Load"
    CALL "World-MetaLoad"
    CALL "Signs-Load"
    CALL "Hoppers-Load"
    PERFORM ResolveKinds
    IF KIND-RANGE-COUNT = 0
        DISPLAY "orphans: the block registry is not available"
        STOP RUN RETURNING 1
    END-IF
    CALL "Registries-GetRegistryIndex" USING "minecraft:item" WS-ITEM-REGISTRY-INDEX

    MOVE FUNCTION CURRENT-DATE TO WS-NOW
    MOVE SPACES TO WS-REPORT-NAME
    STRING "orphans-" WS-NOW(1:8) ".txt" DELIMITED BY SIZE INTO WS-REPORT-NAME
    OPEN OUTPUT REPORT-FILE
    IF FS-REPORT-STATUS NOT = "00"
        DISPLAY "orphans: cannot write " FUNCTION TRIM(WS-REPORT-NAME)
        STOP RUN RETURNING 1
    END-IF
    MOVE SPACES TO WS-OUT
    IF WS-FIXING = 1
        STRING "Block-entity reconciliation with fixes, run " WS-NOW(1:4) "-" WS-NOW(5:2) "-"
            WS-NOW(7:2) " " WS-NOW(9:2) ":" WS-NOW(11:2)
            DELIMITED BY SIZE INTO WS-OUT
    ELSE
        STRING "Block-entity reconciliation, report only, run " WS-NOW(1:4) "-" WS-NOW(5:2) "-"
            WS-NOW(7:2) " " WS-NOW(9:2) ":" WS-NOW(11:2)
            DELIMITED BY SIZE INTO WS-OUT
    END-IF
    PERFORM WriteOut

    MOVE SPACES TO WS-OUT
    PERFORM WriteOut
    MOVE "Container files with no container block:" TO WS-OUT
    PERFORM WriteOut
    PERFORM CheckContainerFiles
    MOVE "Signs with no sign block:" TO WS-OUT
    PERFORM WriteOut
    PERFORM CheckSigns
    MOVE "Registered hoppers with no hopper block:" TO WS-OUT
    PERFORM WriteOut
    PERFORM CheckHoppers
    IF WS-FIXING = 1 AND WS-SIGNS-CHANGED = 1
        CALL "Signs-Save"
    END-IF

    MOVE "Chest, sign and hopper blocks with no data:" TO WS-OUT
    PERFORM WriteOut
    MOVE WORLD-DIM-OVERWORLD TO WS-DIMENSION
    PERFORM ScanDimension
    MOVE WORLD-DIM-NETHER TO WS-DIMENSION
    PERFORM ScanDimension
    CALL "World-RouteDimension" USING WORLD-DIM-OVERWORLD

    IF WS-RECOVERY-OPEN = 1
        CLOSE RECOVERY-FILE
    END-IF

    MOVE SPACES TO WS-OUT
    PERFORM WriteOut
    MOVE WS-DEAD-CONTAINERS TO WS-NUM1
    MOVE WS-DEAD-SIGNS TO WS-NUM2
    MOVE WS-DEAD-HOPPERS TO WS-NUM3
    MOVE SPACES TO WS-OUT
    STRING "Data with no block: " FUNCTION TRIM(WS-NUM1) " container file(s), "
        FUNCTION TRIM(WS-NUM2) " sign(s), " FUNCTION TRIM(WS-NUM3) " hopper(s)"
        DELIMITED BY SIZE INTO WS-OUT
    PERFORM WriteOut
    MOVE WS-BARE-CHESTS TO WS-NUM1
    MOVE WS-BARE-SIGNS TO WS-NUM2
    MOVE WS-BARE-HOPPERS TO WS-NUM3
    MOVE SPACES TO WS-OUT
    STRING "Blocks with no data: " FUNCTION TRIM(WS-NUM1) " chest(s), "
        FUNCTION TRIM(WS-NUM2) " sign(s), " FUNCTION TRIM(WS-NUM3) " hopper(s)"
        DELIMITED BY SIZE INTO WS-OUT
    PERFORM WriteOut
    MOVE WS-CHUNKS-SCANNED TO WS-NUM1
    MOVE SPACES TO WS-OUT
    STRING FUNCTION TRIM(WS-NUM1) " stored chunk(s) scanned" DELIMITED BY SIZE INTO WS-OUT
    PERFORM WriteOut
    IF WS-FIXING = 1 AND WS-STACKS-SPILLED > 0
        MOVE WS-STACKS-SPILLED TO WS-NUM1
        MOVE SPACES TO WS-OUT
        STRING FUNCTION TRIM(WS-NUM1) " stack(s) from orphaned containers listed in "
            "recovery/orphaned-items.txt" DELIMITED BY SIZE INTO WS-OUT
        PERFORM WriteOut
    END-IF
    CLOSE REPORT-FILE

    DISPLAY "orphans: wrote " FUNCTION TRIM(WS-REPORT-NAME)
    STOP RUN.

*> Every block whose block entity lives in one of our stores, with the
*> state-id range it occupies.
ResolveKinds SECTION.
    CALL "Blocks-GetCount" USING WS-BLOCK-COUNT
    PERFORM VARYING WS-BLOCK-INDEX FROM 1 BY 1 UNTIL WS-BLOCK-INDEX > WS-BLOCK-COUNT
        CALL "Blocks-Iterate-Name" USING WS-BLOCK-INDEX WS-BLOCK-NAME
        PERFORM KindOfName
        IF WS-KIND NOT = KIND-NONE AND KIND-RANGE-COUNT < MAX-KIND-RANGES
            CALL "Blocks-Iterate-StateIds" USING WS-BLOCK-INDEX WS-MIN-STATE WS-MAX-STATE
            ADD 1 TO KIND-RANGE-COUNT
            MOVE WS-KIND TO KIND-RANGE-KIND(KIND-RANGE-COUNT)
            MOVE WS-MIN-STATE TO KIND-RANGE-MIN(KIND-RANGE-COUNT)
            MOVE WS-MAX-STATE TO KIND-RANGE-MAX(KIND-RANGE-COUNT)
            IF KIND-RANGE-COUNT = 1 OR WS-MIN-STATE < WS-ANY-MIN
                MOVE WS-MIN-STATE TO WS-ANY-MIN
            END-IF
            IF KIND-RANGE-COUNT = 1 OR WS-MAX-STATE > WS-ANY-MAX
                MOVE WS-MAX-STATE TO WS-ANY-MAX
            END-IF
        END-IF
    END-PERFORM.

    EXIT SECTION.

*> WS-BLOCK-NAME -> WS-KIND, matching the names the open and place paths use.
KindOfName SECTION.
    MOVE KIND-NONE TO WS-KIND
    COMPUTE WS-BLOCK-NAME-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-BLOCK-NAME))
    EVALUATE TRUE
        WHEN WS-BLOCK-NAME = "minecraft:chest"
        WHEN WS-BLOCK-NAME = "minecraft:trapped_chest"
            MOVE KIND-CHEST TO WS-KIND
        WHEN WS-BLOCK-NAME = "minecraft:hopper"
            MOVE KIND-HOPPER TO WS-KIND
        WHEN WS-BLOCK-NAME = "minecraft:furnace"
            MOVE KIND-FURNACE TO WS-KIND
        WHEN WS-BLOCK-NAME = "minecraft:crafting_table"
            MOVE KIND-CRAFTING TO WS-KIND
        WHEN WS-BLOCK-NAME = "minecraft:enchanting_table"
            MOVE KIND-ENCHANTING TO WS-KIND
        WHEN WS-BLOCK-NAME = "minecraft:brewing_stand"
            MOVE KIND-BREWING TO WS-KIND
        WHEN WS-BLOCK-NAME = "minecraft:anvil"
        WHEN WS-BLOCK-NAME = "minecraft:chipped_anvil"
        WHEN WS-BLOCK-NAME = "minecraft:damaged_anvil"
            MOVE KIND-ANVIL TO WS-KIND
        WHEN WS-BLOCK-NAME-LEN > 5
                AND WS-BLOCK-NAME(WS-BLOCK-NAME-LEN - 4:5) = "_sign"
            MOVE KIND-SIGN TO WS-KIND
    END-EVALUATE.

    EXIT SECTION.

*> Is a block of WS-WANT-KIND at WS-X/Y/Z in either dimension? Only chunks
*> already in the region files are consulted -- asking World-BlockNameAt
*> about one that isn't would generate it. WS-SEEN-NAME keeps what is
*> there now (the overworld's block where it has one), for the report.
LocateKind SECTION.
    MOVE 0 TO WS-MATCHED
    MOVE "(chunk never generated)" TO WS-SEEN-NAME
    DIVIDE WS-X BY 16 GIVING WS-CHUNK-X ROUNDED MODE IS TOWARD-LESSER
    DIVIDE WS-Z BY 16 GIVING WS-CHUNK-Z ROUNDED MODE IS TOWARD-LESSER

    CALL "World-RouteDimension" USING WORLD-DIM-OVERWORLD
    CALL "World-ChunkOnDisk" USING WS-CHUNK-X WS-CHUNK-Z WS-ON-DISK
    IF WS-ON-DISK = 1
        CALL "World-BlockNameAt" USING WS-X WS-Y WS-Z WS-BLOCK-NAME
        MOVE WS-BLOCK-NAME TO WS-SEEN-NAME
        PERFORM KindOfName
        IF WS-KIND = WS-WANT-KIND
            MOVE 1 TO WS-MATCHED
            EXIT SECTION
        END-IF
    END-IF

    CALL "World-RouteDimension" USING WORLD-DIM-NETHER
    CALL "World-ChunkOnDisk" USING WS-CHUNK-X WS-CHUNK-Z WS-ON-DISK
    IF WS-ON-DISK = 1
        CALL "World-BlockNameAt" USING WS-X WS-Y WS-Z WS-BLOCK-NAME
        IF WS-SEEN-NAME = "(chunk never generated)"
            MOVE WS-BLOCK-NAME TO WS-SEEN-NAME
        END-IF
        PERFORM KindOfName
        IF WS-KIND = WS-WANT-KIND
            MOVE 1 TO WS-MATCHED
        END-IF
    END-IF
    CALL "World-RouteDimension" USING WORLD-DIM-OVERWORLD.

    EXIT SECTION.

FormatPosition SECTION.
    MOVE WS-X TO WS-NUM-X
    MOVE WS-Y TO WS-NUM-Y
    MOVE WS-Z TO WS-NUM-Z
    MOVE SPACES TO WS-POS-TEXT
    STRING FUNCTION TRIM(WS-NUM-X) "," FUNCTION TRIM(WS-NUM-Y) "," FUNCTION TRIM(WS-NUM-Z)
        DELIMITED BY SIZE INTO WS-POS-TEXT.

    EXIT SECTION.

*> ---------------------------------------------------------------- data -> block

CheckContainerFiles SECTION.
    CALL "Dir-FindFirst" USING "container-*.dat" WS-FILENAME WS-FOUND
    PERFORM UNTIL WS-FOUND = 0 OR CFILE-COUNT >= MAX-CONTAINER-FILES
        ADD 1 TO CFILE-COUNT
        MOVE WS-FILENAME TO CFILE-NAME(CFILE-COUNT)
        CALL "Dir-FindNext" USING WS-FILENAME WS-FOUND
    END-PERFORM
    PERFORM VARYING WS-CFILE-INDEX FROM 1 BY 1 UNTIL WS-CFILE-INDEX > CFILE-COUNT
        MOVE CFILE-NAME(WS-CFILE-INDEX) TO WS-FILENAME
        PERFORM CheckOneContainer
    END-PERFORM.

    EXIT SECTION.

*> "container-x_y_z.dat" names its own position; the Type tag inside says
*> which block should be standing there.
CheckOneContainer SECTION.
    COMPUTE WS-STEM-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-FILENAME)) - 10 - 4
    IF WS-STEM-LEN < 5
        EXIT SECTION
    END-IF
    MOVE SPACES TO WS-STEM WS-X-TEXT WS-Y-TEXT WS-Z-TEXT
    MOVE WS-FILENAME(11:WS-STEM-LEN) TO WS-STEM
    UNSTRING WS-STEM DELIMITED BY "_" INTO WS-X-TEXT WS-Y-TEXT WS-Z-TEXT
    IF FUNCTION TEST-NUMVAL(WS-X-TEXT) NOT = 0
            OR FUNCTION TEST-NUMVAL(WS-Y-TEXT) NOT = 0
            OR FUNCTION TEST-NUMVAL(WS-Z-TEXT) NOT = 0
        EXIT SECTION
    END-IF
    COMPUTE WS-X = FUNCTION NUMVAL(WS-X-TEXT)
    COMPUTE WS-Y = FUNCTION NUMVAL(WS-Y-TEXT)
    COMPUTE WS-Z = FUNCTION NUMVAL(WS-Z-TEXT)

    PERFORM ReadContainerFile
    IF WS-CONTAINER-READ = 0
        PERFORM FormatPosition
        MOVE SPACES TO WS-OUT
        STRING "  " FUNCTION TRIM(WS-FILENAME) " at " FUNCTION TRIM(WS-POS-TEXT)
            ": unreadable, left alone" DELIMITED BY SIZE INTO WS-OUT
        PERFORM WriteOut
        EXIT SECTION
    END-IF
    EVALUATE WS-CONTAINER-TYPE
        WHEN CONTAINER-TYPE-CHEST
        WHEN CONTAINER-TYPE-CHEST-LARGE
            MOVE KIND-CHEST TO WS-WANT-KIND
        WHEN CONTAINER-TYPE-FURNACE
            MOVE KIND-FURNACE TO WS-WANT-KIND
        WHEN CONTAINER-TYPE-CRAFTING-TABLE
            MOVE KIND-CRAFTING TO WS-WANT-KIND
        WHEN CONTAINER-TYPE-HOPPER
            MOVE KIND-HOPPER TO WS-WANT-KIND
        WHEN CONTAINER-TYPE-ENCHANTING
            MOVE KIND-ENCHANTING TO WS-WANT-KIND
        WHEN CONTAINER-TYPE-BREWING
            MOVE KIND-BREWING TO WS-WANT-KIND
        WHEN CONTAINER-TYPE-ANVIL
            MOVE KIND-ANVIL TO WS-WANT-KIND
        WHEN OTHER
            MOVE KIND-CHEST TO WS-WANT-KIND
    END-EVALUATE
    PERFORM LocateKind
    IF WS-MATCHED = 1
        EXIT SECTION
    END-IF

    ADD 1 TO WS-DEAD-CONTAINERS
    PERFORM FormatPosition
    MOVE SPACES TO WS-OUT
    STRING "  " FUNCTION TRIM(WS-FILENAME) " at " FUNCTION TRIM(WS-POS-TEXT) ": block is now "
        FUNCTION TRIM(WS-SEEN-NAME) DELIMITED BY SIZE INTO WS-OUT
    PERFORM WriteOut
    PERFORM VARYING WS-SPILL-INDEX FROM 1 BY 1 UNTIL WS-SPILL-INDEX > SPILL-COUNT
        PERFORM FormatSpill
        PERFORM WriteOut
    END-PERFORM
    IF WS-FIXING = 1
        PERFORM RecoverContainer
    END-IF.

    EXIT SECTION.

*> The Type tag and every non-empty slot, into WS-CONTAINER-TYPE and
*> SPILL-TABLE.
ReadContainerFile SECTION.
    MOVE 0 TO WS-CONTAINER-READ SPILL-COUNT
    MOVE CONTAINER-TYPE-CHEST TO WS-CONTAINER-TYPE
    OPEN INPUT DATA-FILE
    IF FS-STATUS NOT = "00"
        EXIT SECTION
    END-IF
    READ DATA-FILE
        AT END
            CLOSE DATA-FILE
            EXIT SECTION
    END-READ
    CLOSE DATA-FILE

    MOVE 0 TO NBT-DECODER-OFFSET
    MOVE 0 TO NBT-DECODER-LEVEL
    CALL "NbtDecode-RootCompoundCompressed" USING NBT-DECODER-STATE
        REC-COMPRESSED-DATA REC-COMPRESSED-LENGTH WS-RAW-BUFFER WS-DECOMPRESS-OK
    IF WS-DECOMPRESS-OK = 0
        EXIT SECTION
    END-IF
    PERFORM UNTIL EXIT
        CALL "NbtDecode-Peek" USING NBT-DECODER-STATE WS-RAW-BUFFER WS-AT-END
            WS-TAG-NAME WS-NAME-LEN
        IF WS-AT-END > 0
            EXIT PERFORM
        END-IF
        EVALUATE TRUE
            WHEN WS-TAG-NAME(1:WS-NAME-LEN) = "Type"
                CALL "NbtDecode-Byte" USING NBT-DECODER-STATE WS-RAW-BUFFER WS-CONTAINER-TYPE
            WHEN WS-TAG-NAME(1:WS-NAME-LEN) = "Slots"
                PERFORM ReadSlotList
            WHEN OTHER
                CALL "NbtDecode-Skip" USING NBT-DECODER-STATE WS-RAW-BUFFER
        END-EVALUATE
    END-PERFORM
    MOVE 1 TO WS-CONTAINER-READ.

    EXIT SECTION.

ReadSlotList SECTION.
    CALL "NbtDecode-List" USING NBT-DECODER-STATE WS-RAW-BUFFER WS-LIST-COUNT
    PERFORM VARYING WS-SLOT-INDEX FROM 1 BY 1 UNTIL WS-SLOT-INDEX > WS-LIST-COUNT
        CALL "NbtDecode-Compound" USING NBT-DECODER-STATE WS-RAW-BUFFER
        CALL "InventorySlot-NbtDecode" USING NBT-DECODER-STATE WS-RAW-BUFFER
            WS-SLOT-SCRATCH
        CALL "NbtDecode-EndCompound" USING NBT-DECODER-STATE WS-RAW-BUFFER
        IF WS-SLOT-SCRATCH-SLOT-COUNT > 0 AND SPILL-COUNT < MAX-CONTAINER-SLOTS
            ADD 1 TO SPILL-COUNT
            MOVE WS-SLOT-INDEX TO SPILL-SLOT(SPILL-COUNT)
            MOVE WS-SLOT-SCRATCH TO SPILL-ITEM(SPILL-COUNT)
        END-IF
    END-PERFORM
    CALL "NbtDecode-EndList" USING NBT-DECODER-STATE WS-RAW-BUFFER.

    EXIT SECTION.

*> "    slot N: <count> x <item> "<custom name>"" for SPILL-ENTRY(WS-SPILL-INDEX).
FormatSpill SECTION.
    PERFORM LookupItemName
    MOVE SPILL-SLOT(WS-SPILL-INDEX) TO WS-NUM1
    MOVE SPILL-ITEM-SLOT-COUNT(WS-SPILL-INDEX) TO WS-NUM2
    MOVE SPACES TO WS-OUT
    IF SPILL-ITEM-SLOT-CUSTOM-NAME-LENGTH(WS-SPILL-INDEX) > 0
        STRING "    slot " FUNCTION TRIM(WS-NUM1) ": " FUNCTION TRIM(WS-NUM2) " x "
            FUNCTION TRIM(WS-ITEM-NAME) " """
            SPILL-ITEM-SLOT-CUSTOM-NAME(WS-SPILL-INDEX)
                (1:SPILL-ITEM-SLOT-CUSTOM-NAME-LENGTH(WS-SPILL-INDEX)) """"
            DELIMITED BY SIZE INTO WS-OUT
    ELSE
        STRING "    slot " FUNCTION TRIM(WS-NUM1) ": " FUNCTION TRIM(WS-NUM2) " x "
            FUNCTION TRIM(WS-ITEM-NAME)
            DELIMITED BY SIZE INTO WS-OUT
    END-IF.

    EXIT SECTION.

LookupItemName SECTION.
    MOVE SPACES TO WS-ITEM-NAME
    MOVE SPILL-ITEM-SLOT-ID(WS-SPILL-INDEX) TO WS-NUM3
    STRING "#" FUNCTION TRIM(WS-NUM3) DELIMITED BY SIZE INTO WS-ITEM-NAME
    IF WS-ITEM-REGISTRY-INDEX = 0
        EXIT SECTION
    END-IF
    CALL "Registries-GetRegistryLength" USING WS-ITEM-REGISTRY-INDEX WS-REGISTRY-LENGTH
    PERFORM VARYING WS-REGISTRY-ENTRY FROM 1 BY 1 UNTIL WS-REGISTRY-ENTRY > WS-REGISTRY-LENGTH
        CALL "Registries-Iterate-EntryId" USING WS-ITEM-REGISTRY-INDEX WS-REGISTRY-ENTRY
            WS-REGISTRY-ENTRY-ID
        IF WS-REGISTRY-ENTRY-ID = SPILL-ITEM-SLOT-ID(WS-SPILL-INDEX)
            CALL "Registries-Iterate-EntryName" USING WS-ITEM-REGISTRY-INDEX WS-REGISTRY-ENTRY
                WS-ITEM-NAME
            EXIT SECTION
        END-IF
    END-PERFORM.

    EXIT SECTION.

*> The file itself goes to recovery/ untouched, so it can be put back by hand,
*> and each stack is appended to recovery/orphaned-items.txt as
*> "stamp,x,y,z,slot,count,item,custom name" for staff to hand back.
RecoverContainer SECTION.
    CALL "CBL_CREATE_DIR" USING "recovery"
    MOVE 0 TO RETURN-CODE
    IF WS-RECOVERY-OPEN = 0
        OPEN EXTEND RECOVERY-FILE
        IF FS-RECOVERY-STATUS NOT = "00"
            OPEN OUTPUT RECOVERY-FILE
        END-IF
        IF FS-RECOVERY-STATUS = "00"
            MOVE 1 TO WS-RECOVERY-OPEN
        END-IF
    END-IF
    IF WS-RECOVERY-OPEN = 1
        PERFORM VARYING WS-SPILL-INDEX FROM 1 BY 1 UNTIL WS-SPILL-INDEX > SPILL-COUNT
            PERFORM LookupItemName
            MOVE SPILL-SLOT(WS-SPILL-INDEX) TO WS-NUM1
            MOVE SPILL-ITEM-SLOT-COUNT(WS-SPILL-INDEX) TO WS-NUM2
            MOVE SPACES TO WS-CUSTOM-NAME
            IF SPILL-ITEM-SLOT-CUSTOM-NAME-LENGTH(WS-SPILL-INDEX) > 0
                MOVE SPILL-ITEM-SLOT-CUSTOM-NAME(WS-SPILL-INDEX)
                    (1:SPILL-ITEM-SLOT-CUSTOM-NAME-LENGTH(WS-SPILL-INDEX)) TO WS-CUSTOM-NAME
            END-IF
            MOVE SPACES TO RECOVERY-LINE
            STRING WS-NOW(1:14) "," FUNCTION TRIM(WS-NUM-X) "," FUNCTION TRIM(WS-NUM-Y) ","
                FUNCTION TRIM(WS-NUM-Z) "," FUNCTION TRIM(WS-NUM1) "," FUNCTION TRIM(WS-NUM2)
                "," FUNCTION TRIM(WS-ITEM-NAME) "," WS-CUSTOM-NAME
                DELIMITED BY SIZE INTO RECOVERY-LINE
            WRITE RECOVERY-LINE
            ADD 1 TO WS-STACKS-SPILLED
        END-PERFORM
    END-IF

    MOVE SPACES TO WS-TARGET-NAME
    STRING "recovery/" FUNCTION TRIM(WS-FILENAME) DELIMITED BY SIZE INTO WS-TARGET-NAME
    CALL "CBL_RENAME_FILE" USING WS-FILENAME WS-TARGET-NAME
    MOVE SPACES TO WS-OUT
    IF RETURN-CODE = 0
        STRING "    moved to " FUNCTION TRIM(WS-TARGET-NAME) DELIMITED BY SIZE INTO WS-OUT
    ELSE
        STRING "    could NOT move to " FUNCTION TRIM(WS-TARGET-NAME) DELIMITED BY SIZE INTO WS-OUT
    END-IF
    MOVE 0 TO RETURN-CODE
    PERFORM WriteOut.

    EXIT SECTION.

CheckSigns SECTION.
    MOVE KIND-SIGN TO WS-WANT-KIND
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > MAX-SIGN-ENTRIES
        IF SIGN-PRESENT(WS-INDEX) = 1
            MOVE SIGN-X(WS-INDEX) TO WS-X
            MOVE SIGN-Y(WS-INDEX) TO WS-Y
            MOVE SIGN-Z(WS-INDEX) TO WS-Z
            PERFORM LocateKind
            IF WS-MATCHED = 0
                ADD 1 TO WS-DEAD-SIGNS
                PERFORM FormatPosition
                MOVE SPACES TO WS-OUT
                STRING "  sign at " FUNCTION TRIM(WS-POS-TEXT) " (owner "
                    FUNCTION TRIM(SIGN-OWNER-NAME(WS-INDEX)) "): block is now "
                    FUNCTION TRIM(WS-SEEN-NAME) DELIMITED BY SIZE INTO WS-OUT
                PERFORM WriteOut
                MOVE SPACES TO WS-OUT
                STRING "    text: " FUNCTION TRIM(SIGN-LINE-TEXT(WS-INDEX, 1)) " | "
                    FUNCTION TRIM(SIGN-LINE-TEXT(WS-INDEX, 2)) " | "
                    FUNCTION TRIM(SIGN-LINE-TEXT(WS-INDEX, 3)) " | "
                    FUNCTION TRIM(SIGN-LINE-TEXT(WS-INDEX, 4))
                    DELIMITED BY SIZE INTO WS-OUT
                PERFORM WriteOut
                IF WS-FIXING = 1
                    MOVE 0 TO SIGN-PRESENT(WS-INDEX)
                    MOVE 1 TO WS-SIGNS-CHANGED
                    MOVE "    removed from signs.dat" TO WS-OUT
                    PERFORM WriteOut
                END-IF
            END-IF
        END-IF
    END-PERFORM.

    EXIT SECTION.

CheckHoppers SECTION.
    MOVE KIND-HOPPER TO WS-WANT-KIND
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > MAX-HOPPER-ENTRIES
        IF HOPPER-PRESENT(WS-INDEX) = 1
            MOVE HOPPER-X(WS-INDEX) TO WS-X
            MOVE HOPPER-Y(WS-INDEX) TO WS-Y
            MOVE HOPPER-Z(WS-INDEX) TO WS-Z
            PERFORM LocateKind
            IF WS-MATCHED = 0
                ADD 1 TO WS-DEAD-HOPPERS
                PERFORM FormatPosition
                MOVE SPACES TO WS-OUT
                STRING "  hopper at " FUNCTION TRIM(WS-POS-TEXT) ": block is now "
                    FUNCTION TRIM(WS-SEEN-NAME) DELIMITED BY SIZE INTO WS-OUT
                PERFORM WriteOut
                IF WS-FIXING = 1
                    CALL "Hopper-UnregisterAt" USING WS-X WS-Y WS-Z
                    MOVE "    removed from hoppers.dat" TO WS-OUT
                    PERFORM WriteOut
                END-IF
            END-IF
        END-IF
    END-PERFORM.

    EXIT SECTION.

*> ---------------------------------------------------------------- block -> data

*> Every chunk either dimension has in its region files, region by region.
ScanDimension SECTION.
    CALL "World-RouteDimension" USING WS-DIMENSION
    IF WS-DIMENSION = WORLD-DIM-NETHER
        MOVE "region-nether/r.*.mca" TO WS-REGION-PATTERN
        MOVE "nether" TO WS-DIM-LABEL
        MOVE 16 TO WS-REGION-PREFIX-LEN
    ELSE
        MOVE "region/r.*.mca" TO WS-REGION-PATTERN
        MOVE "overworld" TO WS-DIM-LABEL
        MOVE 9 TO WS-REGION-PREFIX-LEN
    END-IF
    CALL "Dir-FindFirst" USING WS-REGION-PATTERN WS-FILENAME WS-FOUND
    PERFORM UNTIL WS-FOUND = 0
        MOVE SPACES TO WS-X-TEXT WS-Z-TEXT
        UNSTRING WS-FILENAME(WS-REGION-PREFIX-LEN + 1:40) DELIMITED BY "."
            INTO WS-X-TEXT WS-Z-TEXT
        IF FUNCTION TEST-NUMVAL(WS-X-TEXT) = 0 AND FUNCTION TEST-NUMVAL(WS-Z-TEXT) = 0
            COMPUTE WS-REGION-X = FUNCTION NUMVAL(WS-X-TEXT)
            COMPUTE WS-REGION-Z = FUNCTION NUMVAL(WS-Z-TEXT)
            PERFORM ScanRegion
        END-IF
        CALL "Dir-FindNext" USING WS-FILENAME WS-FOUND
    END-PERFORM
    CALL "World-UnloadChunks" USING WS-UNLOAD-KEEP WS-UNLOAD-FAILURE
    MOVE 0 TO WS-BATCH.

    EXIT SECTION.

ScanRegion SECTION.
    PERFORM VARYING WS-LOCAL-X FROM 0 BY 1 UNTIL WS-LOCAL-X > 31
        PERFORM VARYING WS-LOCAL-Z FROM 0 BY 1 UNTIL WS-LOCAL-Z > 31
            COMPUTE WS-CHUNK-X = WS-REGION-X * 32 + WS-LOCAL-X
            COMPUTE WS-CHUNK-Z = WS-REGION-Z * 32 + WS-LOCAL-Z
            CALL "World-ChunkOnDisk" USING WS-CHUNK-X WS-CHUNK-Z WS-ON-DISK
            IF WS-ON-DISK = 1
                PERFORM ScanChunk
            END-IF
        END-PERFORM
    END-PERFORM.

    EXIT SECTION.

*> The same two-bytes-per-block section layout World-GetBlockState reads;
*> empty sections are skipped outright.
ScanChunk SECTION.
    CALL "World-EnsureChunk" USING WS-CHUNK-X WS-CHUNK-Z WS-CHUNK-INDEX
    IF WS-CHUNK-INDEX = 0
        EXIT SECTION
    END-IF
    ADD 1 TO WS-CHUNKS-SCANNED
    SET ADDRESS OF WORLD-CHUNK TO WORLD-CHUNK-POINTER(WS-CHUNK-INDEX)
    PERFORM VARYING WS-SECTION FROM 1 BY 1 UNTIL WS-SECTION > 24
        IF SECTION-BLOCK-COUNT(WS-SECTION) > 0
            PERFORM VARYING WS-BLOCK-OFFSET FROM 1 BY 2 UNTIL WS-BLOCK-OFFSET > 8191
                COMPUTE WS-HI = FUNCTION ORD(SECTION-BLOCKS(WS-SECTION)(WS-BLOCK-OFFSET:1)) - 1
                COMPUTE WS-LO = FUNCTION ORD(SECTION-BLOCKS(WS-SECTION)(WS-BLOCK-OFFSET + 1:1)) - 1
                COMPUTE WS-STATE = WS-HI * 256 + WS-LO
                IF WS-STATE >= WS-ANY-MIN AND WS-STATE <= WS-ANY-MAX
                    PERFORM ClassifyState
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM

    ADD 1 TO WS-BATCH
    IF WS-BATCH >= UNLOAD-EVERY-CHUNKS
        MOVE 0 TO WS-BATCH
        CALL "World-UnloadChunks" USING WS-UNLOAD-KEEP WS-UNLOAD-FAILURE
    END-IF.

    EXIT SECTION.

ClassifyState SECTION.
    MOVE KIND-NONE TO WS-KIND
    PERFORM VARYING WS-RANGE-INDEX FROM 1 BY 1 UNTIL WS-RANGE-INDEX > KIND-RANGE-COUNT
        IF WS-STATE >= KIND-RANGE-MIN(WS-RANGE-INDEX)
                AND WS-STATE <= KIND-RANGE-MAX(WS-RANGE-INDEX)
            MOVE KIND-RANGE-KIND(WS-RANGE-INDEX) TO WS-KIND
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-KIND NOT = KIND-CHEST AND WS-KIND NOT = KIND-SIGN AND WS-KIND NOT = KIND-HOPPER
        EXIT SECTION
    END-IF

    COMPUTE WS-BLOCK-NUMBER = (WS-BLOCK-OFFSET - 1) / 2
    DIVIDE WS-BLOCK-NUMBER BY 256 GIVING WS-IN-Y REMAINDER WS-IN-X
    DIVIDE WS-IN-X BY 16 GIVING WS-IN-Z REMAINDER WS-IN-X
    COMPUTE WS-Y = (WS-SECTION - 1) * 16 - 64 + WS-IN-Y
    COMPUTE WS-Z = WS-CHUNK-Z * 16 + WS-IN-Z
    COMPUTE WS-X = WS-CHUNK-X * 16 + WS-IN-X
    EVALUATE WS-KIND
        WHEN KIND-CHEST
            PERFORM CheckBareChest
        WHEN KIND-SIGN
            PERFORM CheckBareSign
        WHEN KIND-HOPPER
            PERFORM CheckBareHopper
    END-EVALUATE.

    EXIT SECTION.

*> A chest with no file of its own is fine when a chest beside it has one --
*> a double chest keeps both halves under one key.
CheckBareChest SECTION.
    CALL "Container-FileName" USING WS-X WS-Y WS-Z WS-FILENAME
    CALL "CBL_CHECK_FILE_EXIST" USING WS-FILENAME WS-FILE-DETAILS
    IF RETURN-CODE = 0
        EXIT SECTION
    END-IF
    PERFORM VARYING WS-SIDE FROM 1 BY 1 UNTIL WS-SIDE > 4
        MOVE WS-X TO WS-NEIGHBOR-X
        MOVE WS-Z TO WS-NEIGHBOR-Z
        EVALUATE WS-SIDE
            WHEN 1
                ADD 1 TO WS-NEIGHBOR-X
            WHEN 2
                SUBTRACT 1 FROM WS-NEIGHBOR-X
            WHEN 3
                ADD 1 TO WS-NEIGHBOR-Z
            WHEN OTHER
                SUBTRACT 1 FROM WS-NEIGHBOR-Z
        END-EVALUATE
        CALL "Container-FileName" USING WS-NEIGHBOR-X WS-Y WS-NEIGHBOR-Z WS-FILENAME
        CALL "CBL_CHECK_FILE_EXIST" USING WS-FILENAME WS-FILE-DETAILS
        IF RETURN-CODE = 0
            MOVE 0 TO RETURN-CODE
            EXIT SECTION
        END-IF
    END-PERFORM
    MOVE 0 TO RETURN-CODE

    ADD 1 TO WS-BARE-CHESTS
    PERFORM FormatPosition
    MOVE SPACES TO WS-OUT
    STRING "  chest at " FUNCTION TRIM(WS-POS-TEXT) " (" FUNCTION TRIM(WS-DIM-LABEL)
        "): no container file -- empty or never opened"
        DELIMITED BY SIZE INTO WS-OUT
    PERFORM WriteOut.

    EXIT SECTION.

CheckBareSign SECTION.
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > MAX-SIGN-ENTRIES
        IF SIGN-PRESENT(WS-INDEX) = 1 AND SIGN-X(WS-INDEX) = WS-X
                AND SIGN-Y(WS-INDEX) = WS-Y AND SIGN-Z(WS-INDEX) = WS-Z
            EXIT SECTION
        END-IF
    END-PERFORM
    ADD 1 TO WS-BARE-SIGNS
    PERFORM FormatPosition
    MOVE SPACES TO WS-OUT
    STRING "  sign at " FUNCTION TRIM(WS-POS-TEXT) " (" FUNCTION TRIM(WS-DIM-LABEL)
        "): no text record -- reads blank"
        DELIMITED BY SIZE INTO WS-OUT
    PERFORM WriteOut.

    EXIT SECTION.

CheckBareHopper SECTION.
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > MAX-HOPPER-ENTRIES
        IF HOPPER-PRESENT(WS-INDEX) = 1 AND HOPPER-X(WS-INDEX) = WS-X
                AND HOPPER-Y(WS-INDEX) = WS-Y AND HOPPER-Z(WS-INDEX) = WS-Z
            EXIT SECTION
        END-IF
    END-PERFORM
    ADD 1 TO WS-BARE-HOPPERS
    PERFORM FormatPosition
    MOVE SPACES TO WS-OUT
    STRING "  hopper at " FUNCTION TRIM(WS-POS-TEXT) " (" FUNCTION TRIM(WS-DIM-LABEL)
        "): not registered -- moves no items"
        DELIMITED BY SIZE INTO WS-OUT
    PERFORM WriteOut
    IF WS-FIXING = 1
        CALL "Hopper-RegisterAt" USING WS-X WS-Y WS-Z
        MOVE "    registered in hoppers.dat" TO WS-OUT
        PERFORM WriteOut
    END-IF.

    EXIT SECTION.

WriteOut SECTION.
    MOVE WS-OUT TO REPORT-LINE
    WRITE REPORT-LINE.

    EXIT SECTION.

END PROGRAM orphans.
