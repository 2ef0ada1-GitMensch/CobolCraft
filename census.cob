*> --- census ---
*> Offline item census across every save, for the maintenance window like
*> savecheck and leaderboard. It walks each playerdata-*.dat (inventory plus
*> the carried item, and the ender chest as a holding of its own), each container-*.dat that Container-FileName names
*> (chests, furnaces, and the hoppers hoppers.dat registers, labelled as
*> such), and the auction escrow in auctions.dat. For every item on the
*> census-watch.conf watch list it totals how many exist and who holds them.
*> Each run compares those totals with the snapshot the previous run left in
*> census-prev.dat. Any item whose world total grew by more than its
*> configured per-day allowance over the time between the two runs is
*> flagged, and the holders whose counts moved most are named. A dupe exploit
*> shows up as an item multiplying in one player's pockets or one chest long
*> before it shows up in the economy. The report goes to census-YYYYMMDD.txt.
*>
*> Usage: census
IDENTIFICATION DIVISION.
PROGRAM-ID. census.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DATA-FILE ASSIGN TO WS-FILENAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-STATUS.
    SELECT WATCH-FILE ASSIGN TO "census-watch.conf"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-WATCH-STATUS.
    SELECT SNAPSHOT-FILE ASSIGN TO "census-prev.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-SNAP-STATUS.
    SELECT REPORT-FILE ASSIGN TO WS-REPORT-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  DATA-FILE.
01  DATA-RECORD.
    02 REC-COMPRESSED-LENGTH      BINARY-LONG UNSIGNED.
    02 REC-COMPRESSED-DATA        PIC X(131072).
FD  WATCH-FILE.
01  WATCH-LINE                  PIC X(128).
FD  SNAPSHOT-FILE.
01  SNAPSHOT-LINE               PIC X(128).
FD  REPORT-FILE.
01  REPORT-LINE                 PIC X(200).

WORKING-STORAGE SECTION.
    COPY DD-NBT-DECODER.
    COPY DD-HOPPERS.
    01 FS-STATUS                PIC X(2).
    01 FS-WATCH-STATUS          PIC X(2).
    01 FS-SNAP-STATUS           PIC X(2).
    01 FS-REPORT-STATUS         PIC X(2).
    01 WS-FILENAME              PIC X(64).
    01 WS-REPORT-NAME           PIC X(32).
    01 WS-NOW                   PIC X(21).
    01 WS-FOUND                 BINARY-CHAR UNSIGNED.
    01 WS-RAW-BUFFER            PIC X(262144).
    01 WS-DECOMPRESS-OK         BINARY-CHAR UNSIGNED.
    01 WS-AT-END                BINARY-CHAR UNSIGNED.
    01 WS-TAG-NAME              PIC X(256).
    01 WS-NAME-LEN              BINARY-LONG UNSIGNED.
    01 WS-LIST-COUNT            BINARY-LONG UNSIGNED.
    01 WS-LIST-INDEX            BINARY-LONG UNSIGNED.
    01 WS-FILES-READ            BINARY-LONG UNSIGNED VALUE 0.
    01 WS-FILES-SKIPPED         BINARY-LONG UNSIGNED VALUE 0.

    *> the watch list
    01 MAX-WATCH-ITEMS          BINARY-LONG UNSIGNED VALUE 32.
    01 WATCH-COUNT              BINARY-LONG UNSIGNED VALUE 0.
    01 WATCH-TABLE.
        05 WATCH-ENTRY OCCURS 32 TIMES.
            10 WATCH-NAME           PIC X(64).
            10 WATCH-ITEM-ID        BINARY-LONG.
            10 WATCH-PER-DAY        BINARY-DOUBLE.
            10 WATCH-TOTAL          BINARY-DOUBLE.
            10 WATCH-PREV-TOTAL     BINARY-DOUBLE.
            10 WATCH-HAD-PREV       BINARY-CHAR UNSIGNED.
            10 WATCH-ALLOWED        BINARY-DOUBLE.
            10 WATCH-FLAGGED        BINARY-CHAR UNSIGNED.
    01 WS-WATCH-INDEX           BINARY-LONG UNSIGNED.
    01 WS-FIELD1                PIC X(64).
    01 WS-FIELD2                PIC X(64).
    01 WS-FIELD3                PIC X(64).
    01 WS-FIELD4                PIC X(32).
    01 WS-COLON-COUNT           BINARY-LONG UNSIGNED.
    01 DEFAULT-PER-DAY          BINARY-DOUBLE VALUE 64.

    *> item registry lookup
    01 WS-ITEM-REGISTRY-INDEX   BINARY-LONG UNSIGNED VALUE 0.
    01 WS-REGISTRY-LENGTH       BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY        BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY-ID     BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY-NAME   PIC X(64).

    *> the file being read: its holder label and its watched-item counts
    01 WS-HOLDER                PIC X(40).
    01 WS-HOLDER-NAME           PIC X(64).
    01 WS-HOLDER-NAME-LEN       BINARY-LONG UNSIGNED.
    01 WS-STEM-LEN              BINARY-LONG.
    01 FILE-COUNT-TABLE.
        05 FILE-COUNT OCCURS 32 TIMES BINARY-DOUBLE.
    *> a player file's ender chest storage, held apart from their pockets
    01 ENDER-COUNT-TABLE.
        05 ENDER-COUNT OCCURS 32 TIMES BINARY-DOUBLE.
    01 WS-IN-ENDER              BINARY-CHAR UNSIGNED VALUE 0.
    01 WS-SLOT-COUNT-VAL        BINARY-CHAR.
    01 WS-SLOT-ID               BINARY-LONG.

    *> hopper container files, to label them
    01 MAX-HOPPER-FILES         BINARY-LONG UNSIGNED VALUE 256.
    01 HOPPER-FILE-COUNT        BINARY-LONG UNSIGNED VALUE 0.
    01 HOPPER-FILE-TABLE.
        05 HOPPER-FILE-NAME OCCURS 256 TIMES PIC X(64).
    01 WS-HOPPER-INDEX          BINARY-LONG UNSIGNED.
    01 WS-IS-HOPPER             BINARY-CHAR UNSIGNED.

    *> holdings: one row per holder and watched item, now and last run
    01 MAX-HOLDINGS             BINARY-LONG UNSIGNED VALUE 8192.
    01 HOLD-COUNT               BINARY-LONG UNSIGNED VALUE 0.
    01 HOLD-TABLE.
        05 HOLD-ENTRY OCCURS 8192 TIMES.
            10 HOLD-HOLDER          PIC X(40).
            10 HOLD-WATCH           BINARY-LONG UNSIGNED.
            10 HOLD-AMOUNT          BINARY-DOUBLE.
    01 WS-HOLD-INDEX            BINARY-LONG UNSIGNED.
    01 PREV-HOLD-COUNT          BINARY-LONG UNSIGNED VALUE 0.
    01 PREV-HOLD-TABLE.
        05 PREV-HOLD-ENTRY OCCURS 8192 TIMES.
            10 PREV-HOLD-HOLDER     PIC X(40).
            10 PREV-HOLD-WATCH      BINARY-LONG UNSIGNED.
            10 PREV-HOLD-AMOUNT     BINARY-DOUBLE.
    01 WS-PREV-INDEX            BINARY-LONG UNSIGNED.
    01 WS-HOLDINGS-DROPPED      BINARY-LONG UNSIGNED VALUE 0.

    *> the previous run's moment, and how long ago it was
    01 WS-HAVE-PREV             BINARY-CHAR UNSIGNED VALUE 0.
    01 WS-PREV-STAMP            PIC X(14).
    01 WS-ELAPSED-SECONDS       BINARY-DOUBLE.
    01 WS-ELAPSED-DAYS          PIC 9(7)V99.

    *> movers for one flagged item
    01 MAX-MOVERS               BINARY-LONG UNSIGNED VALUE 2048.
    01 MOVER-COUNT              BINARY-LONG UNSIGNED.
    01 MOVER-TABLE.
        05 MOVER-ENTRY OCCURS 2048 TIMES.
            10 MOVER-HOLDER         PIC X(40).
            10 MOVER-NOW            BINARY-DOUBLE.
            10 MOVER-PREV           BINARY-DOUBLE.
            10 MOVER-DELTA          BINARY-DOUBLE.
            10 MOVER-RANKED         BINARY-CHAR UNSIGNED.
    01 WS-MOVER-INDEX           BINARY-LONG UNSIGNED.
    01 MAX-MOVERS-SHOWN         BINARY-LONG UNSIGNED VALUE 5.
    01 WS-RANK                  BINARY-LONG UNSIGNED.
    01 WS-BEST-INDEX            BINARY-LONG UNSIGNED.
    01 WS-BEST-VALUE            BINARY-DOUBLE.
    01 WS-SORT-VALUE            BINARY-DOUBLE.

    *> formatting
    01 WS-NUM1                  PIC -(15)9.
    01 WS-NUM2                  PIC -(15)9.
    01 WS-NUM3                  PIC -(15)9.
    01 WS-NUM4                  PIC -(15)9.
    01 WS-DAYS-TEXT             PIC Z(6)9.99.
    01 WS-SIGNED-TEXT           PIC +(15)9.
    01 WS-FLAG-COUNT            BINARY-LONG UNSIGNED VALUE 0.

PROCEDURE DIVISION.
Main.
    CALL "Registries-GetRegistryIndex" USING "minecraft:item" WS-ITEM-REGISTRY-INDEX
    IF WS-ITEM-REGISTRY-INDEX = 0
        DISPLAY "census: the item registry is not available"
        STOP RUN RETURNING 1
    END-IF
    PERFORM LoadWatchList
    IF WATCH-COUNT = 0
        DISPLAY "census: census-watch.conf lists no known items"
        STOP RUN RETURNING 1
    END-IF
    PERFORM LoadHopperFiles

    CALL "Dir-FindFirst" USING "playerdata-*.dat" WS-FILENAME WS-FOUND
    PERFORM UNTIL WS-FOUND = 0
        PERFORM CensusPlayerFile
        CALL "Dir-FindNext" USING WS-FILENAME WS-FOUND
    END-PERFORM

    CALL "Dir-FindFirst" USING "container-*.dat" WS-FILENAME WS-FOUND
    PERFORM UNTIL WS-FOUND = 0
        PERFORM CensusContainerFile
        CALL "Dir-FindNext" USING WS-FILENAME WS-FOUND
    END-PERFORM

    MOVE "auctions.dat" TO WS-FILENAME
    PERFORM CensusAuctionFile

    MOVE FUNCTION CURRENT-DATE TO WS-NOW
    PERFORM LoadPreviousSnapshot
    PERFORM AssessGrowth

    MOVE SPACES TO WS-REPORT-NAME
    STRING "census-" WS-NOW(1:8) ".txt" DELIMITED BY SIZE INTO WS-REPORT-NAME
    PERFORM WriteReport
    PERFORM WriteSnapshot

    MOVE WS-FILES-READ TO WS-NUM1
    MOVE WS-FLAG-COUNT TO WS-NUM2
    DISPLAY "census: " FUNCTION TRIM(WS-NUM1) " files read, "
        FUNCTION TRIM(WS-NUM2) " item(s) flagged; wrote " FUNCTION TRIM(WS-REPORT-NAME)
    IF WS-FLAG-COUNT > 0
        STOP RUN RETURNING 1
    END-IF
    STOP RUN.

LoadWatchList SECTION.
    OPEN INPUT WATCH-FILE
    IF FS-WATCH-STATUS NOT = "00"
        EXIT SECTION
    END-IF
    PERFORM UNTIL FS-WATCH-STATUS = "10"
        READ WATCH-FILE
            AT END
                MOVE "10" TO FS-WATCH-STATUS
            NOT AT END
                PERFORM ParseWatchLine
        END-READ
    END-PERFORM
    CLOSE WATCH-FILE.

    EXIT SECTION.

ParseWatchLine SECTION.
    IF WATCH-LINE = SPACES OR WATCH-LINE(1:1) = "#"
        EXIT SECTION
    END-IF
    MOVE SPACES TO WS-FIELD1 WS-FIELD2
    UNSTRING WATCH-LINE DELIMITED BY "," INTO WS-FIELD1 WS-FIELD2
    MOVE FUNCTION TRIM(WS-FIELD1) TO WS-FIELD1
    MOVE 0 TO WS-COLON-COUNT
    INSPECT WS-FIELD1 TALLYING WS-COLON-COUNT FOR ALL ":"
    IF WS-COLON-COUNT = 0
        MOVE SPACES TO WS-REGISTRY-ENTRY-NAME
        STRING "minecraft:" FUNCTION TRIM(WS-FIELD1) DELIMITED BY SIZE
            INTO WS-REGISTRY-ENTRY-NAME
        MOVE WS-REGISTRY-ENTRY-NAME TO WS-FIELD1
    END-IF
    IF WATCH-COUNT >= MAX-WATCH-ITEMS
        DISPLAY "census: watch list is full, ignoring " FUNCTION TRIM(WS-FIELD1)
        EXIT SECTION
    END-IF
    ADD 1 TO WATCH-COUNT
    MOVE WATCH-COUNT TO WS-WATCH-INDEX
    INITIALIZE WATCH-ENTRY(WS-WATCH-INDEX)
    MOVE WS-FIELD1 TO WATCH-NAME(WS-WATCH-INDEX)
    MOVE DEFAULT-PER-DAY TO WATCH-PER-DAY(WS-WATCH-INDEX)
    IF WS-FIELD2 NOT = SPACES
        IF FUNCTION TEST-NUMVAL(WS-FIELD2) = 0
            COMPUTE WATCH-PER-DAY(WS-WATCH-INDEX) = FUNCTION NUMVAL(WS-FIELD2)
        ELSE
            DISPLAY "census: bad growth limit for " FUNCTION TRIM(WS-FIELD1)
                ", using 64"
        END-IF
    END-IF
    PERFORM LookupWatchItem
    IF WATCH-ITEM-ID(WS-WATCH-INDEX) < 0
        DISPLAY "census: unknown item " FUNCTION TRIM(WS-FIELD1) " ignored"
        SUBTRACT 1 FROM WATCH-COUNT
    END-IF.

    EXIT SECTION.

LookupWatchItem SECTION.
    MOVE -1 TO WATCH-ITEM-ID(WS-WATCH-INDEX)
    CALL "Registries-GetRegistryLength" USING WS-ITEM-REGISTRY-INDEX WS-REGISTRY-LENGTH
    PERFORM VARYING WS-REGISTRY-ENTRY FROM 1 BY 1 UNTIL WS-REGISTRY-ENTRY > WS-REGISTRY-LENGTH
        CALL "Registries-Iterate-EntryName" USING WS-ITEM-REGISTRY-INDEX WS-REGISTRY-ENTRY
            WS-REGISTRY-ENTRY-NAME
        IF WS-REGISTRY-ENTRY-NAME = WATCH-NAME(WS-WATCH-INDEX)
            CALL "Registries-Iterate-EntryId" USING WS-ITEM-REGISTRY-INDEX WS-REGISTRY-ENTRY
                WS-REGISTRY-ENTRY-ID
            MOVE WS-REGISTRY-ENTRY-ID TO WATCH-ITEM-ID(WS-WATCH-INDEX)
            EXIT SECTION
        END-IF
    END-PERFORM.

    EXIT SECTION.

*> The file names of every registered hopper, so their container files can be
*> told apart from chests and furnaces in the report.
LoadHopperFiles SECTION.
    CALL "Hoppers-Load"
    PERFORM VARYING WS-HOPPER-INDEX FROM 1 BY 1 UNTIL WS-HOPPER-INDEX > MAX-HOPPER-ENTRIES
        IF HOPPER-PRESENT(WS-HOPPER-INDEX) = 1 AND HOPPER-FILE-COUNT < MAX-HOPPER-FILES
            ADD 1 TO HOPPER-FILE-COUNT
            CALL "Container-FileName" USING HOPPER-X(WS-HOPPER-INDEX)
                HOPPER-Y(WS-HOPPER-INDEX) HOPPER-Z(WS-HOPPER-INDEX)
                HOPPER-FILE-NAME(HOPPER-FILE-COUNT)
        END-IF
    END-PERFORM.

    EXIT SECTION.

CensusPlayerFile SECTION.
    PERFORM OpenAndDecompress
    IF WS-DECOMPRESS-OK = 0
        EXIT SECTION
    END-IF
    *> Older saves carry no LastKnownName; the uuid stem of the file name
    *> stands in, as in leaderboard.
    COMPUTE WS-STEM-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-FILENAME)) - 11 - 4
    IF WS-STEM-LEN > 32
        MOVE 32 TO WS-STEM-LEN
    END-IF
    MOVE SPACES TO WS-HOLDER-NAME
    IF WS-STEM-LEN > 0
        MOVE WS-FILENAME(12:WS-STEM-LEN) TO WS-HOLDER-NAME
    END-IF
    INITIALIZE ENDER-COUNT-TABLE

    PERFORM UNTIL EXIT
        CALL "NbtDecode-Peek" USING NBT-DECODER-STATE WS-RAW-BUFFER WS-AT-END
            WS-TAG-NAME WS-NAME-LEN
        IF WS-AT-END > 0
            EXIT PERFORM
        END-IF
        EVALUATE TRUE
            WHEN WS-TAG-NAME(1:WS-NAME-LEN) = "LastKnownName"
                MOVE SPACES TO WS-TAG-NAME
                CALL "NbtDecode-String" USING NBT-DECODER-STATE WS-RAW-BUFFER
                    WS-TAG-NAME WS-HOLDER-NAME-LEN
                IF WS-TAG-NAME NOT = SPACES
                    MOVE WS-TAG-NAME(1:64) TO WS-HOLDER-NAME
                END-IF
            WHEN WS-TAG-NAME(1:WS-NAME-LEN) = "Inventory"
                PERFORM CountSlotList
            WHEN WS-TAG-NAME(1:WS-NAME-LEN) = "EnderItems"
                MOVE 1 TO WS-IN-ENDER
                PERFORM CountSlotList
                MOVE 0 TO WS-IN-ENDER
            WHEN WS-TAG-NAME(1:WS-NAME-LEN) = "MouseItem"
                CALL "NbtDecode-Compound" USING NBT-DECODER-STATE WS-RAW-BUFFER
                PERFORM CountOneSlot
            WHEN OTHER
                CALL "NbtDecode-Skip" USING NBT-DECODER-STATE WS-RAW-BUFFER
        END-EVALUATE
    END-PERFORM

    MOVE SPACES TO WS-HOLDER
    STRING "player " FUNCTION TRIM(WS-HOLDER-NAME) DELIMITED BY SIZE INTO WS-HOLDER
    PERFORM CommitFileCounts

    *> The ender chest is a holding of its own, so a report tells pockets
    *> and private storage apart.
    MOVE ENDER-COUNT-TABLE TO FILE-COUNT-TABLE
    MOVE SPACES TO WS-HOLDER
    STRING "ender " FUNCTION TRIM(WS-HOLDER-NAME) DELIMITED BY SIZE INTO WS-HOLDER
    PERFORM CommitFileCounts.

    EXIT SECTION.

CensusContainerFile SECTION.
    PERFORM OpenAndDecompress
    IF WS-DECOMPRESS-OK = 0
        EXIT SECTION
    END-IF
    PERFORM UNTIL EXIT
        CALL "NbtDecode-Peek" USING NBT-DECODER-STATE WS-RAW-BUFFER WS-AT-END
            WS-TAG-NAME WS-NAME-LEN
        IF WS-AT-END > 0
            EXIT PERFORM
        END-IF
        IF WS-TAG-NAME(1:WS-NAME-LEN) = "Slots"
            PERFORM CountSlotList
        ELSE
            CALL "NbtDecode-Skip" USING NBT-DECODER-STATE WS-RAW-BUFFER
        END-IF
    END-PERFORM

    *> "container-x_y_z.dat" is labelled by its position as "x,y,z".
    MOVE 0 TO WS-IS-HOPPER
    PERFORM VARYING WS-HOPPER-INDEX FROM 1 BY 1 UNTIL WS-HOPPER-INDEX > HOPPER-FILE-COUNT
        IF HOPPER-FILE-NAME(WS-HOPPER-INDEX) = WS-FILENAME
            MOVE 1 TO WS-IS-HOPPER
            EXIT PERFORM
        END-IF
    END-PERFORM
    COMPUTE WS-STEM-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-FILENAME)) - 10 - 4
    MOVE SPACES TO WS-HOLDER-NAME
    IF WS-STEM-LEN > 0
        MOVE WS-FILENAME(11:WS-STEM-LEN) TO WS-HOLDER-NAME
    END-IF
    INSPECT WS-HOLDER-NAME REPLACING ALL "_" BY ","
    MOVE SPACES TO WS-HOLDER
    IF WS-IS-HOPPER = 1
        STRING "hopper " FUNCTION TRIM(WS-HOLDER-NAME) DELIMITED BY SIZE INTO WS-HOLDER
    ELSE
        STRING "container " FUNCTION TRIM(WS-HOLDER-NAME) DELIMITED BY SIZE INTO WS-HOLDER
    END-IF
    PERFORM CommitFileCounts.

    EXIT SECTION.

*> Listed stacks sit in the auction table, out of everyone's inventory, until
*> settlement hands them on -- still very much part of the world's total.
CensusAuctionFile SECTION.
    OPEN INPUT DATA-FILE
    IF FS-STATUS NOT = "00"
        EXIT SECTION
    END-IF
    CLOSE DATA-FILE
    PERFORM OpenAndDecompress
    IF WS-DECOMPRESS-OK = 0
        EXIT SECTION
    END-IF
    PERFORM UNTIL EXIT
        CALL "NbtDecode-Peek" USING NBT-DECODER-STATE WS-RAW-BUFFER WS-AT-END
            WS-TAG-NAME WS-NAME-LEN
        IF WS-AT-END > 0
            EXIT PERFORM
        END-IF
        IF WS-TAG-NAME(1:WS-NAME-LEN) = "Auctions"
            PERFORM CountAuctionList
        ELSE
            CALL "NbtDecode-Skip" USING NBT-DECODER-STATE WS-RAW-BUFFER
        END-IF
    END-PERFORM
    MOVE "auction escrow" TO WS-HOLDER
    PERFORM CommitFileCounts.

    EXIT SECTION.

CountAuctionList SECTION.
    CALL "NbtDecode-List" USING NBT-DECODER-STATE WS-RAW-BUFFER WS-LIST-COUNT
    PERFORM VARYING WS-LIST-INDEX FROM 1 BY 1 UNTIL WS-LIST-INDEX > WS-LIST-COUNT
        CALL "NbtDecode-Compound" USING NBT-DECODER-STATE WS-RAW-BUFFER
        PERFORM UNTIL EXIT
            CALL "NbtDecode-Peek" USING NBT-DECODER-STATE WS-RAW-BUFFER WS-AT-END
                WS-TAG-NAME WS-NAME-LEN
            IF WS-AT-END > 0
                EXIT PERFORM
            END-IF
            IF WS-TAG-NAME(1:WS-NAME-LEN) = "Item"
                CALL "NbtDecode-Compound" USING NBT-DECODER-STATE WS-RAW-BUFFER
                PERFORM CountOneSlot
            ELSE
                CALL "NbtDecode-Skip" USING NBT-DECODER-STATE WS-RAW-BUFFER
            END-IF
        END-PERFORM
        CALL "NbtDecode-EndCompound" USING NBT-DECODER-STATE WS-RAW-BUFFER
    END-PERFORM
    CALL "NbtDecode-EndList" USING NBT-DECODER-STATE WS-RAW-BUFFER.

    EXIT SECTION.

CountSlotList SECTION.
    CALL "NbtDecode-List" USING NBT-DECODER-STATE WS-RAW-BUFFER WS-LIST-COUNT
    PERFORM VARYING WS-LIST-INDEX FROM 1 BY 1 UNTIL WS-LIST-INDEX > WS-LIST-COUNT
        CALL "NbtDecode-Compound" USING NBT-DECODER-STATE WS-RAW-BUFFER
        PERFORM CountOneSlot
    END-PERFORM
    CALL "NbtDecode-EndList" USING NBT-DECODER-STATE WS-RAW-BUFFER.

    EXIT SECTION.

*> One slot compound, already opened by the caller; reads it to its end and
*> closes it.
CountOneSlot SECTION.
    MOVE 0 TO WS-SLOT-COUNT-VAL
    MOVE 0 TO WS-SLOT-ID
    PERFORM UNTIL EXIT
        CALL "NbtDecode-Peek" USING NBT-DECODER-STATE WS-RAW-BUFFER WS-AT-END
            WS-TAG-NAME WS-NAME-LEN
        IF WS-AT-END > 0
            EXIT PERFORM
        END-IF
        EVALUATE TRUE
            WHEN WS-TAG-NAME(1:WS-NAME-LEN) = "Count"
                CALL "NbtDecode-Byte" USING NBT-DECODER-STATE WS-RAW-BUFFER WS-SLOT-COUNT-VAL
            WHEN WS-TAG-NAME(1:WS-NAME-LEN) = "Id"
                CALL "NbtDecode-Int" USING NBT-DECODER-STATE WS-RAW-BUFFER WS-SLOT-ID
            WHEN OTHER
                CALL "NbtDecode-Skip" USING NBT-DECODER-STATE WS-RAW-BUFFER
        END-EVALUATE
    END-PERFORM
    CALL "NbtDecode-EndCompound" USING NBT-DECODER-STATE WS-RAW-BUFFER
    IF WS-SLOT-COUNT-VAL > 0
        PERFORM VARYING WS-WATCH-INDEX FROM 1 BY 1 UNTIL WS-WATCH-INDEX > WATCH-COUNT
            IF WATCH-ITEM-ID(WS-WATCH-INDEX) = WS-SLOT-ID
                IF WS-IN-ENDER = 1
                    ADD WS-SLOT-COUNT-VAL TO ENDER-COUNT(WS-WATCH-INDEX)
                ELSE
                    ADD WS-SLOT-COUNT-VAL TO FILE-COUNT(WS-WATCH-INDEX)
                END-IF
                EXIT PERFORM
            END-IF
        END-PERFORM
    END-IF.

    EXIT SECTION.

*> Fold the file's counts into the world totals and the holdings table.
CommitFileCounts SECTION.
    PERFORM VARYING WS-WATCH-INDEX FROM 1 BY 1 UNTIL WS-WATCH-INDEX > WATCH-COUNT
        IF FILE-COUNT(WS-WATCH-INDEX) > 0
            ADD FILE-COUNT(WS-WATCH-INDEX) TO WATCH-TOTAL(WS-WATCH-INDEX)
            IF HOLD-COUNT < MAX-HOLDINGS
                ADD 1 TO HOLD-COUNT
                MOVE WS-HOLDER TO HOLD-HOLDER(HOLD-COUNT)
                MOVE WS-WATCH-INDEX TO HOLD-WATCH(HOLD-COUNT)
                MOVE FILE-COUNT(WS-WATCH-INDEX) TO HOLD-AMOUNT(HOLD-COUNT)
            ELSE
                ADD 1 TO WS-HOLDINGS-DROPPED
            END-IF
        END-IF
    END-PERFORM.

    EXIT SECTION.

OpenAndDecompress SECTION.
    MOVE 0 TO WS-DECOMPRESS-OK
    INITIALIZE FILE-COUNT-TABLE
    OPEN INPUT DATA-FILE
    IF FS-STATUS NOT = "00"
        ADD 1 TO WS-FILES-SKIPPED
        DISPLAY "census: cannot open " FUNCTION TRIM(WS-FILENAME)
        EXIT SECTION
    END-IF
    READ DATA-FILE
        AT END
            CLOSE DATA-FILE
            ADD 1 TO WS-FILES-SKIPPED
            DISPLAY "census: skipping empty " FUNCTION TRIM(WS-FILENAME)
            EXIT SECTION
    END-READ
    CLOSE DATA-FILE

    MOVE 0 TO NBT-DECODER-OFFSET
    MOVE 0 TO NBT-DECODER-LEVEL
    CALL "NbtDecode-RootCompoundCompressed" USING NBT-DECODER-STATE
        REC-COMPRESSED-DATA REC-COMPRESSED-LENGTH WS-RAW-BUFFER WS-DECOMPRESS-OK
    IF WS-DECOMPRESS-OK = 0
        ADD 1 TO WS-FILES-SKIPPED
        DISPLAY "census: skipping unreadable " FUNCTION TRIM(WS-FILENAME)
        EXIT SECTION
    END-IF
    ADD 1 TO WS-FILES-READ.

    EXIT SECTION.

*> census-prev.dat: "T|<YYYYMMDDHHMMSS>" for when it was taken, then
*> "I|<item>|<total>" per watched item and "H|<holder>|<item>|<count>" per
*> holding. Bars, not commas, since container labels carry "x,y,z". Items no
*> longer watched are ignored.
LoadPreviousSnapshot SECTION.
    OPEN INPUT SNAPSHOT-FILE
    IF FS-SNAP-STATUS NOT = "00"
        EXIT SECTION
    END-IF
    PERFORM UNTIL FS-SNAP-STATUS = "10"
        READ SNAPSHOT-FILE
            AT END
                MOVE "10" TO FS-SNAP-STATUS
            NOT AT END
                PERFORM ParseSnapshotLine
        END-READ
    END-PERFORM
    CLOSE SNAPSHOT-FILE.

    EXIT SECTION.

ParseSnapshotLine SECTION.
    MOVE SPACES TO WS-FIELD1 WS-FIELD2 WS-FIELD3 WS-FIELD4
    UNSTRING SNAPSHOT-LINE DELIMITED BY "|" INTO WS-FIELD1 WS-FIELD2 WS-FIELD3 WS-FIELD4
    EVALUATE WS-FIELD1
        WHEN "T"
            IF WS-FIELD2(1:14) IS NUMERIC
                MOVE WS-FIELD2(1:14) TO WS-PREV-STAMP
                MOVE 1 TO WS-HAVE-PREV
            END-IF
        WHEN "I"
            MOVE WS-FIELD2 TO WS-FIELD1
            PERFORM FindWatchByName
            IF WS-WATCH-INDEX > 0 AND FUNCTION TEST-NUMVAL(WS-FIELD3) = 0
                COMPUTE WATCH-PREV-TOTAL(WS-WATCH-INDEX) = FUNCTION NUMVAL(WS-FIELD3)
                MOVE 1 TO WATCH-HAD-PREV(WS-WATCH-INDEX)
            END-IF
        WHEN "H"
            MOVE WS-FIELD3 TO WS-FIELD1
            PERFORM FindWatchByName
            IF WS-WATCH-INDEX > 0 AND FUNCTION TEST-NUMVAL(WS-FIELD4) = 0
                    AND PREV-HOLD-COUNT < MAX-HOLDINGS
                ADD 1 TO PREV-HOLD-COUNT
                MOVE WS-FIELD2 TO PREV-HOLD-HOLDER(PREV-HOLD-COUNT)
                MOVE WS-WATCH-INDEX TO PREV-HOLD-WATCH(PREV-HOLD-COUNT)
                COMPUTE PREV-HOLD-AMOUNT(PREV-HOLD-COUNT) = FUNCTION NUMVAL(WS-FIELD4)
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

    EXIT SECTION.

FindWatchByName SECTION.
    PERFORM VARYING WS-WATCH-INDEX FROM 1 BY 1 UNTIL WS-WATCH-INDEX > WATCH-COUNT
        IF WATCH-NAME(WS-WATCH-INDEX) = WS-FIELD1
            EXIT SECTION
        END-IF
    END-PERFORM
    MOVE 0 TO WS-WATCH-INDEX.

    EXIT SECTION.

*> Growth is measured against the allowance for the time actually elapsed,
*> never less than a day -- two runs an hour apart must not trip on an
*> ordinary afternoon's mining.
AssessGrowth SECTION.
    IF WS-HAVE-PREV = 0
        EXIT SECTION
    END-IF
    COMPUTE WS-ELAPSED-SECONDS =
        (FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-NOW(1:8)))
         - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-PREV-STAMP(1:8)))) * 86400
        + FUNCTION NUMVAL(WS-NOW(9:2)) * 3600 + FUNCTION NUMVAL(WS-NOW(11:2)) * 60
        + FUNCTION NUMVAL(WS-NOW(13:2))
        - FUNCTION NUMVAL(WS-PREV-STAMP(9:2)) * 3600
        - FUNCTION NUMVAL(WS-PREV-STAMP(11:2)) * 60
        - FUNCTION NUMVAL(WS-PREV-STAMP(13:2))
    COMPUTE WS-ELAPSED-DAYS = WS-ELAPSED-SECONDS / 86400
    IF WS-ELAPSED-DAYS < 1
        MOVE 1 TO WS-ELAPSED-DAYS
    END-IF
    PERFORM VARYING WS-WATCH-INDEX FROM 1 BY 1 UNTIL WS-WATCH-INDEX > WATCH-COUNT
        COMPUTE WATCH-ALLOWED(WS-WATCH-INDEX) ROUNDED =
            WATCH-PER-DAY(WS-WATCH-INDEX) * WS-ELAPSED-DAYS
        IF WATCH-HAD-PREV(WS-WATCH-INDEX) = 1
                AND WATCH-TOTAL(WS-WATCH-INDEX) - WATCH-PREV-TOTAL(WS-WATCH-INDEX)
                    > WATCH-ALLOWED(WS-WATCH-INDEX)
            MOVE 1 TO WATCH-FLAGGED(WS-WATCH-INDEX)
            ADD 1 TO WS-FLAG-COUNT
        END-IF
    END-PERFORM.

    EXIT SECTION.

WriteReport SECTION.
    OPEN OUTPUT REPORT-FILE
    IF FS-REPORT-STATUS NOT = "00"
        DISPLAY "census: cannot write " FUNCTION TRIM(WS-REPORT-NAME)
        STOP RUN RETURNING 1
    END-IF

    MOVE SPACES TO REPORT-LINE
    STRING "Item census taken " WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2) " "
           WS-NOW(9:2) ":" WS-NOW(11:2)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-FILES-READ TO WS-NUM1
    MOVE WS-FILES-SKIPPED TO WS-NUM2
    MOVE SPACES TO REPORT-LINE
    STRING "Save files read: " FUNCTION TRIM(WS-NUM1) ", unreadable: " FUNCTION TRIM(WS-NUM2)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    IF WS-HAVE-PREV = 0
        MOVE "No previous census; this run becomes the baseline." TO REPORT-LINE
    ELSE
        MOVE WS-ELAPSED-DAYS TO WS-DAYS-TEXT
        STRING "Previous census " WS-PREV-STAMP(1:4) "-" WS-PREV-STAMP(5:2) "-"
               WS-PREV-STAMP(7:2) " " WS-PREV-STAMP(9:2) ":" WS-PREV-STAMP(11:2)
               ", allowances cover " FUNCTION TRIM(WS-DAYS-TEXT) " day(s)"
            DELIMITED BY SIZE INTO REPORT-LINE
    END-IF
    WRITE REPORT-LINE
    IF WS-HOLDINGS-DROPPED > 0
        MOVE WS-HOLDINGS-DROPPED TO WS-NUM1
        MOVE SPACES TO REPORT-LINE
        STRING "WARNING: " FUNCTION TRIM(WS-NUM1)
               " holdings did not fit the table; per-holder detail is incomplete"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF

    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "World totals (item, now, previous, change, allowed):" TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING WS-WATCH-INDEX FROM 1 BY 1 UNTIL WS-WATCH-INDEX > WATCH-COUNT
        PERFORM WriteTotalLine
    END-PERFORM

    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "Growth beyond the allowance, with the holders that moved most:" TO REPORT-LINE
    WRITE REPORT-LINE
    IF WS-FLAG-COUNT = 0
        MOVE "  (none)" TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    PERFORM VARYING WS-WATCH-INDEX FROM 1 BY 1 UNTIL WS-WATCH-INDEX > WATCH-COUNT
        IF WATCH-FLAGGED(WS-WATCH-INDEX) = 1
            PERFORM WriteMovers
        END-IF
    END-PERFORM

    CLOSE REPORT-FILE.

    EXIT SECTION.

WriteTotalLine SECTION.
    MOVE WATCH-TOTAL(WS-WATCH-INDEX) TO WS-NUM1
    MOVE SPACES TO REPORT-LINE
    IF WATCH-HAD-PREV(WS-WATCH-INDEX) = 0
        STRING "  " FUNCTION TRIM(WATCH-NAME(WS-WATCH-INDEX)) ": " FUNCTION TRIM(WS-NUM1)
               " (not in the previous census)"
            DELIMITED BY SIZE INTO REPORT-LINE
    ELSE
        MOVE WATCH-PREV-TOTAL(WS-WATCH-INDEX) TO WS-NUM2
        COMPUTE WS-SIGNED-TEXT = WATCH-TOTAL(WS-WATCH-INDEX) - WATCH-PREV-TOTAL(WS-WATCH-INDEX)
        MOVE WATCH-ALLOWED(WS-WATCH-INDEX) TO WS-NUM3
        STRING "  " FUNCTION TRIM(WATCH-NAME(WS-WATCH-INDEX)) ": " FUNCTION TRIM(WS-NUM1)
               ", was " FUNCTION TRIM(WS-NUM2) ", " FUNCTION TRIM(WS-SIGNED-TEXT)
               ", allowed +" FUNCTION TRIM(WS-NUM3)
            DELIMITED BY SIZE INTO REPORT-LINE
        IF WATCH-FLAGGED(WS-WATCH-INDEX) = 1
            STRING FUNCTION TRIM(REPORT-LINE) "  ** SUSPICIOUS **"
                DELIMITED BY SIZE INTO REPORT-LINE
        END-IF
    END-IF
    WRITE REPORT-LINE.

    EXIT SECTION.

*> Every holder of the flagged item, this run or last, with the size of its
*> move; the largest moves either way are listed.
WriteMovers SECTION.
    MOVE 0 TO MOVER-COUNT
    PERFORM VARYING WS-HOLD-INDEX FROM 1 BY 1 UNTIL WS-HOLD-INDEX > HOLD-COUNT
        IF HOLD-WATCH(WS-HOLD-INDEX) = WS-WATCH-INDEX AND MOVER-COUNT < MAX-MOVERS
            ADD 1 TO MOVER-COUNT
            MOVE HOLD-HOLDER(WS-HOLD-INDEX) TO MOVER-HOLDER(MOVER-COUNT)
            MOVE HOLD-AMOUNT(WS-HOLD-INDEX) TO MOVER-NOW(MOVER-COUNT)
            MOVE 0 TO MOVER-PREV(MOVER-COUNT)
            MOVE 0 TO MOVER-RANKED(MOVER-COUNT)
        END-IF
    END-PERFORM
    PERFORM VARYING WS-PREV-INDEX FROM 1 BY 1 UNTIL WS-PREV-INDEX > PREV-HOLD-COUNT
        IF PREV-HOLD-WATCH(WS-PREV-INDEX) = WS-WATCH-INDEX
            PERFORM MatchPreviousHolder
        END-IF
    END-PERFORM
    PERFORM VARYING WS-MOVER-INDEX FROM 1 BY 1 UNTIL WS-MOVER-INDEX > MOVER-COUNT
        COMPUTE MOVER-DELTA(WS-MOVER-INDEX) =
            MOVER-NOW(WS-MOVER-INDEX) - MOVER-PREV(WS-MOVER-INDEX)
    END-PERFORM

    MOVE SPACES TO REPORT-LINE
    COMPUTE WS-SIGNED-TEXT = WATCH-TOTAL(WS-WATCH-INDEX) - WATCH-PREV-TOTAL(WS-WATCH-INDEX)
    STRING "  " FUNCTION TRIM(WATCH-NAME(WS-WATCH-INDEX)) " (" FUNCTION TRIM(WS-SIGNED-TEXT)
           "):"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING WS-RANK FROM 1 BY 1 UNTIL WS-RANK > MAX-MOVERS-SHOWN
        MOVE 0 TO WS-BEST-INDEX
        MOVE 0 TO WS-BEST-VALUE
        PERFORM VARYING WS-MOVER-INDEX FROM 1 BY 1 UNTIL WS-MOVER-INDEX > MOVER-COUNT
            COMPUTE WS-SORT-VALUE = FUNCTION ABS(MOVER-DELTA(WS-MOVER-INDEX))
            IF MOVER-RANKED(WS-MOVER-INDEX) = 0 AND WS-SORT-VALUE > WS-BEST-VALUE
                MOVE WS-MOVER-INDEX TO WS-BEST-INDEX
                MOVE WS-SORT-VALUE TO WS-BEST-VALUE
            END-IF
        END-PERFORM
        IF WS-BEST-INDEX = 0
            EXIT PERFORM
        END-IF
        MOVE 1 TO MOVER-RANKED(WS-BEST-INDEX)
        COMPUTE WS-SIGNED-TEXT = MOVER-DELTA(WS-BEST-INDEX)
        MOVE MOVER-PREV(WS-BEST-INDEX) TO WS-NUM1
        MOVE MOVER-NOW(WS-BEST-INDEX) TO WS-NUM2
        MOVE SPACES TO REPORT-LINE
        STRING "    " FUNCTION TRIM(MOVER-HOLDER(WS-BEST-INDEX)) ": "
               FUNCTION TRIM(WS-SIGNED-TEXT) " (" FUNCTION TRIM(WS-NUM1) " -> "
               FUNCTION TRIM(WS-NUM2) ")"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-PERFORM.

    EXIT SECTION.

MatchPreviousHolder SECTION.
    PERFORM VARYING WS-MOVER-INDEX FROM 1 BY 1 UNTIL WS-MOVER-INDEX > MOVER-COUNT
        IF MOVER-HOLDER(WS-MOVER-INDEX) = PREV-HOLD-HOLDER(WS-PREV-INDEX)
            MOVE PREV-HOLD-AMOUNT(WS-PREV-INDEX) TO MOVER-PREV(WS-MOVER-INDEX)
            EXIT SECTION
        END-IF
    END-PERFORM
    IF MOVER-COUNT < MAX-MOVERS
        ADD 1 TO MOVER-COUNT
        MOVE PREV-HOLD-HOLDER(WS-PREV-INDEX) TO MOVER-HOLDER(MOVER-COUNT)
        MOVE 0 TO MOVER-NOW(MOVER-COUNT)
        MOVE PREV-HOLD-AMOUNT(WS-PREV-INDEX) TO MOVER-PREV(MOVER-COUNT)
        MOVE 0 TO MOVER-RANKED(MOVER-COUNT)
    END-IF.

    EXIT SECTION.

WriteSnapshot SECTION.
    OPEN OUTPUT SNAPSHOT-FILE
    IF FS-SNAP-STATUS NOT = "00"
        DISPLAY "census: cannot write census-prev.dat"
        EXIT SECTION
    END-IF
    MOVE SPACES TO SNAPSHOT-LINE
    STRING "T|" WS-NOW(1:14) DELIMITED BY SIZE INTO SNAPSHOT-LINE
    WRITE SNAPSHOT-LINE
    PERFORM VARYING WS-WATCH-INDEX FROM 1 BY 1 UNTIL WS-WATCH-INDEX > WATCH-COUNT
        MOVE WATCH-TOTAL(WS-WATCH-INDEX) TO WS-NUM1
        MOVE SPACES TO SNAPSHOT-LINE
        STRING "I|" FUNCTION TRIM(WATCH-NAME(WS-WATCH-INDEX)) "|" FUNCTION TRIM(WS-NUM1)
            DELIMITED BY SIZE INTO SNAPSHOT-LINE
        WRITE SNAPSHOT-LINE
    END-PERFORM
    PERFORM VARYING WS-HOLD-INDEX FROM 1 BY 1 UNTIL WS-HOLD-INDEX > HOLD-COUNT
        MOVE HOLD-AMOUNT(WS-HOLD-INDEX) TO WS-NUM1
        MOVE SPACES TO SNAPSHOT-LINE
        STRING "H|" FUNCTION TRIM(HOLD-HOLDER(WS-HOLD-INDEX)) "|"
               FUNCTION TRIM(WATCH-NAME(HOLD-WATCH(WS-HOLD-INDEX))) "|"
               FUNCTION TRIM(WS-NUM1)
            DELIMITED BY SIZE INTO SNAPSHOT-LINE
        WRITE SNAPSHOT-LINE
    END-PERFORM
    CLOSE SNAPSHOT-FILE.

    EXIT SECTION.

END PROGRAM census.
