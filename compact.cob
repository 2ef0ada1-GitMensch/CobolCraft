*> --- compact ---
*> Offline region-file compaction, for the maintenance window like pregen and
*> restoreutil -- never run it against a live server, which keeps region files
*> open and would write chunks into sectors this has just moved.
*>
*> Every rewrite of a chunk by World-SaveDirtyChunks, pregen or worldimport
*> that no longer fits its old sectors lands at the end of the file, leaving
*> the old sectors dead; nothing ever gives them back, and every backup
*> generation copies them again. This rewrites each r.X.Z.mca (overworld
*> region/ and nether region-nether/) with only the sectors its header still
*> points at, packed back to back from sector 2 in header order, with the
*> timestamp table carried over unchanged.
*>
*> The packed copy is written beside the original as <name>.compact and then
*> read back chunk by chunk through Region-ReadChunk -- the same decoder the
*> server loads with -- checking every chunk decompresses, parses, and names
*> the position the header files it under. Only a copy that passes replaces
*> the original; a file whose header or chunks don't check out is reported
*> and left exactly as it was.
*>
*> Usage: compact
IDENTIFICATION DIVISION.
PROGRAM-ID. compact.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-NBT-DECODER.
    01 WS-FILENAME              PIC X(64).
    01 WS-TEMP-NAME             PIC X(64).
    01 WS-FOUND                 BINARY-CHAR UNSIGNED.
    01 WS-DIMENSION-PASS        BINARY-LONG UNSIGNED.

    *> CBL_OPEN_FILE/CBL_CREATE_FILE/CBL_READ_FILE/CBL_WRITE_FILE shapes
    01 WS-READ-MODE             PIC X COMP-X VALUE 1.
    01 WS-WRITE-MODE            PIC X COMP-X VALUE 2.
    01 WS-DENY-MODE             PIC X COMP-X VALUE 0.
    01 WS-DEVICE                PIC X COMP-X VALUE 0.
    01 WS-IN-HANDLE             PIC X(4).
    01 WS-OUT-HANDLE            PIC X(4).
    01 WS-OFFSET                PIC X(8) COMP-X.
    01 WS-COUNT                 PIC X(4) COMP-X.
    01 WS-FLAGS                 PIC X COMP-X.
    *> Flag 128 asks CBL_READ_FILE for the file size (returned in the offset
    *> parameter) instead of reading.
    01 C-FLAG-FILE-SIZE         PIC X COMP-X VALUE 128.
    01 C-FLAG-READ              PIC X COMP-X VALUE 0.
    01 C-FLAG-WRITE             PIC X COMP-X VALUE 0.

    *> An Anvil header: 1024 big-endian location entries (3-byte sector
    *> offset, 1-byte sector count; all zero for an absent chunk) followed by
    *> 1024 four-byte timestamps.
    01 SECTOR-SIZE              BINARY-LONG UNSIGNED VALUE 4096.
    01 OLD-HEADER.
        05 OLD-LOCATION OCCURS 1024 TIMES.
            10 OLD-SECTOR-OFFSET    PIC X(3) COMP-X.
            10 OLD-SECTOR-COUNT     PIC X COMP-X.
        05 OLD-TIMESTAMPS           PIC X(4096).
    01 NEW-HEADER.
        05 NEW-LOCATION OCCURS 1024 TIMES.
            10 NEW-SECTOR-OFFSET    PIC X(3) COMP-X.
            10 NEW-SECTOR-COUNT     PIC X COMP-X.
        05 NEW-TIMESTAMPS           PIC X(4096).
    *> One chunk's sectors: the 4-byte length, the compression byte and the
    *> payload, padded out to whole sectors. 255 sectors is the most a
    *> location entry can describe.
    01 CHUNK-SECTORS.
        05 CHUNK-LENGTH             PIC X(4) COMP-X.
        05 CHUNK-BODY               PIC X(1044476).
    01 WS-CHUNK-BYTES           BINARY-LONG UNSIGNED.
    01 WS-CHUNK-SECTORS         BINARY-LONG UNSIGNED.
    01 WS-LOCATION-INDEX        BINARY-LONG UNSIGNED.
    01 WS-NEXT-SECTOR           BINARY-LONG UNSIGNED.
    01 WS-OLD-SIZE              BINARY-DOUBLE UNSIGNED.
    01 WS-NEW-SIZE              BINARY-DOUBLE UNSIGNED.
    01 WS-CHUNK-END             BINARY-DOUBLE UNSIGNED.
    01 WS-LIVE-CHUNKS           BINARY-LONG UNSIGNED.
    01 WS-FILE-BAD              BINARY-CHAR UNSIGNED.
    01 WS-PROBLEM               PIC X(80).

    *> reading the packed copy back
    01 WS-RAW-BUFFER            PIC X(262144).
    01 WS-CHUNK-TOTAL           BINARY-LONG UNSIGNED.
    01 WS-CHUNK-INDEX           BINARY-LONG UNSIGNED.
    01 WS-CHUNK-X               BINARY-LONG.
    01 WS-CHUNK-Z               BINARY-LONG.
    01 WS-CHUNK-OK              BINARY-CHAR UNSIGNED.
    01 WS-CHUNK-RAW-LENGTH      BINARY-LONG UNSIGNED.
    01 WS-NBT-X                 BINARY-LONG.
    01 WS-NBT-Z                 BINARY-LONG.
    01 WS-HAVE-X                BINARY-CHAR UNSIGNED.
    01 WS-HAVE-Z                BINARY-CHAR UNSIGNED.
    01 WS-AT-END                BINARY-CHAR UNSIGNED.
    01 WS-TAG-NAME              PIC X(256).
    01 WS-NAME-LEN              BINARY-LONG UNSIGNED.

    *> totals
    01 WS-FILES-SEEN            BINARY-LONG UNSIGNED VALUE 0.
    01 WS-FILES-COMPACTED       BINARY-LONG UNSIGNED VALUE 0.
    01 WS-FILES-SKIPPED         BINARY-LONG UNSIGNED VALUE 0.
    01 WS-TOTAL-BEFORE          BINARY-DOUBLE UNSIGNED VALUE 0.
    01 WS-TOTAL-AFTER           BINARY-DOUBLE UNSIGNED VALUE 0.
    01 WS-RECLAIMED             BINARY-DOUBLE UNSIGNED.
    01 WS-SIZE1                 PIC Z(14)9.
    01 WS-SIZE2                 PIC Z(14)9.
    01 WS-SIZE3                 PIC Z(14)9.
    01 WS-COORD-X               PIC -(10)9.
    01 WS-COORD-Z               PIC -(10)9.
    01 WS-NUM1                  PIC ZZZZZZZZ9.
    01 WS-NUM2                  PIC ZZZZZZZZ9.
    01 WS-NUM3                  PIC ZZZZZZZZ9.

PROCEDURE DIVISION.
Main.
    DISPLAY "compact: compacting region files..."
    PERFORM VARYING WS-DIMENSION-PASS FROM 1 BY 1 UNTIL WS-DIMENSION-PASS > 2
        IF WS-DIMENSION-PASS = 1
            CALL "Dir-FindFirst" USING "region/r.*.mca" WS-FILENAME WS-FOUND
        ELSE
            CALL "Dir-FindFirst" USING "region-nether/r.*.mca" WS-FILENAME WS-FOUND
        END-IF
        PERFORM UNTIL WS-FOUND = 0
            PERFORM CompactRegionFile
            CALL "Dir-FindNext" USING WS-FILENAME WS-FOUND
        END-PERFORM
    END-PERFORM

    COMPUTE WS-RECLAIMED = WS-TOTAL-BEFORE - WS-TOTAL-AFTER
    MOVE WS-TOTAL-BEFORE TO WS-SIZE1
    MOVE WS-TOTAL-AFTER TO WS-SIZE2
    MOVE WS-RECLAIMED TO WS-SIZE3
    MOVE WS-FILES-SEEN TO WS-NUM1
    MOVE WS-FILES-COMPACTED TO WS-NUM2
    MOVE WS-FILES-SKIPPED TO WS-NUM3
    DISPLAY "compact: " FUNCTION TRIM(WS-NUM1) " region file(s), "
        FUNCTION TRIM(WS-NUM2) " compacted, " FUNCTION TRIM(WS-NUM3) " skipped"
    DISPLAY "compact: " FUNCTION TRIM(WS-SIZE1) " -> " FUNCTION TRIM(WS-SIZE2)
        " bytes, " FUNCTION TRIM(WS-SIZE3) " bytes reclaimed"
    IF WS-FILES-SKIPPED > 0
        STOP RUN RETURNING 1
    END-IF
    STOP RUN.

*> Pack one region file into <name>.compact, prove the copy, then swap it in.
*> Sizes in the totals count the file as it stands afterwards, so a skipped
*> or already-tight file adds the same amount to both sides.
CompactRegionFile SECTION.
    ADD 1 TO WS-FILES-SEEN
    MOVE 0 TO WS-FILE-BAD
    MOVE SPACES TO WS-PROBLEM
    MOVE SPACES TO WS-TEMP-NAME
    STRING FUNCTION TRIM(WS-FILENAME) ".compact" DELIMITED BY SIZE INTO WS-TEMP-NAME

    PERFORM WritePackedCopy
    IF WS-FILE-BAD = 0
        PERFORM VerifyPackedCopy
    END-IF
    IF WS-FILE-BAD = 1
        CALL "CBL_DELETE_FILE" USING WS-TEMP-NAME
        MOVE 0 TO RETURN-CODE
        ADD 1 TO WS-FILES-SKIPPED
        ADD WS-OLD-SIZE TO WS-TOTAL-BEFORE WS-TOTAL-AFTER
        DISPLAY "compact: " FUNCTION TRIM(WS-FILENAME) " skipped, original kept: "
            FUNCTION TRIM(WS-PROBLEM)
        EXIT SECTION
    END-IF

    IF WS-NEW-SIZE >= WS-OLD-SIZE
        CALL "CBL_DELETE_FILE" USING WS-TEMP-NAME
        MOVE 0 TO RETURN-CODE
        ADD WS-OLD-SIZE TO WS-TOTAL-BEFORE WS-TOTAL-AFTER
        MOVE WS-OLD-SIZE TO WS-SIZE1
        DISPLAY "compact: " FUNCTION TRIM(WS-FILENAME) " " FUNCTION TRIM(WS-SIZE1)
            " bytes, already compact"
        EXIT SECTION
    END-IF

    CALL "CBL_RENAME_FILE" USING WS-TEMP-NAME WS-FILENAME
    IF RETURN-CODE NOT = 0
        MOVE 0 TO RETURN-CODE
        CALL "CBL_DELETE_FILE" USING WS-TEMP-NAME
        MOVE 0 TO RETURN-CODE
        ADD 1 TO WS-FILES-SKIPPED
        ADD WS-OLD-SIZE TO WS-TOTAL-BEFORE WS-TOTAL-AFTER
        DISPLAY "compact: " FUNCTION TRIM(WS-FILENAME)
            " skipped, original kept: could not replace it"
        EXIT SECTION
    END-IF

    ADD 1 TO WS-FILES-COMPACTED
    ADD WS-OLD-SIZE TO WS-TOTAL-BEFORE
    ADD WS-NEW-SIZE TO WS-TOTAL-AFTER
    COMPUTE WS-RECLAIMED = WS-OLD-SIZE - WS-NEW-SIZE
    MOVE WS-OLD-SIZE TO WS-SIZE1
    MOVE WS-NEW-SIZE TO WS-SIZE2
    MOVE WS-RECLAIMED TO WS-SIZE3
    MOVE WS-LIVE-CHUNKS TO WS-NUM1
    DISPLAY "compact: " FUNCTION TRIM(WS-FILENAME) " " FUNCTION TRIM(WS-SIZE1) " -> "
        FUNCTION TRIM(WS-SIZE2) " bytes, " FUNCTION TRIM(WS-SIZE3) " reclaimed ("
        FUNCTION TRIM(WS-NUM1) " chunks)".

    EXIT SECTION.

*> Header entries are sanity-checked against the file before any byte moves:
*> a location inside the header, past the end of the file, or holding a
*> length its own sector count can't contain means the header can't be
*> trusted to say which sectors are live.
WritePackedCopy SECTION.
    MOVE 0 TO WS-OLD-SIZE WS-NEW-SIZE WS-LIVE-CHUNKS
    CALL "CBL_OPEN_FILE" USING WS-FILENAME WS-READ-MODE WS-DENY-MODE
        WS-DEVICE WS-IN-HANDLE
    IF RETURN-CODE NOT = 0
        MOVE 0 TO RETURN-CODE
        MOVE 1 TO WS-FILE-BAD
        MOVE "cannot open it" TO WS-PROBLEM
        EXIT SECTION
    END-IF
    MOVE 0 TO WS-OFFSET
    MOVE 0 TO WS-COUNT
    MOVE C-FLAG-FILE-SIZE TO WS-FLAGS
    CALL "CBL_READ_FILE" USING WS-IN-HANDLE WS-OFFSET WS-COUNT WS-FLAGS OLD-HEADER
    MOVE WS-OFFSET TO WS-OLD-SIZE
    IF RETURN-CODE NOT = 0 OR WS-OLD-SIZE < 8192
        MOVE 0 TO RETURN-CODE
        CALL "CBL_CLOSE_FILE" USING WS-IN-HANDLE
        MOVE 0 TO RETURN-CODE
        MOVE 1 TO WS-FILE-BAD
        MOVE "shorter than a region header" TO WS-PROBLEM
        EXIT SECTION
    END-IF
    MOVE 0 TO WS-OFFSET
    MOVE 8192 TO WS-COUNT
    MOVE C-FLAG-READ TO WS-FLAGS
    CALL "CBL_READ_FILE" USING WS-IN-HANDLE WS-OFFSET WS-COUNT WS-FLAGS OLD-HEADER
    IF RETURN-CODE NOT = 0
        MOVE 0 TO RETURN-CODE
        CALL "CBL_CLOSE_FILE" USING WS-IN-HANDLE
        MOVE 0 TO RETURN-CODE
        MOVE 1 TO WS-FILE-BAD
        MOVE "header unreadable" TO WS-PROBLEM
        EXIT SECTION
    END-IF

    CALL "CBL_CREATE_FILE" USING WS-TEMP-NAME WS-WRITE-MODE WS-DENY-MODE
        WS-DEVICE WS-OUT-HANDLE
    IF RETURN-CODE NOT = 0
        MOVE 0 TO RETURN-CODE
        CALL "CBL_CLOSE_FILE" USING WS-IN-HANDLE
        MOVE 0 TO RETURN-CODE
        MOVE 1 TO WS-FILE-BAD
        MOVE "cannot create the packed copy" TO WS-PROBLEM
        EXIT SECTION
    END-IF

    MOVE LOW-VALUES TO NEW-HEADER
    MOVE OLD-TIMESTAMPS TO NEW-TIMESTAMPS
    MOVE 2 TO WS-NEXT-SECTOR
    PERFORM VARYING WS-LOCATION-INDEX FROM 1 BY 1
            UNTIL WS-LOCATION-INDEX > 1024 OR WS-FILE-BAD = 1
        IF OLD-SECTOR-OFFSET(WS-LOCATION-INDEX) NOT = 0
                OR OLD-SECTOR-COUNT(WS-LOCATION-INDEX) NOT = 0
            PERFORM CopyOneChunk
        END-IF
    END-PERFORM

    *> The header goes in last, once every new location is known.
    IF WS-FILE-BAD = 0
        MOVE 0 TO WS-OFFSET
        MOVE 8192 TO WS-COUNT
        MOVE C-FLAG-WRITE TO WS-FLAGS
        CALL "CBL_WRITE_FILE" USING WS-OUT-HANDLE WS-OFFSET WS-COUNT WS-FLAGS NEW-HEADER
        IF RETURN-CODE NOT = 0
            MOVE 1 TO WS-FILE-BAD
            MOVE "write failed on the packed copy" TO WS-PROBLEM
        END-IF
        MOVE 0 TO RETURN-CODE
    END-IF
    COMPUTE WS-NEW-SIZE = WS-NEXT-SECTOR * SECTOR-SIZE

    CALL "CBL_CLOSE_FILE" USING WS-OUT-HANDLE
    MOVE 0 TO RETURN-CODE
    CALL "CBL_CLOSE_FILE" USING WS-IN-HANDLE
    MOVE 0 TO RETURN-CODE.

    EXIT SECTION.

CopyOneChunk SECTION.
    MOVE WS-LOCATION-INDEX TO WS-NUM1
    IF OLD-SECTOR-OFFSET(WS-LOCATION-INDEX) < 2 OR OLD-SECTOR-COUNT(WS-LOCATION-INDEX) = 0
        MOVE 1 TO WS-FILE-BAD
        STRING "header entry " FUNCTION TRIM(WS-NUM1) " points into the header"
            DELIMITED BY SIZE INTO WS-PROBLEM
        EXIT SECTION
    END-IF
    COMPUTE WS-OFFSET = OLD-SECTOR-OFFSET(WS-LOCATION-INDEX) * SECTOR-SIZE
    IF WS-OFFSET + 5 > WS-OLD-SIZE
        MOVE 1 TO WS-FILE-BAD
        STRING "header entry " FUNCTION TRIM(WS-NUM1) " points past the end of the file"
            DELIMITED BY SIZE INTO WS-PROBLEM
        EXIT SECTION
    END-IF
    MOVE 4 TO WS-COUNT
    MOVE C-FLAG-READ TO WS-FLAGS
    CALL "CBL_READ_FILE" USING WS-IN-HANDLE WS-OFFSET WS-COUNT WS-FLAGS CHUNK-SECTORS
    IF RETURN-CODE NOT = 0
        MOVE 0 TO RETURN-CODE
        MOVE 1 TO WS-FILE-BAD
        STRING "chunk " FUNCTION TRIM(WS-NUM1) " unreadable" DELIMITED BY SIZE INTO WS-PROBLEM
        EXIT SECTION
    END-IF
    COMPUTE WS-CHUNK-BYTES = CHUNK-LENGTH + 4
    COMPUTE WS-CHUNK-END = WS-OFFSET + WS-CHUNK-BYTES
    IF CHUNK-LENGTH < 1
            OR WS-CHUNK-BYTES > OLD-SECTOR-COUNT(WS-LOCATION-INDEX) * SECTOR-SIZE
            OR WS-CHUNK-END > WS-OLD-SIZE
        MOVE 1 TO WS-FILE-BAD
        STRING "chunk " FUNCTION TRIM(WS-NUM1) " has a length its sectors can't hold"
            DELIMITED BY SIZE INTO WS-PROBLEM
        EXIT SECTION
    END-IF

    *> Read the whole record over a cleared area so the tail of its last
    *> sector goes out as zeros rather than whatever the last chunk left.
    DIVIDE WS-CHUNK-BYTES BY SECTOR-SIZE GIVING WS-CHUNK-SECTORS ROUNDED MODE IS AWAY-FROM-ZERO
    MOVE LOW-VALUES TO CHUNK-SECTORS(1:WS-CHUNK-SECTORS * SECTOR-SIZE)
    MOVE WS-CHUNK-BYTES TO WS-COUNT
    CALL "CBL_READ_FILE" USING WS-IN-HANDLE WS-OFFSET WS-COUNT WS-FLAGS CHUNK-SECTORS
    IF RETURN-CODE NOT = 0
        MOVE 0 TO RETURN-CODE
        MOVE 1 TO WS-FILE-BAD
        STRING "chunk " FUNCTION TRIM(WS-NUM1) " unreadable" DELIMITED BY SIZE INTO WS-PROBLEM
        EXIT SECTION
    END-IF

    COMPUTE WS-OFFSET = WS-NEXT-SECTOR * SECTOR-SIZE
    COMPUTE WS-COUNT = WS-CHUNK-SECTORS * SECTOR-SIZE
    MOVE C-FLAG-WRITE TO WS-FLAGS
    CALL "CBL_WRITE_FILE" USING WS-OUT-HANDLE WS-OFFSET WS-COUNT WS-FLAGS CHUNK-SECTORS
    IF RETURN-CODE NOT = 0
        MOVE 0 TO RETURN-CODE
        MOVE 1 TO WS-FILE-BAD
        MOVE "write failed on the packed copy" TO WS-PROBLEM
        EXIT SECTION
    END-IF
    MOVE WS-NEXT-SECTOR TO NEW-SECTOR-OFFSET(WS-LOCATION-INDEX)
    MOVE WS-CHUNK-SECTORS TO NEW-SECTOR-COUNT(WS-LOCATION-INDEX)
    ADD WS-CHUNK-SECTORS TO WS-NEXT-SECTOR
    ADD 1 TO WS-LIVE-CHUNKS.

    EXIT SECTION.

*> The copy must hold exactly the chunks the original's header listed, each
*> one decompressing to NBT whose xPos/zPos agree with where it is filed --
*> the same test savecheck puts region files through.
VerifyPackedCopy SECTION.
    CALL "Region-ChunkCount" USING WS-TEMP-NAME WS-CHUNK-TOTAL
    IF WS-CHUNK-TOTAL NOT = WS-LIVE-CHUNKS
        MOVE WS-LIVE-CHUNKS TO WS-NUM1
        MOVE WS-CHUNK-TOTAL TO WS-NUM2
        MOVE 1 TO WS-FILE-BAD
        STRING "packed copy holds " FUNCTION TRIM(WS-NUM2) " of " FUNCTION TRIM(WS-NUM1)
            " chunks" DELIMITED BY SIZE INTO WS-PROBLEM
        EXIT SECTION
    END-IF
    PERFORM VARYING WS-CHUNK-INDEX FROM 1 BY 1
            UNTIL WS-CHUNK-INDEX > WS-CHUNK-TOTAL OR WS-FILE-BAD = 1
        CALL "Region-ReadChunk" USING WS-TEMP-NAME WS-CHUNK-INDEX
            WS-CHUNK-X WS-CHUNK-Z WS-RAW-BUFFER WS-CHUNK-RAW-LENGTH WS-CHUNK-OK
        IF WS-CHUNK-OK = 0
            MOVE 1 TO WS-FILE-BAD
        ELSE
            PERFORM VerifyChunkNbt
        END-IF
        IF WS-FILE-BAD = 1
            MOVE WS-CHUNK-X TO WS-COORD-X
            MOVE WS-CHUNK-Z TO WS-COORD-Z
            MOVE SPACES TO WS-PROBLEM
            STRING "chunk " FUNCTION TRIM(WS-COORD-X) "," FUNCTION TRIM(WS-COORD-Z)
                " does not decode" DELIMITED BY SIZE INTO WS-PROBLEM
        END-IF
    END-PERFORM.

    EXIT SECTION.

VerifyChunkNbt SECTION.
    MOVE 0 TO NBT-DECODER-OFFSET
    MOVE 0 TO NBT-DECODER-LEVEL
    CALL "NbtDecode-RootCompound" USING NBT-DECODER-STATE WS-RAW-BUFFER
    MOVE 0 TO WS-HAVE-X
    MOVE 0 TO WS-HAVE-Z
    PERFORM UNTIL EXIT
        CALL "NbtDecode-Peek" USING NBT-DECODER-STATE WS-RAW-BUFFER WS-AT-END
            WS-TAG-NAME WS-NAME-LEN
        IF WS-AT-END > 0
            EXIT PERFORM
        END-IF
        EVALUATE TRUE
            WHEN WS-TAG-NAME(1:WS-NAME-LEN) = "xPos"
                CALL "NbtDecode-Int" USING NBT-DECODER-STATE WS-RAW-BUFFER WS-NBT-X
                MOVE 1 TO WS-HAVE-X
            WHEN WS-TAG-NAME(1:WS-NAME-LEN) = "zPos"
                CALL "NbtDecode-Int" USING NBT-DECODER-STATE WS-RAW-BUFFER WS-NBT-Z
                MOVE 1 TO WS-HAVE-Z
            WHEN OTHER
                CALL "NbtDecode-Skip" USING NBT-DECODER-STATE WS-RAW-BUFFER
        END-EVALUATE
    END-PERFORM

    IF WS-HAVE-X = 0 OR WS-HAVE-Z = 0
            OR WS-NBT-X NOT = WS-CHUNK-X OR WS-NBT-Z NOT = WS-CHUNK-Z
        MOVE 1 TO WS-FILE-BAD
    END-IF.

    EXIT SECTION.

END PROGRAM compact.
