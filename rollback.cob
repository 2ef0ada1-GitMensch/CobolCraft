*> --- rollback ---
*> Offline selective rollback from block history, for the maintenance window
*> like pregen and restoreutil -- never run it against a live server, the
*> running process holds its own copy of the chunks and would save straight over
*> what it puts back. Where restoreutil can only swap a whole region file back in
*> (taking everyone else's work in that region with it), this undoes exactly one
*> actor's recorded changes: every history line for the named player (or a "#"
*> actor such as #creeper) inside the time window, and optionally inside a chunk
*> radius, is put back to its old state through World-SetBlockState, the same
*> path the server edits the region files through. Only the day files the
*> window covers are read (block-history-YYYYMMDD.dat, oldest first), after
*> any single block-history.dat left from before the log was kept by day; a
*> day the retention job has already archived must be put back first.
*>
*> Changes are undone newest first, so a block the player changed several times
*> ends up as it was before the first of them. A block somebody else has changed
*> since (its current state is no longer what this actor left there) is skipped
*> and listed rather than overwritten. Every revert is itself appended to the
*> history as actor #rollback, and the full listing of what was reverted and
*> what was skipped goes to rollback-<player>-<YYYYMMDDHHMMSS>.txt. Container
*> contents and sign text are not part of the history: a broken chest comes
*> back empty.
*>
*> Usage: rollback <player> <from> <to> [<radius-in-chunks> [<center-x> <center-z>]]
*> where <from> and <to> are timestamps YYYYMMDD[HH[MM[SS]]] (a short <from>
*> starts at the beginning of that period, a short <to> runs to its end) and the
*> center defaults to the world spawn.
IDENTIFICATION DIVISION.
PROGRAM-ID. rollback.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-HISTORY-STATUS.
    SELECT LISTING-FILE ASSIGN TO WS-LISTING-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-LISTING-STATUS.

DATA DIVISION.
FILE SECTION.
FD  HISTORY-FILE.
01  HISTORY-LINE                PIC X(160).
FD  LISTING-FILE.
01  LISTING-LINE                PIC X(160).

WORKING-STORAGE SECTION.
    COPY DD-WORLD.
    COPY DD-WORLD-META.
    COPY DD-BLOCK-HISTORY.
    01 FS-HISTORY-STATUS        PIC X(2).
    01 FS-LISTING-STATUS        PIC X(2).
    01 WS-HISTORY-NAME          PIC X(32).
    01 WS-HISTORY-SEEN          BINARY-CHAR UNSIGNED VALUE 0.
    01 WS-DAY                   BINARY-LONG.
    01 WS-LAST-DAY              BINARY-LONG.
    01 WS-DAY-DATE              PIC 9(8).
    01 WS-LISTING-NAME          PIC X(64).
    01 WS-NOW                   PIC X(21).

    *> command line
    01 WS-COMMAND-LINE          PIC X(256).
    01 WS-PLAYER-ARG            PIC X(32).
    01 WS-FROM-TEXT             PIC X(16).
    01 WS-TO-TEXT               PIC X(16).
    01 WS-RADIUS-TEXT           PIC X(16).
    01 WS-CENTER-X-TEXT         PIC X(16).
    01 WS-CENTER-Z-TEXT         PIC X(16).
    01 WS-TEXT-LEN              BINARY-LONG UNSIGNED.
    01 WS-FROM-STAMP            PIC X(14).
    01 WS-TO-STAMP              PIC X(14).
    01 WS-USE-RADIUS            BINARY-CHAR UNSIGNED VALUE 0.
    01 WS-RADIUS                BINARY-LONG.
    01 WS-CENTER-BLOCK-X        BINARY-LONG.
    01 WS-CENTER-BLOCK-Z        BINARY-LONG.
    01 WS-CENTER-CHUNK-X        BINARY-LONG.
    01 WS-CENTER-CHUNK-Z        BINARY-LONG.

    *> history line fields
    01 WS-STAMP-TEXT            PIC X(14).
    01 WS-ACTOR-TEXT            PIC X(16).
    01 WS-CAUSE-TEXT            PIC X(16).
    01 WS-DIM-TEXT              PIC X(4).
    01 WS-X-TEXT                PIC X(12).
    01 WS-Y-TEXT                PIC X(12).
    01 WS-Z-TEXT                PIC X(12).
    01 WS-OLD-TEXT              PIC X(12).
    01 WS-NEW-TEXT              PIC X(12).
    01 WS-LINE-X                BINARY-LONG.
    01 WS-LINE-Z                BINARY-LONG.
    01 WS-LINE-CHUNK-X          BINARY-LONG.
    01 WS-LINE-CHUNK-Z          BINARY-LONG.

    *> The selected changes, in file (oldest first) order. The whole selection
    *> is gathered before anything is touched, so a window too big for the
    *> table changes nothing at all rather than half a rollback.
    01 MAX-ROLLBACK-ENTRIES     BINARY-LONG UNSIGNED VALUE 32768.
    01 RB-COUNT                 BINARY-LONG UNSIGNED VALUE 0.
    01 RB-OVERFLOW              BINARY-CHAR UNSIGNED VALUE 0.
    01 RB-TABLE.
        05 RB-ENTRY OCCURS 32768 TIMES.
            10 RB-STAMP             PIC X(14).
            10 RB-CAUSE             PIC X(16).
            10 RB-DIMENSION         BINARY-CHAR UNSIGNED.
            10 RB-X                 BINARY-LONG.
            10 RB-Y                 BINARY-LONG.
            10 RB-Z                 BINARY-LONG.
            10 RB-OLD-STATE         BINARY-LONG.
            10 RB-NEW-STATE         BINARY-LONG.
    01 RB-INDEX                 BINARY-LONG UNSIGNED.

    *> reverting
    01 WS-DIMENSION             BINARY-CHAR UNSIGNED.
    01 WS-CURRENT-STATE         BINARY-LONG.
    01 WS-REVERTED              BINARY-LONG UNSIGNED VALUE 0.
    01 WS-SKIPPED               BINARY-LONG UNSIGNED VALUE 0.
    01 WS-BATCH                 BINARY-LONG UNSIGNED VALUE 0.
    01 FLUSH-EVERY-BLOCKS       BINARY-LONG UNSIGNED VALUE 4096.
    01 WS-UNLOAD-KEEP           BINARY-LONG UNSIGNED VALUE 0.
    01 WS-UNLOAD-FAILURE        BINARY-CHAR UNSIGNED.

    *> listing formatting
    01 WS-NUM-X                 PIC -(10)9.
    01 WS-NUM-Y                 PIC -(10)9.
    01 WS-NUM-Z                 PIC -(10)9.
    01 WS-NUM-OLD               PIC -(10)9.
    01 WS-NUM-NEW               PIC -(10)9.
    01 WS-NUM-NOW               PIC -(10)9.
    01 WS-NUM-DIM               PIC 9.
    01 WS-NUM1                  PIC ZZZZZZZZ9.
    01 WS-NUM2                  PIC ZZZZZZZZ9.

PROCEDURE DIVISION.
Main.
    ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
    MOVE SPACES TO WS-PLAYER-ARG WS-FROM-TEXT WS-TO-TEXT WS-RADIUS-TEXT
        WS-CENTER-X-TEXT WS-CENTER-Z-TEXT
    UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
        INTO WS-PLAYER-ARG WS-FROM-TEXT WS-TO-TEXT WS-RADIUS-TEXT
             WS-CENTER-X-TEXT WS-CENTER-Z-TEXT
    IF WS-PLAYER-ARG = SPACES OR WS-FROM-TEXT = SPACES OR WS-TO-TEXT = SPACES
        DISPLAY "usage: rollback <player> <from> <to> [<radius-in-chunks> [<center-x> <center-z>]]"
        DISPLAY "       <from>/<to> are YYYYMMDD[HH[MM[SS]]]"
        STOP RUN RETURNING 1
    END-IF

    *> A short <from> starts at the beginning of its period, a short <to>
    *> runs to its end, so "rollback Steve 20260314 20260314" is that whole day.
    COMPUTE WS-TEXT-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-FROM-TEXT))
    IF WS-TEXT-LEN < 8 OR WS-TEXT-LEN > 14
            OR WS-FROM-TEXT(1:WS-TEXT-LEN) IS NOT NUMERIC
        DISPLAY "rollback: bad <from> timestamp " FUNCTION TRIM(WS-FROM-TEXT)
        STOP RUN RETURNING 1
    END-IF
    MOVE ALL "0" TO WS-FROM-STAMP
    MOVE WS-FROM-TEXT(1:WS-TEXT-LEN) TO WS-FROM-STAMP(1:WS-TEXT-LEN)
    MOVE WS-FROM-STAMP(1:8) TO WS-DAY-DATE
    IF FUNCTION TEST-DATE-YYYYMMDD(WS-DAY-DATE) NOT = 0
        DISPLAY "rollback: bad <from> timestamp " FUNCTION TRIM(WS-FROM-TEXT)
        STOP RUN RETURNING 1
    END-IF
    COMPUTE WS-TEXT-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-TO-TEXT))
    IF WS-TEXT-LEN < 8 OR WS-TEXT-LEN > 14
            OR WS-TO-TEXT(1:WS-TEXT-LEN) IS NOT NUMERIC
        DISPLAY "rollback: bad <to> timestamp " FUNCTION TRIM(WS-TO-TEXT)
        STOP RUN RETURNING 1
    END-IF
    MOVE ALL "9" TO WS-TO-STAMP
    MOVE WS-TO-TEXT(1:WS-TEXT-LEN) TO WS-TO-STAMP(1:WS-TEXT-LEN)
    MOVE WS-TO-STAMP(1:8) TO WS-DAY-DATE
    IF FUNCTION TEST-DATE-YYYYMMDD(WS-DAY-DATE) NOT = 0
        DISPLAY "rollback: bad <to> timestamp " FUNCTION TRIM(WS-TO-TEXT)
        STOP RUN RETURNING 1
    END-IF
    IF WS-FROM-STAMP > WS-TO-STAMP
        DISPLAY "rollback: <from> is after <to>"
        STOP RUN RETURNING 1
    END-IF

    *> The world's own metadata (spawn, seed, level type), exactly as a server
    *> boot would load it.
    CALL "ServerProperties-Load"
    CALL "World-MetaLoad"

    IF WS-RADIUS-TEXT NOT = SPACES
        IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-RADIUS-TEXT)) NOT = 0
            DISPLAY "rollback: bad radius " FUNCTION TRIM(WS-RADIUS-TEXT)
            STOP RUN RETURNING 1
        END-IF
        MOVE 1 TO WS-USE-RADIUS
        COMPUTE WS-RADIUS = FUNCTION NUMVAL(WS-RADIUS-TEXT)
        IF WS-RADIUS < 0
            MOVE 0 TO WS-RADIUS
        END-IF
        IF WS-CENTER-X-TEXT NOT = SPACES
                AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CENTER-X-TEXT)) = 0
                AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CENTER-Z-TEXT)) = 0
            COMPUTE WS-CENTER-BLOCK-X = FUNCTION NUMVAL(WS-CENTER-X-TEXT)
            COMPUTE WS-CENTER-BLOCK-Z = FUNCTION NUMVAL(WS-CENTER-Z-TEXT)
        ELSE
            MOVE WORLD-SPAWN-X TO WS-CENTER-BLOCK-X
            MOVE WORLD-SPAWN-Z TO WS-CENTER-BLOCK-Z
        END-IF
        DIVIDE WS-CENTER-BLOCK-X BY 16 GIVING WS-CENTER-CHUNK-X ROUNDED MODE IS TOWARD-LESSER
        DIVIDE WS-CENTER-BLOCK-Z BY 16 GIVING WS-CENTER-CHUNK-Z ROUNDED MODE IS TOWARD-LESSER
    END-IF

    PERFORM CollectChanges
    IF RB-OVERFLOW = 1
        MOVE MAX-ROLLBACK-ENTRIES TO WS-NUM1
        DISPLAY "rollback: more than " FUNCTION TRIM(WS-NUM1)
                " changes match; narrow the window or radius. Nothing was changed."
        STOP RUN RETURNING 1
    END-IF
    IF RB-COUNT = 0
        DISPLAY "rollback: no recorded changes by " FUNCTION TRIM(WS-PLAYER-ARG)
                " in that window"
        STOP RUN
    END-IF

    MOVE FUNCTION CURRENT-DATE TO WS-NOW
    MOVE SPACES TO WS-LISTING-NAME
    STRING "rollback-" FUNCTION TRIM(WS-PLAYER-ARG) "-" WS-NOW(1:14) ".txt"
        DELIMITED BY SIZE INTO WS-LISTING-NAME
    OPEN OUTPUT LISTING-FILE
    IF FS-LISTING-STATUS NOT = "00"
        DISPLAY "rollback: cannot write " FUNCTION TRIM(WS-LISTING-NAME)
        STOP RUN RETURNING 1
    END-IF
    PERFORM WriteListingHeader

    MOVE WORLD-DIM-OVERWORLD TO WS-DIMENSION
    PERFORM RevertDimension
    MOVE WORLD-DIM-NETHER TO WS-DIMENSION
    PERFORM RevertDimension
    CALL "World-RouteDimension" USING WORLD-DIM-OVERWORLD

    MOVE WS-REVERTED TO WS-NUM1
    MOVE WS-SKIPPED TO WS-NUM2
    MOVE SPACES TO LISTING-LINE
    WRITE LISTING-LINE
    STRING "Reverted " FUNCTION TRIM(WS-NUM1) ", skipped " FUNCTION TRIM(WS-NUM2)
           " changed since"
        DELIMITED BY SIZE INTO LISTING-LINE
    WRITE LISTING-LINE
    CLOSE LISTING-FILE

    DISPLAY "rollback: reverted " FUNCTION TRIM(WS-NUM1) ", skipped "
            FUNCTION TRIM(WS-NUM2) "; listing in " FUNCTION TRIM(WS-LISTING-NAME)
    STOP RUN.

*> Gather every history line by the actor inside the window (and radius),
*> oldest first: the undated file, then the window's days in order. Nothing
*> past today can have a file.
CollectChanges SECTION.
    MOVE "block-history.dat" TO WS-HISTORY-NAME
    PERFORM ReadHistoryFile
    MOVE FUNCTION CURRENT-DATE TO WS-NOW
    COMPUTE WS-LAST-DAY = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-NOW(1:8)))
    MOVE WS-TO-STAMP(1:8) TO WS-DAY-DATE
    IF FUNCTION INTEGER-OF-DATE(WS-DAY-DATE) < WS-LAST-DAY
        COMPUTE WS-LAST-DAY = FUNCTION INTEGER-OF-DATE(WS-DAY-DATE)
    END-IF
    MOVE WS-FROM-STAMP(1:8) TO WS-DAY-DATE
    PERFORM VARYING WS-DAY FROM FUNCTION INTEGER-OF-DATE(WS-DAY-DATE) BY 1
            UNTIL WS-DAY > WS-LAST-DAY OR RB-OVERFLOW = 1
        COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY)
        MOVE SPACES TO WS-HISTORY-NAME
        STRING "block-history-" WS-DAY-DATE ".dat" DELIMITED BY SIZE INTO WS-HISTORY-NAME
        PERFORM ReadHistoryFile
    END-PERFORM
    IF WS-HISTORY-SEEN = 0
        DISPLAY "rollback: no block history for that window"
        STOP RUN RETURNING 1
    END-IF.

    EXIT SECTION.

ReadHistoryFile SECTION.
    OPEN INPUT HISTORY-FILE
    IF FS-HISTORY-STATUS NOT = "00"
        EXIT SECTION
    END-IF
    MOVE 1 TO WS-HISTORY-SEEN
    PERFORM UNTIL FS-HISTORY-STATUS = "10"
        READ HISTORY-FILE
            AT END
                MOVE "10" TO FS-HISTORY-STATUS
            NOT AT END
                PERFORM SelectLine
        END-READ
    END-PERFORM
    CLOSE HISTORY-FILE.

    EXIT SECTION.

SelectLine SECTION.
    IF HISTORY-LINE = SPACES OR RB-OVERFLOW = 1
        EXIT SECTION
    END-IF
    MOVE SPACES TO WS-STAMP-TEXT WS-ACTOR-TEXT WS-CAUSE-TEXT WS-DIM-TEXT
        WS-X-TEXT WS-Y-TEXT WS-Z-TEXT WS-OLD-TEXT WS-NEW-TEXT
    UNSTRING HISTORY-LINE DELIMITED BY ","
        INTO WS-STAMP-TEXT WS-ACTOR-TEXT WS-CAUSE-TEXT WS-DIM-TEXT
             WS-X-TEXT WS-Y-TEXT WS-Z-TEXT WS-OLD-TEXT WS-NEW-TEXT
    IF FUNCTION TRIM(WS-ACTOR-TEXT) NOT = FUNCTION TRIM(WS-PLAYER-ARG)
        EXIT SECTION
    END-IF
    IF WS-STAMP-TEXT < WS-FROM-STAMP OR WS-STAMP-TEXT > WS-TO-STAMP
        EXIT SECTION
    END-IF
    *> A damaged line is passed over rather than trusted.
    IF FUNCTION TEST-NUMVAL(WS-X-TEXT) NOT = 0
            OR FUNCTION TEST-NUMVAL(WS-Y-TEXT) NOT = 0
            OR FUNCTION TEST-NUMVAL(WS-Z-TEXT) NOT = 0
            OR FUNCTION TEST-NUMVAL(WS-OLD-TEXT) NOT = 0
            OR FUNCTION TEST-NUMVAL(WS-NEW-TEXT) NOT = 0
            OR FUNCTION TEST-NUMVAL(WS-DIM-TEXT) NOT = 0
        EXIT SECTION
    END-IF
    COMPUTE WS-LINE-X = FUNCTION NUMVAL(WS-X-TEXT)
    COMPUTE WS-LINE-Z = FUNCTION NUMVAL(WS-Z-TEXT)
    IF WS-USE-RADIUS = 1
        DIVIDE WS-LINE-X BY 16 GIVING WS-LINE-CHUNK-X ROUNDED MODE IS TOWARD-LESSER
        DIVIDE WS-LINE-Z BY 16 GIVING WS-LINE-CHUNK-Z ROUNDED MODE IS TOWARD-LESSER
        IF WS-LINE-CHUNK-X < WS-CENTER-CHUNK-X - WS-RADIUS
                OR WS-LINE-CHUNK-X > WS-CENTER-CHUNK-X + WS-RADIUS
                OR WS-LINE-CHUNK-Z < WS-CENTER-CHUNK-Z - WS-RADIUS
                OR WS-LINE-CHUNK-Z > WS-CENTER-CHUNK-Z + WS-RADIUS
            EXIT SECTION
        END-IF
    END-IF
    IF RB-COUNT >= MAX-ROLLBACK-ENTRIES
        MOVE 1 TO RB-OVERFLOW
        EXIT SECTION
    END-IF
    ADD 1 TO RB-COUNT
    MOVE WS-STAMP-TEXT TO RB-STAMP(RB-COUNT)
    MOVE WS-CAUSE-TEXT TO RB-CAUSE(RB-COUNT)
    COMPUTE RB-DIMENSION(RB-COUNT) = FUNCTION NUMVAL(WS-DIM-TEXT)
    MOVE WS-LINE-X TO RB-X(RB-COUNT)
    COMPUTE RB-Y(RB-COUNT) = FUNCTION NUMVAL(WS-Y-TEXT)
    MOVE WS-LINE-Z TO RB-Z(RB-COUNT)
    COMPUTE RB-OLD-STATE(RB-COUNT) = FUNCTION NUMVAL(WS-OLD-TEXT)
    COMPUTE RB-NEW-STATE(RB-COUNT) = FUNCTION NUMVAL(WS-NEW-TEXT).

    EXIT SECTION.

*> Undo the selected changes of one dimension, newest first, then flush that
*> dimension's chunks before the router moves on.
RevertDimension SECTION.
    CALL "World-RouteDimension" USING WS-DIMENSION
    PERFORM VARYING RB-INDEX FROM RB-COUNT BY -1 UNTIL RB-INDEX < 1
        IF RB-DIMENSION(RB-INDEX) = WS-DIMENSION
            PERFORM RevertOne
        END-IF
    END-PERFORM
    CALL "World-SaveDirtyChunks"
    CALL "World-UnloadChunks" USING WS-UNLOAD-KEEP WS-UNLOAD-FAILURE
    MOVE 0 TO WS-BATCH.

    EXIT SECTION.

RevertOne SECTION.
    MOVE RB-X(RB-INDEX) TO WS-NUM-X
    MOVE RB-Y(RB-INDEX) TO WS-NUM-Y
    MOVE RB-Z(RB-INDEX) TO WS-NUM-Z
    MOVE RB-OLD-STATE(RB-INDEX) TO WS-NUM-OLD
    MOVE RB-NEW-STATE(RB-INDEX) TO WS-NUM-NEW
    MOVE RB-DIMENSION(RB-INDEX) TO WS-NUM-DIM

    CALL "World-GetBlockState" USING RB-X(RB-INDEX) RB-Y(RB-INDEX) RB-Z(RB-INDEX)
        WS-CURRENT-STATE
    MOVE SPACES TO LISTING-LINE
    IF WS-CURRENT-STATE NOT = RB-NEW-STATE(RB-INDEX)
        ADD 1 TO WS-SKIPPED
        MOVE WS-CURRENT-STATE TO WS-NUM-NOW
        STRING "skipped  " RB-STAMP(RB-INDEX) " dim " WS-NUM-DIM " "
               FUNCTION TRIM(WS-NUM-X) " " FUNCTION TRIM(WS-NUM-Y) " "
               FUNCTION TRIM(WS-NUM-Z) " " FUNCTION TRIM(RB-CAUSE(RB-INDEX))
               ": now " FUNCTION TRIM(WS-NUM-NOW) ", expected "
               FUNCTION TRIM(WS-NUM-NEW)
            DELIMITED BY SIZE INTO LISTING-LINE
        WRITE LISTING-LINE
        EXIT SECTION
    END-IF

    CALL "World-SetBlockState" USING RB-X(RB-INDEX) RB-Y(RB-INDEX) RB-Z(RB-INDEX)
        RB-OLD-STATE(RB-INDEX)
    CALL "BlockHistory-Record" USING HISTORY-ACTOR-ROLLBACK HISTORY-CAUSE-ROLLBACK
        RB-X(RB-INDEX) RB-Y(RB-INDEX) RB-Z(RB-INDEX)
        RB-NEW-STATE(RB-INDEX) RB-OLD-STATE(RB-INDEX)
    ADD 1 TO WS-REVERTED
    STRING "reverted " RB-STAMP(RB-INDEX) " dim " WS-NUM-DIM " "
           FUNCTION TRIM(WS-NUM-X) " " FUNCTION TRIM(WS-NUM-Y) " "
           FUNCTION TRIM(WS-NUM-Z) " " FUNCTION TRIM(RB-CAUSE(RB-INDEX))
           ": " FUNCTION TRIM(WS-NUM-NEW) " -> " FUNCTION TRIM(WS-NUM-OLD)
        DELIMITED BY SIZE INTO LISTING-LINE
    WRITE LISTING-LINE

    *> Keep memory flat however large the selection: flush and drain the
    *> loaded-chunk table every batch, the way pregen does.
    ADD 1 TO WS-BATCH
    IF WS-BATCH >= FLUSH-EVERY-BLOCKS
        MOVE 0 TO WS-BATCH
        CALL "World-SaveDirtyChunks"
        CALL "World-UnloadChunks" USING WS-UNLOAD-KEEP WS-UNLOAD-FAILURE
    END-IF.

    EXIT SECTION.

WriteListingHeader SECTION.
    MOVE SPACES TO LISTING-LINE
    STRING "Rollback of " FUNCTION TRIM(WS-PLAYER-ARG) " from " WS-FROM-STAMP
           " to " WS-TO-STAMP " run " WS-NOW(1:14)
        DELIMITED BY SIZE INTO LISTING-LINE
    WRITE LISTING-LINE
    MOVE SPACES TO LISTING-LINE
    IF WS-USE-RADIUS = 1
        MOVE WS-RADIUS TO WS-NUM1
        MOVE WS-CENTER-BLOCK-X TO WS-NUM-X
        MOVE WS-CENTER-BLOCK-Z TO WS-NUM-Z
        STRING "Within " FUNCTION TRIM(WS-NUM1) " chunks of block "
               FUNCTION TRIM(WS-NUM-X) " " FUNCTION TRIM(WS-NUM-Z)
            DELIMITED BY SIZE INTO LISTING-LINE
    ELSE
        MOVE "Whole world" TO LISTING-LINE
    END-IF
    WRITE LISTING-LINE
    MOVE RB-COUNT TO WS-NUM1
    MOVE SPACES TO LISTING-LINE
    STRING FUNCTION TRIM(WS-NUM1) " matching changes, undone newest first"
           " (stamp, dimension, x y z, cause: state before -> state after)"
        DELIMITED BY SIZE INTO LISTING-LINE
    WRITE LISTING-LINE
    MOVE SPACES TO LISTING-LINE
    WRITE LISTING-LINE.

    EXIT SECTION.

END PROGRAM rollback.
