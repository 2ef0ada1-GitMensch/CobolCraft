*> --- BlockHistory-Record ---
*> Append one block change to the day's block-history-YYYYMMDD.dat (layout in
*> DD-BLOCK-HISTORY): who did it, why, where, and the state before and after.
*> One file per day keeps /inspect's scan bounded and lets the retention job
*> archive and expire old days like any other dated log. The dimension is the
*> one the world is currently routed to, which is the dimension the change
*> landed in -- every caller edits through the same World-SetBlockState routing.
*> A "change" that leaves the state as it was records nothing. The file is
*> opened and closed per line, as Audit-Log does, so a crash loses at most the
*> line being written. A player's change (any actor not starting "#") also
*> marks its chunk in the activity table, which keeps it safe from trim.
*> A caller changing many blocks in a tick batches them through
*> BlockHistory-RecordMany instead.
IDENTIFICATION DIVISION.
PROGRAM-ID. BlockHistory-Record.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  HISTORY-FILE.
01  HISTORY-LINE                PIC X(160).

WORKING-STORAGE SECTION.
    COPY DD-WORLD.
    01 FS-STATUS                PIC X(2).
    01 WS-HISTORY-NAME          PIC X(32).
    01 WS-NOW                   PIC X(21).
    01 WS-DIM-TEXT              PIC 9.
    01 WS-X-TEXT                PIC -(10)9.
    01 WS-Y-TEXT                PIC -(10)9.
    01 WS-Z-TEXT                PIC -(10)9.
    01 WS-OLD-TEXT              PIC -(10)9.
    01 WS-NEW-TEXT              PIC -(10)9.
LINKAGE SECTION.
    01 LK-ACTOR                 PIC X(16).
    01 LK-CAUSE                 PIC X(16).
    01 LK-X                     BINARY-LONG.
    01 LK-Y                     BINARY-LONG.
    01 LK-Z                     BINARY-LONG.
    01 LK-OLD-STATE             BINARY-LONG.
    01 LK-NEW-STATE             BINARY-LONG.

PROCEDURE DIVISION USING LK-ACTOR LK-CAUSE LK-X LK-Y LK-Z LK-OLD-STATE LK-NEW-STATE.
    IF LK-OLD-STATE = LK-NEW-STATE
        GOBACK
    END-IF

    IF LK-ACTOR(1:1) NOT = "#"
        CALL "ChunkActivity-MarkChanged" USING LK-X LK-Z
    END-IF

    MOVE FUNCTION CURRENT-DATE TO WS-NOW
    MOVE SPACES TO WS-HISTORY-NAME
    STRING "block-history-" WS-NOW(1:8) ".dat" DELIMITED BY SIZE INTO WS-HISTORY-NAME
    OPEN EXTEND HISTORY-FILE
    IF FS-STATUS NOT = "00"
        OPEN OUTPUT HISTORY-FILE
        IF FS-STATUS NOT = "00"
            GOBACK
        END-IF
    END-IF

    MOVE WORLD-ACTIVE-DIMENSION TO WS-DIM-TEXT
    MOVE LK-X TO WS-X-TEXT
    MOVE LK-Y TO WS-Y-TEXT
    MOVE LK-Z TO WS-Z-TEXT
    MOVE LK-OLD-STATE TO WS-OLD-TEXT
    MOVE LK-NEW-STATE TO WS-NEW-TEXT

    MOVE SPACES TO HISTORY-LINE
    STRING WS-NOW(1:14) ","
           FUNCTION TRIM(LK-ACTOR) ","
           FUNCTION TRIM(LK-CAUSE) ","
           WS-DIM-TEXT ","
           FUNCTION TRIM(WS-X-TEXT) ","
           FUNCTION TRIM(WS-Y-TEXT) ","
           FUNCTION TRIM(WS-Z-TEXT) ","
           FUNCTION TRIM(WS-OLD-TEXT) ","
           FUNCTION TRIM(WS-NEW-TEXT)
        DELIMITED BY SIZE INTO HISTORY-LINE
    WRITE HISTORY-LINE
    CLOSE HISTORY-FILE
    GOBACK.

END PROGRAM BlockHistory-Record.

*> --- BlockHistory-RecordMany ---
*> BlockHistory-Record for a batch of changes (DD-HISTORY-BATCH): the same
*> lines, the same chunk marking for players' changes and the same skipping
*> of changes that leave a state as it was, but the day file is opened once
*> for the lot and every line carries the one stamp. For the area edits,
*> which change up to a tick's budget of blocks at a time. The batch comes
*> back empty.
IDENTIFICATION DIVISION.
PROGRAM-ID. BlockHistory-RecordMany.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  HISTORY-FILE.
01  HISTORY-LINE                PIC X(160).

WORKING-STORAGE SECTION.
    COPY DD-WORLD.
    01 FS-STATUS                PIC X(2).
    01 WS-HISTORY-NAME          PIC X(32).
    01 WS-NOW                   PIC X(21).
    01 WS-INDEX                 BINARY-LONG UNSIGNED.
    01 WS-DIM-TEXT              PIC 9.
    01 WS-X-TEXT                PIC -(10)9.
    01 WS-Y-TEXT                PIC -(10)9.
    01 WS-Z-TEXT                PIC -(10)9.
    01 WS-OLD-TEXT              PIC -(10)9.
    01 WS-NEW-TEXT              PIC -(10)9.
LINKAGE SECTION.
    COPY DD-HISTORY-BATCH.

PROCEDURE DIVISION USING HISTORY-BATCH.
    IF HISTORY-BATCH-COUNT = 0
        GOBACK
    END-IF

    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > HISTORY-BATCH-COUNT
        IF HISTORY-BATCH-ACTOR(WS-INDEX)(1:1) NOT = "#"
                AND HISTORY-BATCH-OLD(WS-INDEX) NOT = HISTORY-BATCH-NEW(WS-INDEX)
            CALL "ChunkActivity-MarkChanged" USING HISTORY-BATCH-X(WS-INDEX)
                HISTORY-BATCH-Z(WS-INDEX)
        END-IF
    END-PERFORM

    MOVE FUNCTION CURRENT-DATE TO WS-NOW
    MOVE SPACES TO WS-HISTORY-NAME
    STRING "block-history-" WS-NOW(1:8) ".dat" DELIMITED BY SIZE INTO WS-HISTORY-NAME
    OPEN EXTEND HISTORY-FILE
    IF FS-STATUS NOT = "00"
        OPEN OUTPUT HISTORY-FILE
        IF FS-STATUS NOT = "00"
            MOVE 0 TO HISTORY-BATCH-COUNT
            GOBACK
        END-IF
    END-IF

    MOVE WORLD-ACTIVE-DIMENSION TO WS-DIM-TEXT
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > HISTORY-BATCH-COUNT
        IF HISTORY-BATCH-OLD(WS-INDEX) NOT = HISTORY-BATCH-NEW(WS-INDEX)
            PERFORM WriteEntry
        END-IF
    END-PERFORM
    CLOSE HISTORY-FILE
    MOVE 0 TO HISTORY-BATCH-COUNT
    GOBACK.

WriteEntry.
    MOVE HISTORY-BATCH-X(WS-INDEX) TO WS-X-TEXT
    MOVE HISTORY-BATCH-Y(WS-INDEX) TO WS-Y-TEXT
    MOVE HISTORY-BATCH-Z(WS-INDEX) TO WS-Z-TEXT
    MOVE HISTORY-BATCH-OLD(WS-INDEX) TO WS-OLD-TEXT
    MOVE HISTORY-BATCH-NEW(WS-INDEX) TO WS-NEW-TEXT
    MOVE SPACES TO HISTORY-LINE
    STRING WS-NOW(1:14) ","
           FUNCTION TRIM(HISTORY-BATCH-ACTOR(WS-INDEX)) ","
           FUNCTION TRIM(HISTORY-BATCH-CAUSE(WS-INDEX)) ","
           WS-DIM-TEXT ","
           FUNCTION TRIM(WS-X-TEXT) ","
           FUNCTION TRIM(WS-Y-TEXT) ","
           FUNCTION TRIM(WS-Z-TEXT) ","
           FUNCTION TRIM(WS-OLD-TEXT) ","
           FUNCTION TRIM(WS-NEW-TEXT)
        DELIMITED BY SIZE INTO HISTORY-LINE
    WRITE HISTORY-LINE
    EXIT PARAGRAPH.

END PROGRAM BlockHistory-RecordMany.

*> --- BlockHistory-Lookup ---
*> The /inspect answer: find the last SERVER-INSPECT-LINES changes at the
*> clicked position in the dimension the world is routed to, and send them to
*> the client newest first as chat lines ("2026-03-14 18:02 Steve break stone
*> -> air"). The day files are read newest first -- today's, then
*> yesterday's, back at most SERVER-INSPECT-DAYS days -- each through a small
*> ring of its last matches, and the scan stops at the first day that fills
*> the answer, so a click on the main tick never reads more than that window. State ids are turned back
*> into block names through the block registry, the same state-range walk
*> RecvPacket-PlayerAction uses for hardness.
IDENTIFICATION DIVISION.
PROGRAM-ID. BlockHistory-Lookup.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  HISTORY-FILE.
01  HISTORY-LINE                PIC X(160).

WORKING-STORAGE SECTION.
    COPY DD-WORLD.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-MESSAGE-ARGS.
    01 FS-STATUS                PIC X(2).
    01 WS-HISTORY-NAME          PIC X(32).
    *> the window of day files, newest first
    01 WS-NOW                   PIC X(21).
    01 WS-TODAY                 BINARY-LONG.
    01 WS-WINDOW                BINARY-LONG UNSIGNED.
    01 WS-DAYS-BACK             BINARY-LONG UNSIGNED.
    01 WS-DAY-DATE              PIC 9(8).
    *> the position being looked up, in the file's own text form
    01 WS-KEY-DIM               PIC 9.
    01 WS-KEY-X                 PIC -(10)9.
    01 WS-KEY-Y                 PIC -(10)9.
    01 WS-KEY-Z                 PIC -(10)9.
    *> fields of the line being read
    01 WS-STAMP-TEXT            PIC X(14).
    01 WS-ACTOR-TEXT            PIC X(16).
    01 WS-CAUSE-TEXT            PIC X(16).
    01 WS-DIM-TEXT              PIC X(4).
    01 WS-X-TEXT                PIC X(12).
    01 WS-Y-TEXT                PIC X(12).
    01 WS-Z-TEXT                PIC X(12).
    01 WS-OLD-TEXT              PIC X(12).
    01 WS-NEW-TEXT              PIC X(12).
    *> ring of one day's most recent matching lines
    01 WS-LIMIT                 BINARY-LONG UNSIGNED.
    01 WS-MATCH-COUNT           BINARY-LONG UNSIGNED.
    01 WS-RING-NEXT             BINARY-LONG UNSIGNED.
    01 WS-RING-INDEX            BINARY-LONG UNSIGNED.
    01 WS-SHOWN                 BINARY-LONG UNSIGNED.
    01 WS-RING.
        05 WS-RING-LINE         PIC X(160) OCCURS 16 TIMES.
    *> the answer so far, newest first across the days read
    01 WS-FOUND-COUNT           BINARY-LONG UNSIGNED.
    01 WS-FOUND-INDEX           BINARY-LONG UNSIGNED.
    01 WS-FOUND.
        05 WS-FOUND-LINE        PIC X(160) OCCURS 16 TIMES.
    *> state id -> block name
    01 WS-STATE                 BINARY-LONG.
    01 WS-STATE-NAME            PIC X(64).
    01 WS-NAME-SCRATCH          PIC X(64).
    01 WS-OLD-NAME              PIC X(64).
    01 WS-NEW-NAME              PIC X(64).
    01 WS-BLOCK-COUNT           BINARY-LONG UNSIGNED.
    01 WS-BLOCK-INDEX           BINARY-LONG UNSIGNED.
    01 WS-MIN-STATE             BINARY-LONG.
    01 WS-MAX-STATE             BINARY-LONG.
    *> output
    01 WS-COUNT-TEXT            PIC -(10)9.
    01 WS-WINDOW-TEXT           PIC -(10)9.
    01 WS-NOTICE                PIC X(255).
    01 WS-NOTICE-LEN            BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
    01 LK-X                     BINARY-LONG.
    01 LK-Y                     BINARY-LONG.
    01 LK-Z                     BINARY-LONG.

PROCEDURE DIVISION USING LK-CLIENT LK-X LK-Y LK-Z.
    MOVE SERVER-INSPECT-LINES TO WS-LIMIT
    IF WS-LIMIT < 1 OR WS-LIMIT > 16
        MOVE 8 TO WS-LIMIT
    END-IF
    MOVE SERVER-INSPECT-DAYS TO WS-WINDOW
    IF WS-WINDOW < 1 OR WS-WINDOW > 90
        MOVE 14 TO WS-WINDOW
    END-IF
    MOVE WORLD-ACTIVE-DIMENSION TO WS-KEY-DIM
    MOVE LK-X TO WS-KEY-X
    MOVE LK-Y TO WS-KEY-Y
    MOVE LK-Z TO WS-KEY-Z
    MOVE 0 TO WS-FOUND-COUNT
    MOVE FUNCTION CURRENT-DATE TO WS-NOW
    COMPUTE WS-TODAY = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-NOW(1:8)))

    PERFORM VARYING WS-DAYS-BACK FROM 0 BY 1
            UNTIL WS-DAYS-BACK >= WS-WINDOW OR WS-FOUND-COUNT >= WS-LIMIT
        PERFORM ScanDay
    END-PERFORM

    MOVE SPACES TO WS-NOTICE
    MOVE WS-WINDOW TO WS-WINDOW-TEXT
    IF WS-FOUND-COUNT = 0
        MOVE SPACES TO MESSAGE-ARGS
        MOVE WS-KEY-X TO MESSAGE-ARG(1)
        MOVE WS-KEY-Y TO MESSAGE-ARG(2)
        MOVE WS-KEY-Z TO MESSAGE-ARG(3)
        MOVE WS-WINDOW-TEXT TO MESSAGE-ARG(4)
        CALL "Message-Text" USING "history.none" MESSAGE-ARGS WS-NOTICE
        PERFORM SendNotice
        GOBACK
    END-IF

    MOVE WS-FOUND-COUNT TO WS-COUNT-TEXT
    MOVE SPACES TO MESSAGE-ARGS
    MOVE WS-KEY-X TO MESSAGE-ARG(1)
    MOVE WS-KEY-Y TO MESSAGE-ARG(2)
    MOVE WS-KEY-Z TO MESSAGE-ARG(3)
    MOVE WS-COUNT-TEXT TO MESSAGE-ARG(4)
    MOVE WS-WINDOW-TEXT TO MESSAGE-ARG(5)
    CALL "Message-Text" USING "history.header" MESSAGE-ARGS WS-NOTICE
    PERFORM SendNotice

    PERFORM VARYING WS-FOUND-INDEX FROM 1 BY 1 UNTIL WS-FOUND-INDEX > WS-FOUND-COUNT
        PERFORM ShowEntry
    END-PERFORM
    GOBACK.

*> One day's file: ring its matches, then add them newest first behind the
*> newer days' until the answer is full. A day with no file had no changes.
ScanDay.
    COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-TODAY - WS-DAYS-BACK)
    MOVE SPACES TO WS-HISTORY-NAME
    STRING "block-history-" WS-DAY-DATE ".dat" DELIMITED BY SIZE INTO WS-HISTORY-NAME
    MOVE 0 TO WS-MATCH-COUNT
    MOVE 1 TO WS-RING-NEXT
    OPEN INPUT HISTORY-FILE
    IF FS-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL FS-STATUS NOT = "00"
        READ HISTORY-FILE
            AT END
                MOVE "10" TO FS-STATUS
            NOT AT END
                PERFORM MatchLine
        END-READ
    END-PERFORM
    CLOSE HISTORY-FILE

    IF WS-MATCH-COUNT > WS-LIMIT
        MOVE WS-LIMIT TO WS-SHOWN
    ELSE
        MOVE WS-MATCH-COUNT TO WS-SHOWN
    END-IF
    *> WS-RING-NEXT is where the next match would have gone, so the newest one
    *> sits just before it.
    MOVE WS-RING-NEXT TO WS-RING-INDEX
    PERFORM WS-SHOWN TIMES
        IF WS-RING-INDEX = 1
            MOVE WS-LIMIT TO WS-RING-INDEX
        ELSE
            SUBTRACT 1 FROM WS-RING-INDEX
        END-IF
        IF WS-FOUND-COUNT < WS-LIMIT
            ADD 1 TO WS-FOUND-COUNT
            MOVE WS-RING-LINE(WS-RING-INDEX) TO WS-FOUND-LINE(WS-FOUND-COUNT)
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

MatchLine.
    IF HISTORY-LINE = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-STAMP-TEXT WS-ACTOR-TEXT WS-CAUSE-TEXT WS-DIM-TEXT
        WS-X-TEXT WS-Y-TEXT WS-Z-TEXT WS-OLD-TEXT WS-NEW-TEXT
    UNSTRING HISTORY-LINE DELIMITED BY ","
        INTO WS-STAMP-TEXT WS-ACTOR-TEXT WS-CAUSE-TEXT WS-DIM-TEXT
             WS-X-TEXT WS-Y-TEXT WS-Z-TEXT
    IF FUNCTION TRIM(WS-X-TEXT) NOT = FUNCTION TRIM(WS-KEY-X)
            OR FUNCTION TRIM(WS-Z-TEXT) NOT = FUNCTION TRIM(WS-KEY-Z)
            OR FUNCTION TRIM(WS-Y-TEXT) NOT = FUNCTION TRIM(WS-KEY-Y)
            OR FUNCTION TRIM(WS-DIM-TEXT) NOT = WS-KEY-DIM
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-MATCH-COUNT
    MOVE HISTORY-LINE TO WS-RING-LINE(WS-RING-NEXT)
    ADD 1 TO WS-RING-NEXT
    IF WS-RING-NEXT > WS-LIMIT
        MOVE 1 TO WS-RING-NEXT
    END-IF
    EXIT PARAGRAPH.

ShowEntry.
    MOVE SPACES TO WS-STAMP-TEXT WS-ACTOR-TEXT WS-CAUSE-TEXT WS-DIM-TEXT
        WS-X-TEXT WS-Y-TEXT WS-Z-TEXT WS-OLD-TEXT WS-NEW-TEXT
    UNSTRING WS-FOUND-LINE(WS-FOUND-INDEX) DELIMITED BY ","
        INTO WS-STAMP-TEXT WS-ACTOR-TEXT WS-CAUSE-TEXT WS-DIM-TEXT
             WS-X-TEXT WS-Y-TEXT WS-Z-TEXT WS-OLD-TEXT WS-NEW-TEXT
    MOVE FUNCTION NUMVAL(WS-OLD-TEXT) TO WS-STATE
    PERFORM ResolveStateName
    MOVE WS-STATE-NAME TO WS-OLD-NAME
    MOVE FUNCTION NUMVAL(WS-NEW-TEXT) TO WS-STATE
    PERFORM ResolveStateName
    MOVE WS-STATE-NAME TO WS-NEW-NAME
    MOVE SPACES TO WS-NOTICE
    STRING WS-STAMP-TEXT(1:4) "-" WS-STAMP-TEXT(5:2) "-" WS-STAMP-TEXT(7:2) " "
           WS-STAMP-TEXT(9:2) ":" WS-STAMP-TEXT(11:2) " "
           FUNCTION TRIM(WS-ACTOR-TEXT) " " FUNCTION TRIM(WS-CAUSE-TEXT) " "
           FUNCTION TRIM(WS-OLD-NAME) " -> " FUNCTION TRIM(WS-NEW-NAME)
        DELIMITED BY SIZE INTO WS-NOTICE
    PERFORM SendNotice
    EXIT PARAGRAPH.

*> WS-STATE -> WS-STATE-NAME, without the "minecraft:" namespace; a state no
*> registered block owns shows as its bare number.
ResolveStateName.
    IF WS-STATE = 0
        MOVE "air" TO WS-STATE-NAME
        EXIT PARAGRAPH
    END-IF
    MOVE WS-STATE TO WS-COUNT-TEXT
    MOVE FUNCTION TRIM(WS-COUNT-TEXT) TO WS-STATE-NAME
    CALL "Blocks-GetCount" USING WS-BLOCK-COUNT
    PERFORM VARYING WS-BLOCK-INDEX FROM 1 BY 1 UNTIL WS-BLOCK-INDEX > WS-BLOCK-COUNT
        CALL "Blocks-Iterate-StateIds" USING WS-BLOCK-INDEX WS-MIN-STATE WS-MAX-STATE
        IF WS-STATE >= WS-MIN-STATE AND WS-STATE <= WS-MAX-STATE
            CALL "Blocks-Iterate-Name" USING WS-BLOCK-INDEX WS-STATE-NAME
            IF WS-STATE-NAME(1:10) = "minecraft:"
                MOVE WS-STATE-NAME(11:) TO WS-NAME-SCRATCH
                MOVE WS-NAME-SCRATCH TO WS-STATE-NAME
            END-IF
            EXIT PERFORM
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

SendNotice.
    COMPUTE WS-NOTICE-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-NOTICE TRAILING))
    CALL "SendPacket-SystemChat" USING LK-CLIENT WS-NOTICE WS-NOTICE-LEN
    MOVE SPACES TO WS-NOTICE
    EXIT PARAGRAPH.

END PROGRAM BlockHistory-Lookup.
