*> --- AreaEdit-Command ---
*> The operator area edits, dispatched from Command-Dispatch:
*>   fill <x1> <y1> <z1> <x2> <y2> <z2> <block> [force]
*>   replace <x1> <y1> <z1> <x2> <y2> <z2> <from> <to> [force]
*>   clone <x1> <y1> <z1> <x2> <y2> <z2> <x> <y> <z> [force]
*>   undo
*> Coordinates are block positions, "~" or "~<n>" counting from where the
*> player stands. /clone copies the first cuboid so that its lowest corner
*> lands on the third position. Nothing is written here: the edit is checked
*> -- overworld, world height, area-edit-max-blocks, spawn protection and
*> land claims -- and queued for AreaEdit-Tick (see DD-AREA-EDIT). A claim
*> that isn't the player's own refuses the edit unless an operator adds
*> "force". /undo queues the player's newest edit from the undo history to
*> be put back. One edit per player runs at a time.
IDENTIFICATION DIVISION.
PROGRAM-ID. AreaEdit-Command.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-AREA-EDIT.
    COPY DD-PLAYERS.
    COPY DD-WORLD.
    COPY DD-WORLD-META.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-MESSAGE-ARGS.
    01 WS-WORDS.
        05 WS-WORD              PIC X(64) OCCURS 12 TIMES.
    01 WS-WORD-INDEX            BINARY-LONG UNSIGNED.
    01 WS-FORCE-WORD            BINARY-LONG UNSIGNED.
    01 WS-KIND                  BINARY-CHAR UNSIGNED.
    01 WS-USAGE-KEY             PIC X(48).
    01 WS-FORCE                 BINARY-CHAR UNSIGNED.
    01 WS-OWNER                 PIC X(16).
    *> the parsed positions: two corners, and /clone's destination
    01 WS-COORDS.
        05 WS-COORD             BINARY-LONG OCCURS 9 TIMES.
    01 WS-COORD-COUNT           BINARY-LONG UNSIGNED.
    01 WS-COORD-INDEX           BINARY-LONG UNSIGNED.
    01 WS-COORDS-OK             BINARY-CHAR UNSIGNED.
    01 WS-AXIS                  BINARY-LONG UNSIGNED.
    01 WS-COORD-TEXT            PIC X(64).
    01 WS-COORD-BASE            BINARY-LONG.
    01 WS-COORD-VALUE           BINARY-DOUBLE.
    *> the cuboid to be written
    01 WS-MIN-X                 BINARY-LONG.
    01 WS-MIN-Y                 BINARY-LONG.
    01 WS-MIN-Z                 BINARY-LONG.
    01 WS-MAX-X                 BINARY-LONG.
    01 WS-MAX-Y                 BINARY-LONG.
    01 WS-MAX-Z                 BINARY-LONG.
    01 WS-OFFSET-X              BINARY-LONG.
    01 WS-OFFSET-Y              BINARY-LONG.
    01 WS-OFFSET-Z              BINARY-LONG.
    01 WS-VOLUME                BINARY-DOUBLE.
    *> block name lookup
    01 WS-LOOKUP-NAME           PIC X(64).
    01 WS-BLOCK-NAME            PIC X(64).
    01 WS-BLOCK-COUNT           BINARY-LONG UNSIGNED.
    01 WS-BLOCK-INDEX           BINARY-LONG UNSIGNED.
    01 WS-BLOCK-FOUND           BINARY-CHAR UNSIGNED.
    01 WS-MIN-STATE             BINARY-LONG.
    01 WS-MAX-STATE             BINARY-LONG.
    01 WS-STATE                 BINARY-LONG.
    01 WS-MATCH-MIN             BINARY-LONG.
    01 WS-MATCH-MAX             BINARY-LONG.
    01 WS-WHAT                  PIC X(64).
    *> protection
    01 WS-ALLOWED               BINARY-CHAR UNSIGNED.
    01 WS-CLAIM-OWNER           PIC X(16).
    *> table slots
    01 WS-JOB                   BINARY-LONG UNSIGNED.
    01 WS-FREE-JOB              BINARY-LONG UNSIGNED.
    01 WS-SLOT                  BINARY-LONG UNSIGNED.
    01 WS-UNDO-SLOT             BINARY-LONG UNSIGNED.
    01 WS-OWN-COUNT             BINARY-LONG UNSIGNED.
    01 WS-SLOT-BUSY             BINARY-CHAR UNSIGNED.
    01 WS-BEST-SEQUENCE         BINARY-LONG UNSIGNED.
    *> reply text
    01 WS-NUM-X                 PIC -(10)9.
    01 WS-NUM-Y                 PIC -(10)9.
    01 WS-NUM-Z                 PIC -(10)9.
    01 WS-COUNT-TEXT            PIC Z(9)9.
    01 WS-LIMIT-TEXT            PIC Z(9)9.
    01 WS-FROM-TEXT             PIC X(40).
    01 WS-TO-TEXT               PIC X(40).
LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
    01 LK-PLAYER-ID             BINARY-LONG UNSIGNED.
    01 LK-COMMAND               PIC X ANY LENGTH.
    01 LK-RESPONSE              PIC X ANY LENGTH.
    01 LK-RESPONSE-LENGTH       BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-CLIENT LK-PLAYER-ID LK-COMMAND LK-RESPONSE
        LK-RESPONSE-LENGTH.
    MOVE SPACES TO LK-RESPONSE
    MOVE SPACES TO WS-WORDS
    UNSTRING LK-COMMAND DELIMITED BY ALL SPACE
        INTO WS-WORD(1) WS-WORD(2) WS-WORD(3) WS-WORD(4) WS-WORD(5) WS-WORD(6)
             WS-WORD(7) WS-WORD(8) WS-WORD(9) WS-WORD(10) WS-WORD(11) WS-WORD(12)
    MOVE PLAYER-USERNAME(LK-PLAYER-ID) TO WS-OWNER
    MOVE SPACES TO MESSAGE-ARGS

    IF PLAYER-DIMENSION(LK-PLAYER-ID) NOT = WORLD-DIM-OVERWORLD
        CALL "Message-Text" USING "areaedit.overworld-only" MESSAGE-ARGS LK-RESPONSE
        PERFORM SetResponseLength
        GOBACK
    END-IF
    PERFORM FindJobSlot
    IF LK-RESPONSE NOT = SPACES
        PERFORM SetResponseLength
        GOBACK
    END-IF

    IF FUNCTION TRIM(WS-WORD(1)) = "undo"
        PERFORM StartUndo
    ELSE
        PERFORM StartEdit
    END-IF
    PERFORM SetResponseLength
    GOBACK.

SetResponseLength.
    COMPUTE LK-RESPONSE-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(LK-RESPONSE))
    EXIT PARAGRAPH.

*> A free job slot in WS-FREE-JOB, refusing a player whose last edit (or
*> undo) is still running, or a full queue.
FindJobSlot.
    MOVE 0 TO WS-FREE-JOB
    PERFORM VARYING WS-JOB FROM 1 BY 1 UNTIL WS-JOB > MAX-AREA-JOBS
        IF AREA-JOB-PRESENT(WS-JOB) = 1
            IF AREA-JOB-OWNER(WS-JOB) = WS-OWNER
                CALL "Message-Text" USING "areaedit.busy" MESSAGE-ARGS LK-RESPONSE
                EXIT PARAGRAPH
            END-IF
        ELSE
            IF WS-FREE-JOB = 0
                MOVE WS-JOB TO WS-FREE-JOB
            END-IF
        END-IF
    END-PERFORM
    IF WS-FREE-JOB = 0
        CALL "Message-Text" USING "areaedit.queue-full" MESSAGE-ARGS LK-RESPONSE
    END-IF
    EXIT PARAGRAPH.

StartEdit.
    EVALUATE FUNCTION TRIM(WS-WORD(1))
        WHEN "fill"
            MOVE AREA-KIND-FILL TO WS-KIND
            MOVE "areaedit.usage.fill" TO WS-USAGE-KEY
            MOVE 6 TO WS-COORD-COUNT
            MOVE 9 TO WS-FORCE-WORD
        WHEN "replace"
            MOVE AREA-KIND-REPLACE TO WS-KIND
            MOVE "areaedit.usage.replace" TO WS-USAGE-KEY
            MOVE 6 TO WS-COORD-COUNT
            MOVE 10 TO WS-FORCE-WORD
        WHEN OTHER
            MOVE AREA-KIND-CLONE TO WS-KIND
            MOVE "areaedit.usage.clone" TO WS-USAGE-KEY
            MOVE 9 TO WS-COORD-COUNT
            MOVE 11 TO WS-FORCE-WORD
    END-EVALUATE

    *> The word after the last argument may only be "force"; the one before
    *> it must be there.
    MOVE 0 TO WS-FORCE
    IF WS-WORD(WS-FORCE-WORD - 1) = SPACES
        CALL "Message-Text" USING WS-USAGE-KEY MESSAGE-ARGS LK-RESPONSE
        EXIT PARAGRAPH
    END-IF
    IF WS-WORD(WS-FORCE-WORD) NOT = SPACES
        IF FUNCTION TRIM(WS-WORD(WS-FORCE-WORD)) NOT = "force"
                OR WS-WORD(WS-FORCE-WORD + 1) NOT = SPACES
            CALL "Message-Text" USING WS-USAGE-KEY MESSAGE-ARGS LK-RESPONSE
            EXIT PARAGRAPH
        END-IF
        MOVE 1 TO WS-FORCE
    END-IF

    MOVE 1 TO WS-COORDS-OK
    PERFORM VARYING WS-COORD-INDEX FROM 1 BY 1
            UNTIL WS-COORD-INDEX > WS-COORD-COUNT OR WS-COORDS-OK = 0
        PERFORM ParseCoordinate
    END-PERFORM
    IF WS-COORDS-OK = 0
        CALL "Message-Text" USING WS-USAGE-KEY MESSAGE-ARGS LK-RESPONSE
        EXIT PARAGRAPH
    END-IF

    COMPUTE WS-MIN-X = FUNCTION MIN(WS-COORD(1), WS-COORD(4))
    COMPUTE WS-MIN-Y = FUNCTION MIN(WS-COORD(2), WS-COORD(5))
    COMPUTE WS-MIN-Z = FUNCTION MIN(WS-COORD(3), WS-COORD(6))
    COMPUTE WS-MAX-X = FUNCTION MAX(WS-COORD(1), WS-COORD(4))
    COMPUTE WS-MAX-Y = FUNCTION MAX(WS-COORD(2), WS-COORD(5))
    COMPUTE WS-MAX-Z = FUNCTION MAX(WS-COORD(3), WS-COORD(6))
    COMPUTE WS-VOLUME = (WS-MAX-X - WS-MIN-X + 1) * (WS-MAX-Y - WS-MIN-Y + 1)
        * (WS-MAX-Z - WS-MIN-Z + 1)
    IF WS-MIN-Y < -64 OR WS-MAX-Y > 319
        CALL "Message-Text" USING "areaedit.out-of-world" MESSAGE-ARGS LK-RESPONSE
        EXIT PARAGRAPH
    END-IF
    IF WS-VOLUME > SERVER-AREA-EDIT-MAX-BLOCKS
        MOVE WS-VOLUME TO WS-COUNT-TEXT
        MOVE SERVER-AREA-EDIT-MAX-BLOCKS TO WS-LIMIT-TEXT
        MOVE FUNCTION TRIM(WS-COUNT-TEXT) TO MESSAGE-ARG(1)
        MOVE FUNCTION TRIM(WS-LIMIT-TEXT) TO MESSAGE-ARG(2)
        CALL "Message-Text" USING "areaedit.too-large" MESSAGE-ARGS LK-RESPONSE
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-OFFSET-X WS-OFFSET-Y WS-OFFSET-Z
    MOVE 0 TO WS-STATE WS-MATCH-MIN WS-MATCH-MAX
    MOVE SPACES TO WS-WHAT
    EVALUATE WS-KIND
        WHEN AREA-KIND-FILL
            MOVE WS-WORD(8) TO WS-LOOKUP-NAME
            PERFORM ResolveBlock
            IF WS-BLOCK-FOUND = 0
                EXIT PARAGRAPH
            END-IF
            MOVE WS-MIN-STATE TO WS-STATE
            MOVE WS-WORD(8) TO WS-WHAT
        WHEN AREA-KIND-REPLACE
            MOVE WS-WORD(8) TO WS-LOOKUP-NAME
            PERFORM ResolveBlock
            IF WS-BLOCK-FOUND = 0
                EXIT PARAGRAPH
            END-IF
            MOVE WS-MIN-STATE TO WS-MATCH-MIN
            MOVE WS-MAX-STATE TO WS-MATCH-MAX
            MOVE WS-WORD(9) TO WS-LOOKUP-NAME
            PERFORM ResolveBlock
            IF WS-BLOCK-FOUND = 0
                EXIT PARAGRAPH
            END-IF
            MOVE WS-MIN-STATE TO WS-STATE
            STRING FUNCTION TRIM(WS-WORD(8)) " -> " FUNCTION TRIM(WS-WORD(9))
                DELIMITED BY SIZE INTO WS-WHAT
        WHEN AREA-KIND-CLONE
            *> The copy is written from the destination corner up; the source
            *> only has to lie inside the world as well.
            COMPUTE WS-OFFSET-X = WS-COORD(7) - WS-MIN-X
            COMPUTE WS-OFFSET-Y = WS-COORD(8) - WS-MIN-Y
            COMPUTE WS-OFFSET-Z = WS-COORD(9) - WS-MIN-Z
            ADD WS-OFFSET-X TO WS-MIN-X WS-MAX-X
            ADD WS-OFFSET-Y TO WS-MIN-Y WS-MAX-Y
            ADD WS-OFFSET-Z TO WS-MIN-Z WS-MAX-Z
            IF WS-MIN-Y < -64 OR WS-MAX-Y > 319
                CALL "Message-Text" USING "areaedit.out-of-world" MESSAGE-ARGS LK-RESPONSE
                EXIT PARAGRAPH
            END-IF
            MOVE WS-COORD(1) TO WS-NUM-X
            MOVE WS-COORD(2) TO WS-NUM-Y
            MOVE WS-COORD(3) TO WS-NUM-Z
            STRING "copied from " FUNCTION TRIM(WS-NUM-X) "," FUNCTION TRIM(WS-NUM-Y) ","
                   FUNCTION TRIM(WS-NUM-Z)
                DELIMITED BY SIZE INTO WS-WHAT
    END-EVALUATE

    PERFORM CheckProtection
    IF LK-RESPONSE NOT = SPACES
        EXIT PARAGRAPH
    END-IF

    PERFORM TakeUndoSlot
    MOVE WS-KIND TO AREA-JOB-KIND(WS-FREE-JOB)
    MOVE WS-OFFSET-X TO AREA-JOB-OFFSET-X(WS-FREE-JOB)
    MOVE WS-OFFSET-Y TO AREA-JOB-OFFSET-Y(WS-FREE-JOB)
    MOVE WS-OFFSET-Z TO AREA-JOB-OFFSET-Z(WS-FREE-JOB)
    MOVE WS-STATE TO AREA-JOB-STATE(WS-FREE-JOB)
    MOVE WS-MATCH-MIN TO AREA-JOB-MATCH-MIN(WS-FREE-JOB)
    MOVE WS-MATCH-MAX TO AREA-JOB-MATCH-MAX(WS-FREE-JOB)
    MOVE WS-WHAT TO AREA-JOB-WHAT(WS-FREE-JOB)
    MOVE WS-UNDO-SLOT TO AREA-JOB-UNDO-SLOT(WS-FREE-JOB)
    PERFORM QueueJob

    MOVE WS-VOLUME TO WS-COUNT-TEXT
    PERFORM FormatExtent
    MOVE SPACES TO MESSAGE-ARGS
    MOVE FUNCTION TRIM(WS-COUNT-TEXT) TO MESSAGE-ARG(1)
    MOVE WS-FROM-TEXT TO MESSAGE-ARG(2)
    MOVE WS-TO-TEXT TO MESSAGE-ARG(3)
    CALL "Message-Text" USING "areaedit.queued" MESSAGE-ARGS LK-RESPONSE
    EXIT PARAGRAPH.

*> WS-COORD(WS-COORD-INDEX) from the word holding it (words 2 to 7 are the
*> corners, 8 to 10 /clone's destination), with WS-COORDS-OK cleared on
*> anything that isn't a number, "~" or "~<n>", or lies past the world border.
ParseCoordinate.
    COMPUTE WS-WORD-INDEX = WS-COORD-INDEX + 1
    COMPUTE WS-AXIS = FUNCTION MOD(WS-COORD-INDEX - 1, 3) + 1
    MOVE WS-WORD(WS-WORD-INDEX) TO WS-COORD-TEXT
    MOVE 0 TO WS-COORD-BASE
    IF WS-COORD-TEXT(1:1) = "~"
        EVALUATE WS-AXIS
            WHEN 1
                COMPUTE WS-COORD-BASE ROUNDED MODE IS TOWARD-LESSER = PLAYER-X(LK-PLAYER-ID)
            WHEN 2
                COMPUTE WS-COORD-BASE ROUNDED MODE IS TOWARD-LESSER = PLAYER-Y(LK-PLAYER-ID)
            WHEN OTHER
                COMPUTE WS-COORD-BASE ROUNDED MODE IS TOWARD-LESSER = PLAYER-Z(LK-PLAYER-ID)
        END-EVALUATE
        MOVE WS-WORD(WS-WORD-INDEX)(2:) TO WS-COORD-TEXT
        IF WS-COORD-TEXT = SPACES
            MOVE WS-COORD-BASE TO WS-COORD(WS-COORD-INDEX)
            EXIT PARAGRAPH
        END-IF
    END-IF
    IF WS-COORD-TEXT = SPACES
            OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-COORD-TEXT)) NOT = 0
        MOVE 0 TO WS-COORDS-OK
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-COORD-VALUE ROUNDED MODE IS TOWARD-LESSER =
        WS-COORD-BASE + FUNCTION NUMVAL(WS-COORD-TEXT)
    IF WS-COORD-VALUE < -30000000 OR WS-COORD-VALUE > 30000000
        MOVE 0 TO WS-COORDS-OK
        EXIT PARAGRAPH
    END-IF
    MOVE WS-COORD-VALUE TO WS-COORD(WS-COORD-INDEX)
    EXIT PARAGRAPH.

*> The state range of the block named in WS-LOOKUP-NAME ("stone" or
*> "minecraft:stone"); an unknown name leaves WS-BLOCK-FOUND 0 and the
*> refusal in LK-RESPONSE. /fill and /replace write the block's first state.
ResolveBlock.
    MOVE 0 TO WS-BLOCK-FOUND
    MOVE SPACES TO WS-BLOCK-NAME
    IF WS-LOOKUP-NAME(1:10) = "minecraft:"
        MOVE WS-LOOKUP-NAME TO WS-BLOCK-NAME
    ELSE
        STRING "minecraft:" FUNCTION TRIM(WS-LOOKUP-NAME)
            DELIMITED BY SIZE INTO WS-BLOCK-NAME
    END-IF
    CALL "Blocks-GetCount" USING WS-BLOCK-COUNT
    PERFORM VARYING WS-BLOCK-INDEX FROM 1 BY 1 UNTIL WS-BLOCK-INDEX > WS-BLOCK-COUNT
        CALL "Blocks-Iterate-Name" USING WS-BLOCK-INDEX WS-LOOKUP-NAME
        IF WS-LOOKUP-NAME = WS-BLOCK-NAME
            CALL "Blocks-Iterate-StateIds" USING WS-BLOCK-INDEX WS-MIN-STATE WS-MAX-STATE
            MOVE 1 TO WS-BLOCK-FOUND
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    MOVE SPACES TO MESSAGE-ARGS
    MOVE WS-BLOCK-NAME TO MESSAGE-ARG(1)
    CALL "Message-Text" USING "areaedit.unknown-block" MESSAGE-ARGS LK-RESPONSE
    EXIT PARAGRAPH.

*> The cuboid about to be written may not reach into the protected spawn area
*> unless the player is an operator, nor into anyone else's claim unless an
*> operator said "force".
CheckProtection.
    IF PLAYER-OP(LK-PLAYER-ID) = 0 AND SERVER-SPAWN-PROTECTION > 0
        IF WS-MAX-X >= WORLD-SPAWN-X - SERVER-SPAWN-PROTECTION
                AND WS-MIN-X <= WORLD-SPAWN-X + SERVER-SPAWN-PROTECTION
                AND WS-MAX-Z >= WORLD-SPAWN-Z - SERVER-SPAWN-PROTECTION
                AND WS-MIN-Z <= WORLD-SPAWN-Z + SERVER-SPAWN-PROTECTION
            CALL "Message-Text" USING "areaedit.spawn-protected" MESSAGE-ARGS LK-RESPONSE
            EXIT PARAGRAPH
        END-IF
    END-IF
    IF WS-FORCE = 1 AND PLAYER-OP(LK-PLAYER-ID) = 1
        EXIT PARAGRAPH
    END-IF
    CALL "Claim-CheckArea" USING LK-PLAYER-ID WS-MIN-X WS-MIN-Z WS-MAX-X WS-MAX-Z
        WS-ALLOWED WS-CLAIM-OWNER
    IF WS-ALLOWED = 0
        MOVE SPACES TO MESSAGE-ARGS
        MOVE WS-CLAIM-OWNER TO MESSAGE-ARG(1)
        IF PLAYER-OP(LK-PLAYER-ID) = 1
            CALL "Message-Text" USING "areaedit.claimed-force" MESSAGE-ARGS LK-RESPONSE
        ELSE
            CALL "Message-Text" USING "areaedit.claimed" MESSAGE-ARGS LK-RESPONSE
        END-IF
    END-IF
    EXIT PARAGRAPH.

*> The undo slot this edit records into, in WS-UNDO-SLOT: the player's oldest
*> once they hold AREA-UNDO-DEPTH, else a free one, else the oldest anyone
*> has. A slot a running job is still using is never taken.
TakeUndoSlot.
    MOVE 0 TO WS-OWN-COUNT
    MOVE 0 TO WS-UNDO-SLOT
    PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > MAX-AREA-UNDO
        IF AREA-UNDO-PRESENT(WS-SLOT) = 1 AND AREA-UNDO-OWNER(WS-SLOT) = WS-OWNER
            ADD 1 TO WS-OWN-COUNT
        END-IF
    END-PERFORM
    IF WS-OWN-COUNT >= AREA-UNDO-DEPTH
        PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > MAX-AREA-UNDO
            IF AREA-UNDO-PRESENT(WS-SLOT) = 1 AND AREA-UNDO-OWNER(WS-SLOT) = WS-OWNER
                PERFORM KeepIfOlder
            END-IF
        END-PERFORM
    END-IF
    IF WS-UNDO-SLOT = 0
        PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > MAX-AREA-UNDO
            IF AREA-UNDO-PRESENT(WS-SLOT) = 0
                MOVE WS-SLOT TO WS-UNDO-SLOT
                EXIT PERFORM
            END-IF
        END-PERFORM
    END-IF
    IF WS-UNDO-SLOT = 0
        PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > MAX-AREA-UNDO
            PERFORM KeepIfOlder
        END-PERFORM
    END-IF

    MOVE 1 TO AREA-UNDO-PRESENT(WS-UNDO-SLOT)
    MOVE WS-OWNER TO AREA-UNDO-OWNER(WS-UNDO-SLOT)
    ADD 1 TO AREA-UNDO-NEXT-SEQUENCE
    MOVE AREA-UNDO-NEXT-SEQUENCE TO AREA-UNDO-SEQUENCE(WS-UNDO-SLOT)
    MOVE WS-MIN-X TO AREA-UNDO-MIN-X(WS-UNDO-SLOT)
    MOVE WS-MIN-Y TO AREA-UNDO-MIN-Y(WS-UNDO-SLOT)
    MOVE WS-MIN-Z TO AREA-UNDO-MIN-Z(WS-UNDO-SLOT)
    MOVE WS-MAX-X TO AREA-UNDO-MAX-X(WS-UNDO-SLOT)
    MOVE WS-MAX-Y TO AREA-UNDO-MAX-Y(WS-UNDO-SLOT)
    MOVE WS-MAX-Z TO AREA-UNDO-MAX-Z(WS-UNDO-SLOT)
    MOVE ALL X"FF" TO AREA-UNDO-STATES(WS-UNDO-SLOT)
    EXIT PARAGRAPH.

*> WS-SLOT replaces WS-UNDO-SLOT when it is older and no job is using it.
KeepIfOlder.
    PERFORM CheckSlotBusy
    IF WS-SLOT-BUSY = 1
        EXIT PARAGRAPH
    END-IF
    IF WS-UNDO-SLOT = 0
        MOVE WS-SLOT TO WS-UNDO-SLOT
        EXIT PARAGRAPH
    END-IF
    IF AREA-UNDO-SEQUENCE(WS-SLOT) < AREA-UNDO-SEQUENCE(WS-UNDO-SLOT)
        MOVE WS-SLOT TO WS-UNDO-SLOT
    END-IF
    EXIT PARAGRAPH.

CheckSlotBusy.
    MOVE 0 TO WS-SLOT-BUSY
    PERFORM VARYING WS-JOB FROM 1 BY 1 UNTIL WS-JOB > MAX-AREA-JOBS
        IF AREA-JOB-PRESENT(WS-JOB) = 1 AND AREA-JOB-UNDO-SLOT(WS-JOB) = WS-SLOT
            MOVE 1 TO WS-SLOT-BUSY
            EXIT PERFORM
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> /undo: the player's newest edit still in the history goes back the way it
*> came, through the same tick-by-tick queue.
StartUndo.
    IF WS-WORD(2) NOT = SPACES
        CALL "Message-Text" USING "areaedit.usage.undo" MESSAGE-ARGS LK-RESPONSE
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-UNDO-SLOT
    MOVE 0 TO WS-BEST-SEQUENCE
    PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > MAX-AREA-UNDO
        IF AREA-UNDO-PRESENT(WS-SLOT) = 1 AND AREA-UNDO-OWNER(WS-SLOT) = WS-OWNER
                AND AREA-UNDO-SEQUENCE(WS-SLOT) > WS-BEST-SEQUENCE
            MOVE WS-SLOT TO WS-UNDO-SLOT
            MOVE AREA-UNDO-SEQUENCE(WS-SLOT) TO WS-BEST-SEQUENCE
        END-IF
    END-PERFORM
    IF WS-UNDO-SLOT = 0
        CALL "Message-Text" USING "areaedit.undo.none" MESSAGE-ARGS LK-RESPONSE
        EXIT PARAGRAPH
    END-IF

    MOVE AREA-UNDO-MIN-X(WS-UNDO-SLOT) TO WS-MIN-X
    MOVE AREA-UNDO-MIN-Y(WS-UNDO-SLOT) TO WS-MIN-Y
    MOVE AREA-UNDO-MIN-Z(WS-UNDO-SLOT) TO WS-MIN-Z
    MOVE AREA-UNDO-MAX-X(WS-UNDO-SLOT) TO WS-MAX-X
    MOVE AREA-UNDO-MAX-Y(WS-UNDO-SLOT) TO WS-MAX-Y
    MOVE AREA-UNDO-MAX-Z(WS-UNDO-SLOT) TO WS-MAX-Z
    COMPUTE WS-VOLUME = (WS-MAX-X - WS-MIN-X + 1) * (WS-MAX-Y - WS-MIN-Y + 1)
        * (WS-MAX-Z - WS-MIN-Z + 1)

    MOVE AREA-KIND-UNDO TO AREA-JOB-KIND(WS-FREE-JOB)
    MOVE 0 TO AREA-JOB-OFFSET-X(WS-FREE-JOB)
    MOVE 0 TO AREA-JOB-OFFSET-Y(WS-FREE-JOB)
    MOVE 0 TO AREA-JOB-OFFSET-Z(WS-FREE-JOB)
    MOVE 0 TO AREA-JOB-STATE(WS-FREE-JOB)
    MOVE 0 TO AREA-JOB-MATCH-MIN(WS-FREE-JOB)
    MOVE 0 TO AREA-JOB-MATCH-MAX(WS-FREE-JOB)
    MOVE SPACES TO AREA-JOB-WHAT(WS-FREE-JOB)
    MOVE WS-UNDO-SLOT TO AREA-JOB-UNDO-SLOT(WS-FREE-JOB)
    PERFORM QueueJob

    PERFORM FormatExtent
    MOVE SPACES TO MESSAGE-ARGS
    MOVE WS-FROM-TEXT TO MESSAGE-ARG(1)
    MOVE WS-TO-TEXT TO MESSAGE-ARG(2)
    CALL "Message-Text" USING "areaedit.undo.queued" MESSAGE-ARGS LK-RESPONSE
    EXIT PARAGRAPH.

*> The fields every job shares, and the job goes live.
QueueJob.
    MOVE WS-OWNER TO AREA-JOB-OWNER(WS-FREE-JOB)
    MOVE LK-CLIENT TO AREA-JOB-CLIENT(WS-FREE-JOB)
    MOVE WS-MIN-X TO AREA-JOB-MIN-X(WS-FREE-JOB)
    MOVE WS-MIN-Y TO AREA-JOB-MIN-Y(WS-FREE-JOB)
    MOVE WS-MIN-Z TO AREA-JOB-MIN-Z(WS-FREE-JOB)
    MOVE WS-MAX-X TO AREA-JOB-MAX-X(WS-FREE-JOB)
    MOVE WS-MAX-Y TO AREA-JOB-MAX-Y(WS-FREE-JOB)
    MOVE WS-MAX-Z TO AREA-JOB-MAX-Z(WS-FREE-JOB)
    MOVE 0 TO AREA-JOB-DONE(WS-FREE-JOB)
    MOVE WS-VOLUME TO AREA-JOB-TOTAL(WS-FREE-JOB)
    MOVE 0 TO AREA-JOB-CHANGED(WS-FREE-JOB)
    MOVE 1 TO AREA-JOB-PRESENT(WS-FREE-JOB)
    EXIT PARAGRAPH.

FormatExtent.
    MOVE WS-MIN-X TO WS-NUM-X
    MOVE WS-MIN-Y TO WS-NUM-Y
    MOVE WS-MIN-Z TO WS-NUM-Z
    MOVE SPACES TO WS-FROM-TEXT
    STRING FUNCTION TRIM(WS-NUM-X) "," FUNCTION TRIM(WS-NUM-Y) "," FUNCTION TRIM(WS-NUM-Z)
        DELIMITED BY SIZE INTO WS-FROM-TEXT
    MOVE WS-MAX-X TO WS-NUM-X
    MOVE WS-MAX-Y TO WS-NUM-Y
    MOVE WS-MAX-Z TO WS-NUM-Z
    MOVE SPACES TO WS-TO-TEXT
    STRING FUNCTION TRIM(WS-NUM-X) "," FUNCTION TRIM(WS-NUM-Y) "," FUNCTION TRIM(WS-NUM-Z)
        DELIMITED BY SIZE INTO WS-TO-TEXT
    EXIT PARAGRAPH.

END PROGRAM AreaEdit-Command.

*> --- AreaEdit-Tick ---
*> Called every tick from ServerLoop, in the overworld pass: carries the
*> queued area edits forward, at most area-edit-blocks-per-tick positions per
*> tick between them, oldest job slot first. Each position written goes
*> through World-SetBlockState (Block Update broadcast, dirty chunk, fluid and
*> redstone wake-ups) and is recorded in the block history under the player
*> who queued the job, the edit's kind as the cause, which also marks its
*> chunk changed for trim; what it held before goes into the job's undo
*> slot. The history lines are gathered through the pass and written with
*> one BlockHistory-RecordMany call at its end (or each time the batch
*> fills), so the day file is not opened once per block. A /clone walks each
*> axis away from the direction it moves, so a copy that overlaps its own source still reads
*> every block before overwriting it. When a job runs out the player who
*> queued it is told, and the edit lands in the audit trail with its extent
*> and block count.
IDENTIFICATION DIVISION.
PROGRAM-ID. AreaEdit-Tick.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-AREA-EDIT.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-MESSAGE-ARGS.
    COPY DD-BLOCK-HISTORY.
    COPY DD-HISTORY-BATCH.
    01 MAX-HISTORY-BATCH        BINARY-LONG UNSIGNED VALUE 1024.
    01 WS-JOB                   BINARY-LONG UNSIGNED.
    01 WS-SLOT                  BINARY-LONG UNSIGNED.
    01 WS-BUDGET                BINARY-LONG UNSIGNED.
    01 WS-SIZE-X                BINARY-LONG UNSIGNED.
    01 WS-SIZE-Y                BINARY-LONG UNSIGNED.
    01 WS-SIZE-Z                BINARY-LONG UNSIGNED.
    01 WS-LAYER                 BINARY-LONG UNSIGNED.
    01 WS-REST                  BINARY-LONG UNSIGNED.
    01 WS-IX                    BINARY-LONG UNSIGNED.
    01 WS-IY                    BINARY-LONG UNSIGNED.
    01 WS-IZ                    BINARY-LONG UNSIGNED.
    01 WS-CELL                  BINARY-LONG UNSIGNED.
    01 WS-CELL-OFFSET           BINARY-LONG UNSIGNED.
    01 WS-X                     BINARY-LONG.
    01 WS-Y                     BINARY-LONG.
    01 WS-Z                     BINARY-LONG.
    01 WS-SOURCE-X              BINARY-LONG.
    01 WS-SOURCE-Y              BINARY-LONG.
    01 WS-SOURCE-Z              BINARY-LONG.
    01 WS-OLD-STATE             BINARY-LONG.
    01 WS-NEW-STATE             BINARY-LONG.
    01 WS-HI                    BINARY-LONG UNSIGNED.
    01 WS-LO                    BINARY-LONG UNSIGNED.
    *> the finishing notice and audit line
    01 WS-KIND-WORD             PIC X(8).
    01 WS-NUM-X                 PIC -(10)9.
    01 WS-NUM-Y                 PIC -(10)9.
    01 WS-NUM-Z                 PIC -(10)9.
    01 WS-COUNT-TEXT            PIC Z(9)9.
    01 WS-TOTAL-TEXT            PIC Z(9)9.
    01 WS-FROM-TEXT             PIC X(40).
    01 WS-TO-TEXT               PIC X(40).
    01 WS-AUDIT-LINE            PIC X(255).
    01 WS-AUDIT-PTR             BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    MOVE SERVER-AREA-EDIT-PER-TICK TO WS-BUDGET
    MOVE 0 TO HISTORY-BATCH-COUNT
    PERFORM VARYING WS-JOB FROM 1 BY 1 UNTIL WS-JOB > MAX-AREA-JOBS OR WS-BUDGET = 0
        IF AREA-JOB-PRESENT(WS-JOB) = 1
            PERFORM RunJob
        END-IF
    END-PERFORM
    CALL "BlockHistory-RecordMany" USING HISTORY-BATCH
    GOBACK.

RunJob.
    COMPUTE WS-SIZE-X = AREA-JOB-MAX-X(WS-JOB) - AREA-JOB-MIN-X(WS-JOB) + 1
    COMPUTE WS-SIZE-Y = AREA-JOB-MAX-Y(WS-JOB) - AREA-JOB-MIN-Y(WS-JOB) + 1
    COMPUTE WS-SIZE-Z = AREA-JOB-MAX-Z(WS-JOB) - AREA-JOB-MIN-Z(WS-JOB) + 1
    COMPUTE WS-LAYER = WS-SIZE-Y * WS-SIZE-Z
    MOVE AREA-JOB-UNDO-SLOT(WS-JOB) TO WS-SLOT
    PERFORM UNTIL WS-BUDGET = 0 OR AREA-JOB-DONE(WS-JOB) >= AREA-JOB-TOTAL(WS-JOB)
        PERFORM EditPosition
        ADD 1 TO AREA-JOB-DONE(WS-JOB)
        SUBTRACT 1 FROM WS-BUDGET
    END-PERFORM
    IF AREA-JOB-DONE(WS-JOB) >= AREA-JOB-TOTAL(WS-JOB)
        PERFORM FinishJob
    END-IF
    EXIT PARAGRAPH.

*> Position number AREA-JOB-DONE, in x, then y, then z order -- each axis
*> reversed for a /clone moving along it -- and its cell in the undo slot,
*> which is always in plain ascending order.
EditPosition.
    DIVIDE AREA-JOB-DONE(WS-JOB) BY WS-LAYER GIVING WS-IX REMAINDER WS-REST
    DIVIDE WS-REST BY WS-SIZE-Z GIVING WS-IY REMAINDER WS-IZ
    IF AREA-JOB-KIND(WS-JOB) = AREA-KIND-CLONE
        IF AREA-JOB-OFFSET-X(WS-JOB) > 0
            COMPUTE WS-IX = WS-SIZE-X - 1 - WS-IX
        END-IF
        IF AREA-JOB-OFFSET-Y(WS-JOB) > 0
            COMPUTE WS-IY = WS-SIZE-Y - 1 - WS-IY
        END-IF
        IF AREA-JOB-OFFSET-Z(WS-JOB) > 0
            COMPUTE WS-IZ = WS-SIZE-Z - 1 - WS-IZ
        END-IF
    END-IF
    COMPUTE WS-X = AREA-JOB-MIN-X(WS-JOB) + WS-IX
    COMPUTE WS-Y = AREA-JOB-MIN-Y(WS-JOB) + WS-IY
    COMPUTE WS-Z = AREA-JOB-MIN-Z(WS-JOB) + WS-IZ
    COMPUTE WS-CELL = WS-IX * WS-LAYER + WS-IY * WS-SIZE-Z + WS-IZ
    COMPUTE WS-CELL-OFFSET = WS-CELL * 2 + 1

    CALL "World-GetBlockState" USING WS-X WS-Y WS-Z WS-OLD-STATE
    EVALUATE AREA-JOB-KIND(WS-JOB)
        WHEN AREA-KIND-FILL
            MOVE AREA-JOB-STATE(WS-JOB) TO WS-NEW-STATE
        WHEN AREA-KIND-REPLACE
            MOVE WS-OLD-STATE TO WS-NEW-STATE
            IF WS-OLD-STATE >= AREA-JOB-MATCH-MIN(WS-JOB)
                    AND WS-OLD-STATE <= AREA-JOB-MATCH-MAX(WS-JOB)
                MOVE AREA-JOB-STATE(WS-JOB) TO WS-NEW-STATE
            END-IF
        WHEN AREA-KIND-CLONE
            COMPUTE WS-SOURCE-X = WS-X - AREA-JOB-OFFSET-X(WS-JOB)
            COMPUTE WS-SOURCE-Y = WS-Y - AREA-JOB-OFFSET-Y(WS-JOB)
            COMPUTE WS-SOURCE-Z = WS-Z - AREA-JOB-OFFSET-Z(WS-JOB)
            CALL "World-GetBlockState" USING WS-SOURCE-X WS-SOURCE-Y WS-SOURCE-Z
                WS-NEW-STATE
        WHEN OTHER
            *> Undo: a cell the edit never changed stays as it is now.
            IF AREA-UNDO-STATES(WS-SLOT)(WS-CELL-OFFSET:2) = AREA-UNDO-SKIP
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-HI = FUNCTION ORD(AREA-UNDO-STATES(WS-SLOT)(WS-CELL-OFFSET:1)) - 1
            COMPUTE WS-LO = FUNCTION ORD(AREA-UNDO-STATES(WS-SLOT)(WS-CELL-OFFSET + 1:1)) - 1
            COMPUTE WS-NEW-STATE = WS-HI * 256 + WS-LO
    END-EVALUATE
    IF WS-NEW-STATE = WS-OLD-STATE
        EXIT PARAGRAPH
    END-IF

    IF AREA-JOB-KIND(WS-JOB) NOT = AREA-KIND-UNDO
        COMPUTE WS-HI = WS-OLD-STATE / 256
        COMPUTE WS-LO = FUNCTION MOD(WS-OLD-STATE, 256)
        MOVE FUNCTION CHAR(WS-HI + 1) TO AREA-UNDO-STATES(WS-SLOT)(WS-CELL-OFFSET:1)
        MOVE FUNCTION CHAR(WS-LO + 1) TO AREA-UNDO-STATES(WS-SLOT)(WS-CELL-OFFSET + 1:1)
    END-IF
    CALL "World-SetBlockState" USING WS-X WS-Y WS-Z WS-NEW-STATE
    PERFORM AddHistory
    ADD 1 TO AREA-JOB-CHANGED(WS-JOB)
    EXIT PARAGRAPH.

*> Queue the change for the pass's BlockHistory-RecordMany, writing the
*> batch out first if it is already full.
AddHistory.
    IF HISTORY-BATCH-COUNT >= MAX-HISTORY-BATCH
        CALL "BlockHistory-RecordMany" USING HISTORY-BATCH
    END-IF
    ADD 1 TO HISTORY-BATCH-COUNT
    MOVE AREA-JOB-OWNER(WS-JOB) TO HISTORY-BATCH-ACTOR(HISTORY-BATCH-COUNT)
    EVALUATE AREA-JOB-KIND(WS-JOB)
        WHEN AREA-KIND-FILL
            MOVE HISTORY-CAUSE-FILL TO HISTORY-BATCH-CAUSE(HISTORY-BATCH-COUNT)
        WHEN AREA-KIND-REPLACE
            MOVE HISTORY-CAUSE-REPLACE TO HISTORY-BATCH-CAUSE(HISTORY-BATCH-COUNT)
        WHEN AREA-KIND-CLONE
            MOVE HISTORY-CAUSE-CLONE TO HISTORY-BATCH-CAUSE(HISTORY-BATCH-COUNT)
        WHEN OTHER
            MOVE HISTORY-CAUSE-UNDO TO HISTORY-BATCH-CAUSE(HISTORY-BATCH-COUNT)
    END-EVALUATE
    MOVE WS-X TO HISTORY-BATCH-X(HISTORY-BATCH-COUNT)
    MOVE WS-Y TO HISTORY-BATCH-Y(HISTORY-BATCH-COUNT)
    MOVE WS-Z TO HISTORY-BATCH-Z(HISTORY-BATCH-COUNT)
    MOVE WS-OLD-STATE TO HISTORY-BATCH-OLD(HISTORY-BATCH-COUNT)
    MOVE WS-NEW-STATE TO HISTORY-BATCH-NEW(HISTORY-BATCH-COUNT)
    EXIT PARAGRAPH.

*> An undo spends its history slot; an edit that changed nothing leaves none
*> worth keeping either.
FinishJob.
    IF AREA-JOB-KIND(WS-JOB) = AREA-KIND-UNDO OR AREA-JOB-CHANGED(WS-JOB) = 0
        MOVE 0 TO AREA-UNDO-PRESENT(WS-SLOT)
    END-IF
    MOVE 0 TO AREA-JOB-PRESENT(WS-JOB)

    MOVE AREA-JOB-MIN-X(WS-JOB) TO WS-NUM-X
    MOVE AREA-JOB-MIN-Y(WS-JOB) TO WS-NUM-Y
    MOVE AREA-JOB-MIN-Z(WS-JOB) TO WS-NUM-Z
    MOVE SPACES TO WS-FROM-TEXT
    STRING FUNCTION TRIM(WS-NUM-X) "," FUNCTION TRIM(WS-NUM-Y) "," FUNCTION TRIM(WS-NUM-Z)
        DELIMITED BY SIZE INTO WS-FROM-TEXT
    MOVE AREA-JOB-MAX-X(WS-JOB) TO WS-NUM-X
    MOVE AREA-JOB-MAX-Y(WS-JOB) TO WS-NUM-Y
    MOVE AREA-JOB-MAX-Z(WS-JOB) TO WS-NUM-Z
    MOVE SPACES TO WS-TO-TEXT
    STRING FUNCTION TRIM(WS-NUM-X) "," FUNCTION TRIM(WS-NUM-Y) "," FUNCTION TRIM(WS-NUM-Z)
        DELIMITED BY SIZE INTO WS-TO-TEXT
    MOVE AREA-JOB-CHANGED(WS-JOB) TO WS-COUNT-TEXT
    MOVE AREA-JOB-TOTAL(WS-JOB) TO WS-TOTAL-TEXT

    EVALUATE AREA-JOB-KIND(WS-JOB)
        WHEN AREA-KIND-FILL
            MOVE "fill" TO WS-KIND-WORD
        WHEN AREA-KIND-REPLACE
            MOVE "replace" TO WS-KIND-WORD
        WHEN AREA-KIND-CLONE
            MOVE "clone" TO WS-KIND-WORD
        WHEN OTHER
            MOVE "undo" TO WS-KIND-WORD
    END-EVALUATE
    MOVE SPACES TO WS-AUDIT-LINE
    MOVE 1 TO WS-AUDIT-PTR
    STRING "[area-edit] " FUNCTION TRIM(AREA-JOB-OWNER(WS-JOB)) ": "
           FUNCTION TRIM(WS-KIND-WORD) " " FUNCTION TRIM(WS-FROM-TEXT) " to "
           FUNCTION TRIM(WS-TO-TEXT)
        DELIMITED BY SIZE INTO WS-AUDIT-LINE WITH POINTER WS-AUDIT-PTR
    IF AREA-JOB-WHAT(WS-JOB) NOT = SPACES
        STRING " (" FUNCTION TRIM(AREA-JOB-WHAT(WS-JOB)) ")"
            DELIMITED BY SIZE INTO WS-AUDIT-LINE WITH POINTER WS-AUDIT-PTR
    END-IF
    STRING ", " FUNCTION TRIM(WS-TOTAL-TEXT) " positions, "
           FUNCTION TRIM(WS-COUNT-TEXT) " blocks changed"
        DELIMITED BY SIZE INTO WS-AUDIT-LINE WITH POINTER WS-AUDIT-PTR
    CALL "Audit-Log" USING WS-AUDIT-LINE

    *> The player may have left since; the slot then belongs to someone else.
    IF CLIENT-PRESENT(AREA-JOB-CLIENT(WS-JOB)) = 0
            OR CLIENT-STATE(AREA-JOB-CLIENT(WS-JOB)) NOT = CLIENT-STATE-PLAY
            OR CLIENT-USERNAME(AREA-JOB-CLIENT(WS-JOB)) NOT = AREA-JOB-OWNER(WS-JOB)
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO MESSAGE-ARGS
    MOVE FUNCTION TRIM(WS-COUNT-TEXT) TO MESSAGE-ARG(1)
    IF AREA-JOB-KIND(WS-JOB) = AREA-KIND-UNDO
        CALL "Message-Send" USING AREA-JOB-CLIENT(WS-JOB) "areaedit.undo.done" MESSAGE-ARGS
    ELSE
        MOVE WS-FROM-TEXT TO MESSAGE-ARG(2)
        MOVE WS-TO-TEXT TO MESSAGE-ARG(3)
        CALL "Message-Send" USING AREA-JOB-CLIENT(WS-JOB) "areaedit.done" MESSAGE-ARGS
    END-IF
    EXIT PARAGRAPH.

END PROGRAM AreaEdit-Tick.
