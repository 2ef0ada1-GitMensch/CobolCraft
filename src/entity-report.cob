*> --- EntityReport-Command ---
*> "entities [count]", from the console, RCON or an operator in game: the
*> chunks holding the most entities (5 by default, up to 10), each with its
*> entity count broken down by family and, within a family, by entity type,
*> and the land claim the chunk lies in if there is one -- the usual answer
*> to "why is the tick slow" is a mob farm or a heap of dropped items. A
*> player (LK-CLIENT > 0) is sent the report a line at a time and gets no
*> LK-RESPONSE; the console and RCON get it joined into LK-RESPONSE.
IDENTIFICATION DIVISION.
PROGRAM-ID. EntityReport-Command.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CLAIMS.
    COPY DD-MESSAGE-ARGS.
    COPY DD-ENTITY REPLACING ==LK-ENTITY== BY ==WS-ENTITY==.
    01 WS-CMD-NAME              PIC X(32).
    01 WS-ARG1                  PIC X(32).
    01 WS-WANTED                BINARY-LONG UNSIGNED.
    01 WS-TABLE-SIZE            BINARY-LONG UNSIGNED.
    01 WS-ENTITY-INDEX          BINARY-LONG UNSIGNED.
    01 WS-ENTITY-PRESENT        BINARY-CHAR UNSIGNED.
    01 WS-TOTAL                 BINARY-LONG UNSIGNED.
    *> One tally per occupied chunk. A world with more occupied chunks than
    *> this is still counted in the total; the extra chunks just can't rank.
    01 MAX-REPORT-CHUNKS        BINARY-LONG UNSIGNED VALUE 512.
    01 WS-CHUNK-COUNT           BINARY-LONG UNSIGNED.
    01 WS-CHUNK-TABLE.
        05 WS-CHUNK OCCURS 512 TIMES.
            10 WS-CHUNK-X           BINARY-LONG.
            10 WS-CHUNK-Z           BINARY-LONG.
            10 WS-CHUNK-TALLY       BINARY-LONG UNSIGNED.
            10 WS-CHUNK-PICKED      BINARY-CHAR UNSIGNED.
    01 WS-AT-CHUNK-X            BINARY-LONG.
    01 WS-AT-CHUNK-Z            BINARY-LONG.
    01 WS-SLOT                  BINARY-LONG UNSIGNED.
    01 WS-BEST                  BINARY-LONG UNSIGNED.
    01 WS-RANK                  BINARY-LONG UNSIGNED.
    *> The breakdown of the chunk being written up: per family (1-5 for
    *> ENTITY-FAMILY 0-4) and per entity type.
    01 WS-FAMILY-TALLY          BINARY-LONG UNSIGNED OCCURS 5 TIMES.
    01 WS-FAMILY                BINARY-LONG UNSIGNED.
    01 WS-FAMILY-SLOT           BINARY-LONG UNSIGNED.
    01 MAX-REPORT-TYPES         BINARY-LONG UNSIGNED VALUE 16.
    01 WS-TYPE-COUNT            BINARY-LONG UNSIGNED.
    01 WS-TYPE-TABLE.
        05 WS-TYPE-ENTRY OCCURS 16 TIMES.
            10 WS-TYPE-ID           BINARY-LONG UNSIGNED.
            10 WS-TYPE-FAMILY       BINARY-CHAR UNSIGNED.
            10 WS-TYPE-TALLY        BINARY-LONG UNSIGNED.
    01 WS-TYPE-SLOT             BINARY-LONG UNSIGNED.
    01 WS-TYPES-LISTED          BINARY-LONG UNSIGNED.
    01 WS-GROUPS-LISTED         BINARY-LONG UNSIGNED.
    *> minecraft:entity_type, resolved on first use (retained; not RECURSIVE)
    01 WS-REGISTRY-INDEX        BINARY-LONG UNSIGNED VALUE 0.
    01 WS-REGISTRY-LENGTH       BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY        BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY-ID     BINARY-LONG UNSIGNED.
    01 WS-TYPE-NAME             PIC X(64).
    *> the claim the chunk lies in
    01 WS-CLAIM                 BINARY-LONG UNSIGNED.
    *> report text
    01 WS-LINE                  PIC X(512).
    01 WS-LINE-PTR              BINARY-LONG UNSIGNED.
    01 WS-LINE-LEN              BINARY-LONG UNSIGNED.
    01 WS-PART                  PIC X(128).
    01 WS-FAMILY-KEY            PIC X(32).
    01 WS-RESPONSE-PTR          BINARY-LONG UNSIGNED.
    01 WS-NUM1                  PIC -(10)9.
    01 WS-NUM2                  PIC -(10)9.
    01 WS-COUNT-TEXT            PIC Z(9)9.
LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
    01 LK-COMMAND               PIC X ANY LENGTH.
    01 LK-RESPONSE              PIC X ANY LENGTH.
    01 LK-RESPONSE-LENGTH       BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-CLIENT LK-COMMAND LK-RESPONSE LK-RESPONSE-LENGTH.
    MOVE SPACES TO LK-RESPONSE
    MOVE 1 TO WS-RESPONSE-PTR
    MOVE SPACES TO WS-CMD-NAME WS-ARG1
    UNSTRING LK-COMMAND DELIMITED BY ALL SPACE INTO WS-CMD-NAME WS-ARG1
    MOVE SPACES TO MESSAGE-ARGS

    MOVE 5 TO WS-WANTED
    IF WS-ARG1 NOT = SPACES
        IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ARG1)) NOT = 0
            CALL "Message-Text" USING "entities.report.usage" MESSAGE-ARGS WS-LINE
            PERFORM EmitLine
            PERFORM SetResponseLength
            GOBACK
        END-IF
        COMPUTE WS-WANTED = FUNCTION NUMVAL(WS-ARG1)
        IF WS-WANTED < 1 OR WS-WANTED > 10
            CALL "Message-Text" USING "entities.report.usage" MESSAGE-ARGS WS-LINE
            PERFORM EmitLine
            PERFORM SetResponseLength
            GOBACK
        END-IF
    END-IF

    PERFORM TallyChunks
    IF WS-TOTAL = 0
        CALL "Message-Text" USING "entities.report.none" MESSAGE-ARGS WS-LINE
        PERFORM EmitLine
        PERFORM SetResponseLength
        GOBACK
    END-IF

    MOVE WS-TOTAL TO WS-COUNT-TEXT
    MOVE FUNCTION TRIM(WS-COUNT-TEXT) TO MESSAGE-ARG(1)
    MOVE WS-CHUNK-COUNT TO WS-COUNT-TEXT
    MOVE FUNCTION TRIM(WS-COUNT-TEXT) TO MESSAGE-ARG(2)
    CALL "Message-Text" USING "entities.report.header" MESSAGE-ARGS WS-LINE
    PERFORM EmitLine

    PERFORM VARYING WS-RANK FROM 1 BY 1
            UNTIL WS-RANK > WS-WANTED OR WS-RANK > WS-CHUNK-COUNT
        PERFORM PickBusiest
        PERFORM ReportChunk
    END-PERFORM
    PERFORM SetResponseLength
    GOBACK.

SetResponseLength.
    IF LK-RESPONSE = SPACES
        MOVE 0 TO LK-RESPONSE-LENGTH
    ELSE
        COMPUTE LK-RESPONSE-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(LK-RESPONSE TRAILING))
    END-IF
    EXIT PARAGRAPH.

*> One line of the report: straight to the player, or onto the console reply.
EmitLine.
    COMPUTE WS-LINE-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-LINE TRAILING))
    IF LK-CLIENT > 0
        CALL "SendPacket-SystemChat" USING LK-CLIENT WS-LINE WS-LINE-LEN
        EXIT PARAGRAPH
    END-IF
    IF WS-RESPONSE-PTR > 1
        STRING " | " DELIMITED BY SIZE INTO LK-RESPONSE WITH POINTER WS-RESPONSE-PTR
    END-IF
    STRING WS-LINE(1:WS-LINE-LEN) DELIMITED BY SIZE
        INTO LK-RESPONSE WITH POINTER WS-RESPONSE-PTR
    EXIT PARAGRAPH.

TallyChunks.
    MOVE 0 TO WS-TOTAL
    MOVE 0 TO WS-CHUNK-COUNT
    CALL "Entities-GetCount" USING WS-TABLE-SIZE
    PERFORM VARYING WS-ENTITY-INDEX FROM 1 BY 1 UNTIL WS-ENTITY-INDEX > WS-TABLE-SIZE
        CALL "Entities-Iterate" USING WS-ENTITY-INDEX WS-ENTITY-PRESENT WS-ENTITY
        IF WS-ENTITY-PRESENT = 1
            ADD 1 TO WS-TOTAL
            COMPUTE WS-AT-CHUNK-X ROUNDED MODE IS TOWARD-LESSER = ENTITY-X OF WS-ENTITY / 16
            COMPUTE WS-AT-CHUNK-Z ROUNDED MODE IS TOWARD-LESSER = ENTITY-Z OF WS-ENTITY / 16
            PERFORM CountInChunk
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

CountInChunk.
    PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > WS-CHUNK-COUNT
        IF WS-CHUNK-X(WS-SLOT) = WS-AT-CHUNK-X AND WS-CHUNK-Z(WS-SLOT) = WS-AT-CHUNK-Z
            ADD 1 TO WS-CHUNK-TALLY(WS-SLOT)
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    IF WS-CHUNK-COUNT < MAX-REPORT-CHUNKS
        ADD 1 TO WS-CHUNK-COUNT
        MOVE WS-AT-CHUNK-X TO WS-CHUNK-X(WS-CHUNK-COUNT)
        MOVE WS-AT-CHUNK-Z TO WS-CHUNK-Z(WS-CHUNK-COUNT)
        MOVE 1 TO WS-CHUNK-TALLY(WS-CHUNK-COUNT)
        MOVE 0 TO WS-CHUNK-PICKED(WS-CHUNK-COUNT)
    END-IF
    EXIT PARAGRAPH.

*> The fullest chunk not yet reported, into WS-BEST.
PickBusiest.
    MOVE 0 TO WS-BEST
    PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > WS-CHUNK-COUNT
        IF WS-CHUNK-PICKED(WS-SLOT) = 0
            IF WS-BEST = 0
                MOVE WS-SLOT TO WS-BEST
            ELSE
                IF WS-CHUNK-TALLY(WS-SLOT) > WS-CHUNK-TALLY(WS-BEST)
                    MOVE WS-SLOT TO WS-BEST
                END-IF
            END-IF
        END-IF
    END-PERFORM
    MOVE 1 TO WS-CHUNK-PICKED(WS-BEST)
    EXIT PARAGRAPH.

*> "#1 chunk 12, -4 (blocks 192, -64): 163 entities, in Steve's claim --
*> 120 dropped items; 40 animals (cow 30, pig 10); 3 monsters (zombie 3)"
ReportChunk.
    PERFORM TallyTypes

    MOVE SPACES TO MESSAGE-ARGS
    MOVE WS-RANK TO WS-COUNT-TEXT
    MOVE FUNCTION TRIM(WS-COUNT-TEXT) TO MESSAGE-ARG(1)
    MOVE WS-CHUNK-X(WS-BEST) TO WS-NUM1
    MOVE WS-CHUNK-Z(WS-BEST) TO WS-NUM2
    MOVE FUNCTION TRIM(WS-NUM1) TO MESSAGE-ARG(2)
    MOVE FUNCTION TRIM(WS-NUM2) TO MESSAGE-ARG(3)
    COMPUTE WS-NUM1 = WS-CHUNK-X(WS-BEST) * 16
    COMPUTE WS-NUM2 = WS-CHUNK-Z(WS-BEST) * 16
    MOVE FUNCTION TRIM(WS-NUM1) TO MESSAGE-ARG(4)
    MOVE FUNCTION TRIM(WS-NUM2) TO MESSAGE-ARG(5)
    MOVE WS-CHUNK-TALLY(WS-BEST) TO WS-COUNT-TEXT
    MOVE FUNCTION TRIM(WS-COUNT-TEXT) TO MESSAGE-ARG(6)
    MOVE SPACES TO WS-LINE
    CALL "Message-Text" USING "entities.report.chunk" MESSAGE-ARGS WS-LINE
    COMPUTE WS-LINE-PTR = FUNCTION LENGTH(FUNCTION TRIM(WS-LINE TRAILING)) + 1

    PERFORM FindClaim
    IF WS-CLAIM > 0
        MOVE SPACES TO MESSAGE-ARGS
        MOVE CLAIM-OWNER-NAME(WS-CLAIM) TO MESSAGE-ARG(1)
        MOVE SPACES TO WS-PART
        CALL "Message-Text" USING "entities.report.claim" MESSAGE-ARGS WS-PART
        STRING ", " FUNCTION TRIM(WS-PART) DELIMITED BY SIZE
            INTO WS-LINE WITH POINTER WS-LINE-PTR
    END-IF
    STRING " --" DELIMITED BY SIZE INTO WS-LINE WITH POINTER WS-LINE-PTR

    *> Families in a fixed order: items first, since they are the usual
    *> culprit, then animals, monsters, villagers and anything else.
    MOVE 0 TO WS-GROUPS-LISTED
    MOVE 2 TO WS-FAMILY-SLOT
    PERFORM ReportFamily
    MOVE 3 TO WS-FAMILY-SLOT
    PERFORM ReportFamily
    MOVE 4 TO WS-FAMILY-SLOT
    PERFORM ReportFamily
    MOVE 5 TO WS-FAMILY-SLOT
    PERFORM ReportFamily
    MOVE 1 TO WS-FAMILY-SLOT
    PERFORM ReportFamily
    PERFORM EmitLine
    EXIT PARAGRAPH.

*> Both breakdowns of the chunk in WS-BEST, in one more pass over the table.
TallyTypes.
    PERFORM VARYING WS-FAMILY-SLOT FROM 1 BY 1 UNTIL WS-FAMILY-SLOT > 5
        MOVE 0 TO WS-FAMILY-TALLY(WS-FAMILY-SLOT)
    END-PERFORM
    MOVE 0 TO WS-TYPE-COUNT
    CALL "Entities-GetCount" USING WS-TABLE-SIZE
    PERFORM VARYING WS-ENTITY-INDEX FROM 1 BY 1 UNTIL WS-ENTITY-INDEX > WS-TABLE-SIZE
        CALL "Entities-Iterate" USING WS-ENTITY-INDEX WS-ENTITY-PRESENT WS-ENTITY
        IF WS-ENTITY-PRESENT = 1
            COMPUTE WS-AT-CHUNK-X ROUNDED MODE IS TOWARD-LESSER = ENTITY-X OF WS-ENTITY / 16
            COMPUTE WS-AT-CHUNK-Z ROUNDED MODE IS TOWARD-LESSER = ENTITY-Z OF WS-ENTITY / 16
            IF WS-AT-CHUNK-X = WS-CHUNK-X(WS-BEST) AND WS-AT-CHUNK-Z = WS-CHUNK-Z(WS-BEST)
                PERFORM CountType
            END-IF
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

CountType.
    MOVE ENTITY-FAMILY OF WS-ENTITY TO WS-FAMILY
    IF WS-FAMILY > 4
        MOVE 0 TO WS-FAMILY
    END-IF
    ADD 1 TO WS-FAMILY-TALLY(WS-FAMILY + 1)
    PERFORM VARYING WS-TYPE-SLOT FROM 1 BY 1 UNTIL WS-TYPE-SLOT > WS-TYPE-COUNT
        IF WS-TYPE-ID(WS-TYPE-SLOT) = ENTITY-TYPE OF WS-ENTITY
                AND WS-TYPE-FAMILY(WS-TYPE-SLOT) = WS-FAMILY
            ADD 1 TO WS-TYPE-TALLY(WS-TYPE-SLOT)
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    *> Past MAX-REPORT-TYPES kinds a type only shows in its family's count.
    IF WS-TYPE-COUNT < MAX-REPORT-TYPES
        ADD 1 TO WS-TYPE-COUNT
        MOVE ENTITY-TYPE OF WS-ENTITY TO WS-TYPE-ID(WS-TYPE-COUNT)
        MOVE WS-FAMILY TO WS-TYPE-FAMILY(WS-TYPE-COUNT)
        MOVE 1 TO WS-TYPE-TALLY(WS-TYPE-COUNT)
    END-IF
    EXIT PARAGRAPH.

*> One family's share of the line, with its types in brackets -- except
*> dropped items, which are all the one "item" type.
ReportFamily.
    IF WS-FAMILY-TALLY(WS-FAMILY-SLOT) = 0
        EXIT PARAGRAPH
    END-IF
    EVALUATE WS-FAMILY-SLOT
        WHEN 2
            MOVE "entities.family.item" TO WS-FAMILY-KEY
        WHEN 3
            MOVE "entities.family.animal" TO WS-FAMILY-KEY
        WHEN 4
            MOVE "entities.family.mob" TO WS-FAMILY-KEY
        WHEN 5
            MOVE "entities.family.villager" TO WS-FAMILY-KEY
        WHEN OTHER
            MOVE "entities.family.other" TO WS-FAMILY-KEY
    END-EVALUATE
    MOVE SPACES TO MESSAGE-ARGS
    MOVE WS-FAMILY-TALLY(WS-FAMILY-SLOT) TO WS-COUNT-TEXT
    MOVE FUNCTION TRIM(WS-COUNT-TEXT) TO MESSAGE-ARG(1)
    MOVE SPACES TO WS-PART
    CALL "Message-Text" USING WS-FAMILY-KEY MESSAGE-ARGS WS-PART
    IF WS-GROUPS-LISTED > 0
        STRING ";" DELIMITED BY SIZE INTO WS-LINE WITH POINTER WS-LINE-PTR
    END-IF
    STRING " " FUNCTION TRIM(WS-PART) DELIMITED BY SIZE
        INTO WS-LINE WITH POINTER WS-LINE-PTR
    ADD 1 TO WS-GROUPS-LISTED
    IF WS-FAMILY-SLOT = 2
        EXIT PARAGRAPH
    END-IF

    COMPUTE WS-FAMILY = WS-FAMILY-SLOT - 1
    MOVE 0 TO WS-TYPES-LISTED
    PERFORM VARYING WS-TYPE-SLOT FROM 1 BY 1 UNTIL WS-TYPE-SLOT > WS-TYPE-COUNT
        IF WS-TYPE-FAMILY(WS-TYPE-SLOT) = WS-FAMILY
            PERFORM ResolveTypeName
            IF WS-TYPES-LISTED = 0
                STRING " (" DELIMITED BY SIZE INTO WS-LINE WITH POINTER WS-LINE-PTR
            ELSE
                STRING ", " DELIMITED BY SIZE INTO WS-LINE WITH POINTER WS-LINE-PTR
            END-IF
            MOVE WS-TYPE-TALLY(WS-TYPE-SLOT) TO WS-COUNT-TEXT
            STRING FUNCTION TRIM(WS-TYPE-NAME) " " FUNCTION TRIM(WS-COUNT-TEXT)
                DELIMITED BY SIZE INTO WS-LINE WITH POINTER WS-LINE-PTR
            ADD 1 TO WS-TYPES-LISTED
        END-IF
    END-PERFORM
    IF WS-TYPES-LISTED > 0
        STRING ")" DELIMITED BY SIZE INTO WS-LINE WITH POINTER WS-LINE-PTR
    END-IF
    EXIT PARAGRAPH.

*> The registry name of WS-TYPE-ID(WS-TYPE-SLOT), without "minecraft:".
ResolveTypeName.
    MOVE "?" TO WS-TYPE-NAME
    IF WS-REGISTRY-INDEX = 0
        CALL "Registries-GetRegistryIndex" USING "minecraft:entity_type" WS-REGISTRY-INDEX
        IF WS-REGISTRY-INDEX = 0
            EXIT PARAGRAPH
        END-IF
    END-IF
    CALL "Registries-GetRegistryLength" USING WS-REGISTRY-INDEX WS-REGISTRY-LENGTH
    PERFORM VARYING WS-REGISTRY-ENTRY FROM 1 BY 1 UNTIL WS-REGISTRY-ENTRY > WS-REGISTRY-LENGTH
        CALL "Registries-Iterate-EntryId" USING WS-REGISTRY-INDEX WS-REGISTRY-ENTRY
            WS-REGISTRY-ENTRY-ID
        IF WS-REGISTRY-ENTRY-ID = WS-TYPE-ID(WS-TYPE-SLOT)
            CALL "Registries-Iterate-EntryName" USING WS-REGISTRY-INDEX WS-REGISTRY-ENTRY
                WS-TYPE-NAME
            IF WS-TYPE-NAME(1:10) = "minecraft:"
                MOVE WS-TYPE-NAME(11:) TO WS-TYPE-NAME
            END-IF
            EXIT PERFORM
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> The claim covering the chunk in WS-BEST, or 0.
FindClaim.
    MOVE 0 TO WS-CLAIM
    PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > MAX-CLAIM-ENTRIES
        IF CLAIM-PRESENT(WS-SLOT) = 1
                AND WS-CHUNK-X(WS-BEST) >= CLAIM-MIN-CHUNK-X(WS-SLOT)
                AND WS-CHUNK-X(WS-BEST) <= CLAIM-MAX-CHUNK-X(WS-SLOT)
                AND WS-CHUNK-Z(WS-BEST) >= CLAIM-MIN-CHUNK-Z(WS-SLOT)
                AND WS-CHUNK-Z(WS-BEST) <= CLAIM-MAX-CHUNK-Z(WS-SLOT)
            MOVE WS-SLOT TO WS-CLAIM
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

END PROGRAM EntityReport-Command.

*> --- EntityCleanup-Command ---
*> "clearentities items|<type> <radius>|all [<x> <z>]", from the console,
*> RCON or an operator in game: clears dropped items, or every entity of one
*> minecraft:entity_type, within a horizontal radius (1-1024 blocks) of the
*> player or of the given x/z -- the console, standing nowhere, must give
*> them -- or world-wide with "all". The entities are counted here and the
*> order placed in DD-ENTITY-CLEANUP; they leave on their next tick. Cleared
*> entities are simply gone: no loot, no experience. LK-PLAYER-ID is 0 for
*> the console and RCON.
IDENTIFICATION DIVISION.
PROGRAM-ID. EntityCleanup-Command.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-ENTITY-CLEANUP.
    COPY DD-PLAYERS.
    COPY DD-WORLD.
    COPY DD-MESSAGE-ARGS.
    COPY DD-ENTITY REPLACING ==LK-ENTITY== BY ==WS-ENTITY==.
    01 WS-CMD-NAME              PIC X(32).
    01 WS-WHAT                  PIC X(64).
    01 WS-RANGE                 PIC X(32).
    01 WS-ARG-X                 PIC X(32).
    01 WS-ARG-Z                 PIC X(32).
    01 WS-ITEMS                 BINARY-CHAR UNSIGNED.
    01 WS-TYPE-ID               BINARY-LONG UNSIGNED.
    01 WS-RADIUS                BINARY-LONG UNSIGNED.
    01 WS-CENTER-X              FLOAT-LONG.
    01 WS-CENTER-Z              FLOAT-LONG.
    01 WS-LOOKUP-NAME           PIC X(64).
    01 WS-REGISTRY-INDEX        BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-LENGTH       BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY        BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY-NAME   PIC X(64).
    01 WS-FOUND                 BINARY-CHAR UNSIGNED.
    01 WS-TABLE-SIZE            BINARY-LONG UNSIGNED.
    01 WS-ENTITY-INDEX          BINARY-LONG UNSIGNED.
    01 WS-ENTITY-PRESENT        BINARY-CHAR UNSIGNED.
    01 WS-MATCH                 BINARY-CHAR UNSIGNED.
    01 WS-MATCHED               BINARY-LONG UNSIGNED.
    01 WS-ISSUER                PIC X(16).
    01 WS-NUM1                  PIC -(10)9.
    01 WS-NUM2                  PIC -(10)9.
    01 WS-COUNT-TEXT            PIC Z(9)9.
    01 WS-RADIUS-TEXT           PIC Z(9)9.
    01 WS-AUDIT-LINE            PIC X(256).
LINKAGE SECTION.
    01 LK-PLAYER-ID             BINARY-LONG UNSIGNED.
    01 LK-COMMAND               PIC X ANY LENGTH.
    01 LK-RESPONSE              PIC X ANY LENGTH.
    01 LK-RESPONSE-LENGTH       BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-COMMAND LK-RESPONSE LK-RESPONSE-LENGTH.
    MOVE SPACES TO LK-RESPONSE
    MOVE SPACES TO WS-CMD-NAME WS-WHAT WS-RANGE WS-ARG-X WS-ARG-Z
    UNSTRING LK-COMMAND DELIMITED BY ALL SPACE
        INTO WS-CMD-NAME WS-WHAT WS-RANGE WS-ARG-X WS-ARG-Z
    MOVE SPACES TO MESSAGE-ARGS

    IF WS-WHAT = SPACES OR WS-RANGE = SPACES
        CALL "Message-Text" USING "entities.clear.usage" MESSAGE-ARGS LK-RESPONSE
        PERFORM SetResponseLength
        GOBACK
    END-IF
    PERFORM ResolveWhat
    IF LK-RESPONSE = SPACES
        PERFORM ResolveRange
    END-IF
    IF LK-RESPONSE = SPACES
        PERFORM PlaceOrder
    END-IF
    PERFORM SetResponseLength
    GOBACK.

SetResponseLength.
    COMPUTE LK-RESPONSE-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(LK-RESPONSE))
    EXIT PARAGRAPH.

*> "items" (or "item"), or an entity type name with or without "minecraft:".
ResolveWhat.
    MOVE 0 TO WS-ITEMS
    MOVE 0 TO WS-TYPE-ID
    IF WS-WHAT = "items" OR WS-WHAT = "item" OR WS-WHAT = "minecraft:item"
        MOVE 1 TO WS-ITEMS
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-LOOKUP-NAME
    IF WS-WHAT(1:10) = "minecraft:"
        MOVE WS-WHAT TO WS-LOOKUP-NAME
    ELSE
        STRING "minecraft:" FUNCTION TRIM(WS-WHAT) DELIMITED BY SIZE INTO WS-LOOKUP-NAME
    END-IF
    MOVE 0 TO WS-FOUND
    CALL "Registries-GetRegistryIndex" USING "minecraft:entity_type" WS-REGISTRY-INDEX
    IF WS-REGISTRY-INDEX > 0
        CALL "Registries-GetRegistryLength" USING WS-REGISTRY-INDEX WS-REGISTRY-LENGTH
        PERFORM VARYING WS-REGISTRY-ENTRY FROM 1 BY 1
                UNTIL WS-REGISTRY-ENTRY > WS-REGISTRY-LENGTH
            CALL "Registries-Iterate-EntryName" USING WS-REGISTRY-INDEX WS-REGISTRY-ENTRY
                WS-REGISTRY-ENTRY-NAME
            IF WS-REGISTRY-ENTRY-NAME = WS-LOOKUP-NAME
                CALL "Registries-Iterate-EntryId" USING WS-REGISTRY-INDEX WS-REGISTRY-ENTRY
                    WS-TYPE-ID
                MOVE 1 TO WS-FOUND
                EXIT PERFORM
            END-IF
        END-PERFORM
    END-IF
    *> Players are not in the entity table; naming them clears nothing.
    IF WS-FOUND = 0 OR WS-LOOKUP-NAME = "minecraft:player"
        MOVE WS-WHAT TO MESSAGE-ARG(1)
        CALL "Message-Text" USING "entities.clear.unknown-type" MESSAGE-ARGS LK-RESPONSE
    END-IF
    EXIT PARAGRAPH.

*> "all", or a radius around the player or the x/z given.
ResolveRange.
    MOVE 0 TO WS-RADIUS
    MOVE 0 TO WS-CENTER-X
    MOVE 0 TO WS-CENTER-Z
    IF WS-RANGE = "all"
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-RANGE)) NOT = 0
        CALL "Message-Text" USING "entities.clear.usage" MESSAGE-ARGS LK-RESPONSE
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION NUMVAL(WS-RANGE) < 1 OR FUNCTION NUMVAL(WS-RANGE) > 1024
        CALL "Message-Text" USING "entities.clear.radius" MESSAGE-ARGS LK-RESPONSE
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-RADIUS = FUNCTION NUMVAL(WS-RANGE)
    IF WS-ARG-X NOT = SPACES OR WS-ARG-Z NOT = SPACES
        IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ARG-X)) NOT = 0
                OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ARG-Z)) NOT = 0
            CALL "Message-Text" USING "entities.clear.usage" MESSAGE-ARGS LK-RESPONSE
            EXIT PARAGRAPH
        END-IF
        COMPUTE WS-CENTER-X = FUNCTION NUMVAL(WS-ARG-X)
        COMPUTE WS-CENTER-Z = FUNCTION NUMVAL(WS-ARG-Z)
        EXIT PARAGRAPH
    END-IF
    IF LK-PLAYER-ID = 0
        CALL "Message-Text" USING "entities.clear.usage.coords" MESSAGE-ARGS LK-RESPONSE
        EXIT PARAGRAPH
    END-IF
    *> The entity table is the overworld's, as with the spawner.
    IF PLAYER-DIMENSION(LK-PLAYER-ID) NOT = WORLD-DIM-OVERWORLD
        CALL "Message-Text" USING "entities.clear.overworld-only" MESSAGE-ARGS LK-RESPONSE
        EXIT PARAGRAPH
    END-IF
    MOVE PLAYER-X(LK-PLAYER-ID) TO WS-CENTER-X
    MOVE PLAYER-Z(LK-PLAYER-ID) TO WS-CENTER-Z
    EXIT PARAGRAPH.

PlaceOrder.
    *> An order still standing is at most a tick old -- try again next tick.
    IF ENTITY-CLEANUP-ARMED = 1
        CALL "Message-Text" USING "entities.clear.busy" MESSAGE-ARGS LK-RESPONSE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-ITEMS TO ENTITY-CLEANUP-ITEMS
    MOVE WS-TYPE-ID TO ENTITY-CLEANUP-TYPE
    MOVE WS-RADIUS TO ENTITY-CLEANUP-RADIUS
    MOVE WS-CENTER-X TO ENTITY-CLEANUP-CENTER-X
    MOVE WS-CENTER-Z TO ENTITY-CLEANUP-CENTER-Z
    MOVE 0 TO ENTITY-CLEANUP-MIN-AGE

    MOVE 0 TO WS-MATCHED
    CALL "Entities-GetCount" USING WS-TABLE-SIZE
    PERFORM VARYING WS-ENTITY-INDEX FROM 1 BY 1 UNTIL WS-ENTITY-INDEX > WS-TABLE-SIZE
        CALL "Entities-Iterate" USING WS-ENTITY-INDEX WS-ENTITY-PRESENT WS-ENTITY
        IF WS-ENTITY-PRESENT = 1
            CALL "EntityCleanup-Matches" USING WS-ENTITY WS-MATCH
            IF WS-MATCH = 1
                ADD 1 TO WS-MATCHED
            END-IF
        END-IF
    END-PERFORM
    IF WS-MATCHED = 0
        CALL "Message-Text" USING "entities.clear.none" MESSAGE-ARGS LK-RESPONSE
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO ENTITY-CLEANUP-ARMED

    IF WS-ITEMS = 1
        MOVE "minecraft:item" TO WS-LOOKUP-NAME
    END-IF
    MOVE WS-MATCHED TO WS-COUNT-TEXT
    MOVE WS-RADIUS TO WS-RADIUS-TEXT
    COMPUTE WS-NUM1 ROUNDED MODE IS TOWARD-LESSER = WS-CENTER-X
    COMPUTE WS-NUM2 ROUNDED MODE IS TOWARD-LESSER = WS-CENTER-Z
    MOVE FUNCTION TRIM(WS-COUNT-TEXT) TO MESSAGE-ARG(1)
    MOVE WS-LOOKUP-NAME(11:) TO MESSAGE-ARG(2)
    IF WS-RADIUS = 0
        CALL "Message-Text" USING "entities.clear.world" MESSAGE-ARGS LK-RESPONSE
    ELSE
        MOVE FUNCTION TRIM(WS-RADIUS-TEXT) TO MESSAGE-ARG(3)
        MOVE FUNCTION TRIM(WS-NUM1) TO MESSAGE-ARG(4)
        MOVE FUNCTION TRIM(WS-NUM2) TO MESSAGE-ARG(5)
        CALL "Message-Text" USING "entities.clear.radius-done" MESSAGE-ARGS LK-RESPONSE
    END-IF

    IF LK-PLAYER-ID > 0
        MOVE PLAYER-USERNAME(LK-PLAYER-ID) TO WS-ISSUER
    ELSE
        MOVE "console" TO WS-ISSUER
    END-IF
    MOVE SPACES TO WS-AUDIT-LINE
    IF WS-RADIUS = 0
        STRING "[entities] " FUNCTION TRIM(WS-ISSUER) ": cleared "
               FUNCTION TRIM(WS-COUNT-TEXT) " " FUNCTION TRIM(WS-LOOKUP-NAME)
               " world-wide"
            DELIMITED BY SIZE INTO WS-AUDIT-LINE
    ELSE
        STRING "[entities] " FUNCTION TRIM(WS-ISSUER) ": cleared "
               FUNCTION TRIM(WS-COUNT-TEXT) " " FUNCTION TRIM(WS-LOOKUP-NAME)
               " within " FUNCTION TRIM(WS-RADIUS-TEXT) " of "
               FUNCTION TRIM(WS-NUM1) "," FUNCTION TRIM(WS-NUM2)
            DELIMITED BY SIZE INTO WS-AUDIT-LINE
    END-IF
    CALL "Audit-Log" USING WS-AUDIT-LINE
    EXIT PARAGRAPH.

END PROGRAM EntityCleanup-Command.

*> --- EntityCleanup-Matches ---
*> Does the standing DD-ENTITY-CLEANUP order take this entity? Asked by
*> Callback-Tick while the order is armed, and by whoever places an order to
*> count what it is about to clear. The armed flag itself is not consulted.
IDENTIFICATION DIVISION.
PROGRAM-ID. EntityCleanup-Matches.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-ENTITY-CLEANUP.
    01 WS-DX                    FLOAT-LONG.
    01 WS-DZ                    FLOAT-LONG.
    01 WS-DISTANCE-SQUARED      FLOAT-LONG.
    01 WS-RADIUS-SQUARED        FLOAT-LONG.
LINKAGE SECTION.
    COPY DD-ENTITY.
    01 LK-MATCH                 BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-ENTITY LK-MATCH.
    MOVE 0 TO LK-MATCH
    IF ENTITY-CLEANUP-ITEMS = 1
        IF NOT ENTITY-FAMILY-ITEM
            GOBACK
        END-IF
    ELSE
        IF ENTITY-TYPE NOT = ENTITY-CLEANUP-TYPE
            GOBACK
        END-IF
    END-IF
    IF ENTITY-AGE-TICKS < ENTITY-CLEANUP-MIN-AGE
        GOBACK
    END-IF
    IF ENTITY-CLEANUP-RADIUS > 0
        COMPUTE WS-DX = ENTITY-X - ENTITY-CLEANUP-CENTER-X
        COMPUTE WS-DZ = ENTITY-Z - ENTITY-CLEANUP-CENTER-Z
        COMPUTE WS-DISTANCE-SQUARED = WS-DX * WS-DX + WS-DZ * WS-DZ
        COMPUTE WS-RADIUS-SQUARED = ENTITY-CLEANUP-RADIUS * ENTITY-CLEANUP-RADIUS
        IF WS-DISTANCE-SQUARED > WS-RADIUS-SQUARED
            GOBACK
        END-IF
    END-IF
    MOVE 1 TO LK-MATCH
    GOBACK.

END PROGRAM EntityCleanup-Matches.

*> --- EntityCleanup-Tick ---
*> Called once per tick from ServerLoop, straight after Entities-TickAll. Any
*> cleanup order that was standing has now had its pass over the table, so
*> it is disarmed first. Then the timed dropped-item cleanup: with
*> item-cleanup-minutes set, everyone is warned CLEANUP-WARNING-TICKS ahead
*> in chat, and when the time comes an order is placed for every dropped
*> item at least item-cleanup-age-seconds old, which the next tick carries
*> out. The console log stays in English.
IDENTIFICATION DIVISION.
PROGRAM-ID. EntityCleanup-Tick.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-ENTITY-CLEANUP.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-MESSAGE-ARGS.
    COPY DD-ENTITY REPLACING ==LK-ENTITY== BY ==WS-ENTITY==.
    01 CLEANUP-WARNING-TICKS    BINARY-LONG UNSIGNED VALUE 600.
    01 WS-TICK-COUNTER          BINARY-LONG UNSIGNED VALUE 0.
    01 WS-DUE-TICKS             BINARY-LONG UNSIGNED.
    01 WS-TABLE-SIZE            BINARY-LONG UNSIGNED.
    01 WS-ENTITY-INDEX          BINARY-LONG UNSIGNED.
    01 WS-ENTITY-PRESENT        BINARY-CHAR UNSIGNED.
    01 WS-MATCH                 BINARY-CHAR UNSIGNED.
    01 WS-MATCHED               BINARY-LONG UNSIGNED.
    01 WS-COUNT-TEXT            PIC Z(9)9.
    01 WS-LOG-CATALOG           BINARY-LONG UNSIGNED VALUE 1.
    01 WS-LOG-MSG               PIC X(256).
    01 WS-LOG-MSG-LEN           BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    MOVE 0 TO ENTITY-CLEANUP-ARMED

    IF SERVER-ITEM-CLEANUP-MINUTES <= 0
        MOVE 0 TO WS-TICK-COUNTER
        GOBACK
    END-IF
    ADD 1 TO WS-TICK-COUNTER
    COMPUTE WS-DUE-TICKS = SERVER-ITEM-CLEANUP-MINUTES * 1200

    IF WS-TICK-COUNTER = WS-DUE-TICKS - CLEANUP-WARNING-TICKS
        MOVE SPACES TO MESSAGE-ARGS
        COMPUTE WS-COUNT-TEXT = CLEANUP-WARNING-TICKS / 20
        MOVE FUNCTION TRIM(WS-COUNT-TEXT) TO MESSAGE-ARG(1)
        CALL "Message-Broadcast" USING "entities.cleanup.warning" MESSAGE-ARGS
        CALL "Message-Format" USING WS-LOG-CATALOG "entities.cleanup.warning" MESSAGE-ARGS
            WS-LOG-MSG WS-LOG-MSG-LEN
        CALL "Log-Info" USING WS-LOG-MSG
    END-IF

    *> ">=" so a reload that shortens the interval doesn't skip a round.
    IF WS-TICK-COUNTER >= WS-DUE-TICKS
        MOVE 0 TO WS-TICK-COUNTER
        PERFORM ClearOldItems
    END-IF
    GOBACK.

ClearOldItems.
    MOVE 1 TO ENTITY-CLEANUP-ITEMS
    MOVE 0 TO ENTITY-CLEANUP-TYPE
    MOVE 0 TO ENTITY-CLEANUP-RADIUS
    MOVE 0 TO ENTITY-CLEANUP-CENTER-X
    MOVE 0 TO ENTITY-CLEANUP-CENTER-Z
    COMPUTE ENTITY-CLEANUP-MIN-AGE = SERVER-ITEM-CLEANUP-AGE * 20

    MOVE 0 TO WS-MATCHED
    CALL "Entities-GetCount" USING WS-TABLE-SIZE
    PERFORM VARYING WS-ENTITY-INDEX FROM 1 BY 1 UNTIL WS-ENTITY-INDEX > WS-TABLE-SIZE
        CALL "Entities-Iterate" USING WS-ENTITY-INDEX WS-ENTITY-PRESENT WS-ENTITY
        IF WS-ENTITY-PRESENT = 1
            CALL "EntityCleanup-Matches" USING WS-ENTITY WS-MATCH
            IF WS-MATCH = 1
                ADD 1 TO WS-MATCHED
            END-IF
        END-IF
    END-PERFORM
    IF WS-MATCHED > 0
        MOVE 1 TO ENTITY-CLEANUP-ARMED
    END-IF

    *> Announced either way: everyone was told it was coming.
    MOVE SPACES TO MESSAGE-ARGS
    MOVE WS-MATCHED TO WS-COUNT-TEXT
    MOVE FUNCTION TRIM(WS-COUNT-TEXT) TO MESSAGE-ARG(1)
    CALL "Message-Broadcast" USING "entities.cleanup.done" MESSAGE-ARGS
    CALL "Message-Format" USING WS-LOG-CATALOG "entities.cleanup.done" MESSAGE-ARGS
        WS-LOG-MSG WS-LOG-MSG-LEN
    CALL "Log-Info" USING WS-LOG-MSG
    EXIT PARAGRAPH.

END PROGRAM EntityCleanup-Tick.

*> --- Entities-ChunkFull ---
*> Is the chunk holding block position LK-X/LK-Z already at entity-chunk-cap
*> entities? Natural spawning and breeding ask before adding to it, so a
*> crowded farm stops growing by itself; always no while the cap is 0.
IDENTIFICATION DIVISION.
PROGRAM-ID. Entities-ChunkFull.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-ENTITY REPLACING ==LK-ENTITY== BY ==WS-ENTITY==.
    01 WS-CHUNK-X               BINARY-LONG.
    01 WS-CHUNK-Z               BINARY-LONG.
    01 WS-AT-CHUNK-X            BINARY-LONG.
    01 WS-AT-CHUNK-Z            BINARY-LONG.
    01 WS-TABLE-SIZE            BINARY-LONG UNSIGNED.
    01 WS-ENTITY-INDEX          BINARY-LONG UNSIGNED.
    01 WS-ENTITY-PRESENT        BINARY-CHAR UNSIGNED.
    01 WS-COUNT                 BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-X                     FLOAT-LONG.
    01 LK-Z                     FLOAT-LONG.
    01 LK-FULL                  BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-X LK-Z LK-FULL.
    MOVE 0 TO LK-FULL
    IF SERVER-ENTITY-CHUNK-CAP <= 0
        GOBACK
    END-IF
    COMPUTE WS-CHUNK-X ROUNDED MODE IS TOWARD-LESSER = LK-X / 16
    COMPUTE WS-CHUNK-Z ROUNDED MODE IS TOWARD-LESSER = LK-Z / 16

    MOVE 0 TO WS-COUNT
    CALL "Entities-GetCount" USING WS-TABLE-SIZE
    PERFORM VARYING WS-ENTITY-INDEX FROM 1 BY 1 UNTIL WS-ENTITY-INDEX > WS-TABLE-SIZE
        CALL "Entities-Iterate" USING WS-ENTITY-INDEX WS-ENTITY-PRESENT WS-ENTITY
        IF WS-ENTITY-PRESENT = 1
            COMPUTE WS-AT-CHUNK-X ROUNDED MODE IS TOWARD-LESSER = ENTITY-X OF WS-ENTITY / 16
            COMPUTE WS-AT-CHUNK-Z ROUNDED MODE IS TOWARD-LESSER = ENTITY-Z OF WS-ENTITY / 16
            IF WS-AT-CHUNK-X = WS-CHUNK-X AND WS-AT-CHUNK-Z = WS-CHUNK-Z
                ADD 1 TO WS-COUNT
                IF WS-COUNT >= SERVER-ENTITY-CHUNK-CAP
                    MOVE 1 TO LK-FULL
                    GOBACK
                END-IF
            END-IF
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Entities-ChunkFull.
