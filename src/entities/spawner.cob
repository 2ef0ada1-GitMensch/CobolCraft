*> Called once per tick from ServerLoop. Makes periodic spawn attempts in the
*> already-loaded terrain near online players: hostile mobs in darkness (a spot
*> with solid cover overhead -- caves and roofed ruins; an approximation of a
*> light-level check this engine doesn't have), animals on grass in the open,
*> and now and then a wandering villager on grass too (there are no village
*> structures to spawn them in).
*> Population is capped per online player and globally so Entities-TickAll stays
*> inside the tick budget, and Callback-Tick despawns hostiles that drift out of
*> range of everybody. Spawn positions land 24-56 blocks out at a random angle,
    *> Family tags, matching the ENTITY-FAMILY level-88 values on DD-ENTITY.
    01 C-FAMILY-ANIMAL          BINARY-CHAR UNSIGNED VALUE 2.
    01 C-FAMILY-MOB             BINARY-CHAR UNSIGNED VALUE 3.
    01 C-FAMILY-VILLAGER        BINARY-CHAR UNSIGNED VALUE 4.
    01 C-HOSTILE-YES            BINARY-CHAR UNSIGNED VALUE 1.
    01 C-HOSTILE-NO             BINARY-CHAR UNSIGNED VALUE 0.

    01 WS-HOSTILE-TYPES         OCCURS 4 TIMES BINARY-LONG UNSIGNED.
    01 WS-ANIMAL-TYPE-COUNT     BINARY-LONG UNSIGNED VALUE 0.
    01 WS-ANIMAL-TYPES          OCCURS 4 TIMES BINARY-LONG UNSIGNED.
    01 WS-VILLAGER-TYPE         BINARY-LONG UNSIGNED VALUE 0.
    01 WS-REGISTRY-INDEX        BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-LENGTH       BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY        BINARY-LONG UNSIGNED.
    01 HOSTILE-CAP-GLOBAL       BINARY-LONG UNSIGNED VALUE 64.
    01 ANIMAL-CAP-PER-PLAYER    BINARY-LONG UNSIGNED VALUE 4.
    01 ANIMAL-CAP-GLOBAL        BINARY-LONG UNSIGNED VALUE 32.
    01 VILLAGER-ATTEMPT-INTERVAL BINARY-LONG UNSIGNED VALUE 2400.
    01 VILLAGER-CAP-PER-PLAYER  BINARY-LONG UNSIGNED VALUE 1.
    01 VILLAGER-CAP-GLOBAL      BINARY-LONG UNSIGNED VALUE 8.

    01 WS-ONLINE-COUNT          BINARY-LONG UNSIGNED.
    01 WS-SCAN-ID               BINARY-LONG UNSIGNED.
    01 WS-AT-X                  FLOAT-LONG.
    01 WS-AT-Y                  FLOAT-LONG.
    01 WS-AT-Z                  FLOAT-LONG.
    01 WS-CHUNK-FULL            BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION.
    IF WS-INITIALIZED = 0
            AND WS-ANIMAL-TYPE-COUNT > 0
        PERFORM AttemptAnimalSpawn
    END-IF
    IF FUNCTION MOD(WS-TICK-COUNTER, VILLAGER-ATTEMPT-INTERVAL) = 0
            AND WS-VILLAGER-TYPE NOT = 0
        PERFORM AttemptVillagerSpawn
    END-IF

    GOBACK.

                    CALL "Registries-Iterate-EntryId" USING WS-REGISTRY-INDEX WS-REGISTRY-ENTRY
                        WS-ANIMAL-TYPES(WS-ANIMAL-TYPE-COUNT)
                END-IF
            WHEN "minecraft:villager"
                CALL "Registries-Iterate-EntryId" USING WS-REGISTRY-INDEX WS-REGISTRY-ENTRY
                    WS-VILLAGER-TYPE
        END-EVALUATE
    END-PERFORM
    EXIT PARAGRAPH.
    PERFORM SpawnPicked-Animal
    EXIT PARAGRAPH.

*> Villagers are capped low and, like animals, only land on grass; their
*> profession and trades are settled on their own first tick.
AttemptVillagerSpawn.
    CALL "Entities-Count" USING C-FAMILY-VILLAGER WS-FAMILY-COUNT
    COMPUTE WS-CAP = WS-ONLINE-COUNT * VILLAGER-CAP-PER-PLAYER
    IF WS-CAP > VILLAGER-CAP-GLOBAL
        MOVE VILLAGER-CAP-GLOBAL TO WS-CAP
    END-IF
    IF WS-FAMILY-COUNT >= WS-CAP
        EXIT PARAGRAPH
    END-IF

    PERFORM PickSpawnPosition
    IF WS-FOUND = 0
        EXIT PARAGRAPH
    END-IF

    COMPUTE WS-PROBE-Y = WS-SPAWN-Y - 1
    CALL "World-BlockNameAt" USING WS-SPAWN-X WS-PROBE-Y WS-SPAWN-Z WS-GROUND-NAME
    IF WS-GROUND-NAME NOT = "minecraft:grass_block"
        EXIT PARAGRAPH
    END-IF

    COMPUTE WS-AT-X = WS-SPAWN-X + 0.5
    MOVE WS-SPAWN-Y TO WS-AT-Y
    COMPUTE WS-AT-Z = WS-SPAWN-Z + 0.5
    CALL "Entities-Spawn" USING WS-VILLAGER-TYPE C-FAMILY-VILLAGER C-HOSTILE-NO
        WS-AT-X WS-AT-Y WS-AT-Z
    EXIT PARAGRAPH.

PickSpawnPosition.
    *> A random online player anchors the attempt; the position lands 24-56 blocks
    *> out at a random angle, then a bounded vertical scan around the anchor's own
            EXIT PERFORM
        END-IF
    END-PERFORM

    *> Nothing more lands in a chunk already at entity-chunk-cap.
    IF WS-FOUND = 1
        COMPUTE WS-AT-X = WS-SPAWN-X + 0.5
        COMPUTE WS-AT-Z = WS-SPAWN-Z + 0.5
        CALL "Entities-ChunkFull" USING WS-AT-X WS-AT-Z WS-CHUNK-FULL
        IF WS-CHUNK-FULL = 1
            MOVE 0 TO WS-FOUND
        END-IF
    END-IF
    EXIT PARAGRAPH.

CheckDarkness.
