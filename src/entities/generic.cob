    01 ANIMAL-DESERIALIZE-PTR   PROGRAM-POINTER.
    01 MOB-SERIALIZE-PTR        PROGRAM-POINTER.
    01 MOB-DESERIALIZE-PTR      PROGRAM-POINTER.
    01 VILLAGER-SERIALIZE-PTR   PROGRAM-POINTER.
    01 VILLAGER-DESERIALIZE-PTR PROGRAM-POINTER.
    01 SERIALIZE-PTR            PROGRAM-POINTER.
    01 DESERIALIZE-PTR          PROGRAM-POINTER.
    01 TICK-PTR                 PROGRAM-POINTER.
    *> EntityMob-* are separate opaque serializer entry points, same "never implemented in
    *> this source tree" convention as EntityBase-Serialize/Deserialize itself -- the
    *> runtime is expected to write/read the extra group for whichever one it's given.
    *> Villagers carry their profession, restock clock and trade list the same way
    *> (EntityVillager-*), so the offers and their uses survive a chunk unload.
    01 C-MINECRAFT-COW          PIC X(32) VALUE "minecraft:cow".
    01 C-MINECRAFT-PIG          PIC X(32) VALUE "minecraft:pig".
    01 C-MINECRAFT-SHEEP        PIC X(32) VALUE "minecraft:sheep".
    01 C-MINECRAFT-DROWNED      PIC X(32) VALUE "minecraft:drowned".
    01 C-MINECRAFT-ZOMBIE_VILLAGER PIC X(32) VALUE "minecraft:zombie_villager".
    01 C-MINECRAFT-PIGLIN       PIC X(32) VALUE "minecraft:piglin".
    01 C-MINECRAFT-VILLAGER     PIC X(32) VALUE "minecraft:villager".

PROCEDURE DIVISION.
    SET BASE-SERIALIZE-PTR TO ENTRY "EntityBase-Serialize"
    SET ANIMAL-DESERIALIZE-PTR TO ENTRY "EntityAnimal-Deserialize"
    SET MOB-SERIALIZE-PTR TO ENTRY "EntityMob-Serialize"
    SET MOB-DESERIALIZE-PTR TO ENTRY "EntityMob-Deserialize"
    SET VILLAGER-SERIALIZE-PTR TO ENTRY "EntityVillager-Serialize"
    SET VILLAGER-DESERIALIZE-PTR TO ENTRY "EntityVillager-Deserialize"
    SET TICK-PTR TO ENTRY "Callback-Tick"

    CALL "Registries-GetRegistryIndex" USING "minecraft:entity_type" REGISTRY-INDEX
                    WHEN C-MINECRAFT-ZOMBIE_VILLAGER WHEN C-MINECRAFT-PIGLIN
                MOVE MOB-SERIALIZE-PTR TO SERIALIZE-PTR
                MOVE MOB-DESERIALIZE-PTR TO DESERIALIZE-PTR
            WHEN C-MINECRAFT-VILLAGER
                MOVE VILLAGER-SERIALIZE-PTR TO SERIALIZE-PTR
                MOVE VILLAGER-DESERIALIZE-PTR TO DESERIALIZE-PTR
            WHEN OTHER
                MOVE BASE-SERIALIZE-PTR TO SERIALIZE-PTR
                MOVE BASE-DESERIALIZE-PTR TO DESERIALIZE-PTR
        COPY DD-ENTITY-EVENTS.
        COPY DD-CONTAINERS.
        COPY DD-DAMAGE-CAUSES.
        COPY DD-BLOCK-HISTORY.
        COPY DD-ADVANCEMENTS.
        COPY DD-ENTITY-CLEANUP.
        *> Queued-hit application scratch -- see the event-consuming loop below.
        01 WS-EVENT-FOUND        BINARY-CHAR UNSIGNED.
        01 WS-EVENT-AMOUNT       FLOAT-SHORT.
            GOBACK
        END-IF

        *> A standing "clearentities" order or timed item cleanup (see
        *> DD-ENTITY-CLEANUP) takes whatever it matches, with no drops.
        IF ENTITY-CLEANUP-ARMED = 1
            CALL "EntityCleanup-Matches" USING LK-ENTITY LK-REMOVE
            IF LK-REMOVE = 1
                GOBACK
            END-IF
        END-IF

        *> Hits queued against this entity since its last tick land now -- the
        *> DD-ENTITY-EVENTS hand-off that lets packet handlers and projectiles
        *> damage an entity only its own tick may mutate. The last attacker is
        *> remembered so a resulting death pays its experience.
        IF ENTITY-FAMILY-ANIMAL OR ENTITY-FAMILY-MOB OR ENTITY-FAMILY-VILLAGER
            MOVE 1 TO WS-EVENT-FOUND
            MOVE 0 TO WS-KILLER-PLAYER
            PERFORM UNTIL WS-EVENT-FOUND = 0
            PERFORM TickAnimalBreeding
        END-IF

        *> Profession, trades done in merchant windows, and restocking.
        IF ENTITY-FAMILY-VILLAGER
            CALL "Villager-Tick" USING LK-ENTITY
        END-IF

        *> A mob or animal whose health has been driven to zero dies here, on
        *> its own tick: its registered loot spawns where it stood
        *> (Entities-MobDrops, driven by mob-drops.conf) and the entity leaves
        *> the table the same way a despawn does -- the sync pass's RemoveUnseen
        *> tells every watching client to drop it.
        IF (ENTITY-FAMILY-ANIMAL OR ENTITY-FAMILY-MOB OR ENTITY-FAMILY-VILLAGER)
                AND ENTITY-HEALTH <= 0
            CALL "Entities-MobDrops" USING ENTITY-TYPE ENTITY-X ENTITY-Y ENTITY-Z
            MOVE 1 TO LK-REMOVE
            GOBACK
                    COMPUTE WS-BOOM-Y = ENTITY-Y
                    COMPUTE WS-BOOM-Z = ENTITY-Z
                    CALL "World-Explode" USING WS-BOOM-X WS-BOOM-Y WS-BOOM-Z WS-CREEPER-POWER
                        HISTORY-ACTOR-CREEPER
                    MOVE 1 TO LK-REMOVE
                    EXIT PARAGRAPH
                END-IF
            MOVE ENTITY-ITEM-LORE-LINE(WS-COPY-INDEX) TO WS-PICKUP-SLOT-LORE-LINE(WS-COPY-INDEX)
        END-PERFORM
        MOVE ENTITY-ITEM-DAMAGE TO WS-PICKUP-SLOT-DAMAGE
        MOVE ENTITY-ITEM-POTION TO WS-PICKUP-SLOT-POTION
        MOVE ENTITY-ITEM-REPAIR-COST TO WS-PICKUP-SLOT-REPAIR-COST
        MOVE ENTITY-ITEM-COUNT TO WS-PICKUP-SLOT-COUNT

        CALL "Container-InsertStack" USING WS-EVENT-ITEM-ID WS-PICKUP-SLOT
            MOVE ENTITY-ITEM-LORE-LINE(WS-COPY-INDEX) TO WS-PICKUP-SLOT-LORE-LINE(WS-COPY-INDEX)
        END-PERFORM
        MOVE ENTITY-ITEM-DAMAGE TO WS-PICKUP-SLOT-DAMAGE
        MOVE ENTITY-ITEM-POTION TO WS-PICKUP-SLOT-POTION
        MOVE ENTITY-ITEM-REPAIR-COST TO WS-PICKUP-SLOT-REPAIR-COST

        MOVE ENTITY-ITEM-COUNT TO WS-PICKUP-REMAINING

                END-IF
            END-IF
        END-PERFORM
        CALL "Advancement-Trigger" USING WS-PICKUP-PLAYER ADVANCEMENT-TRIGGER-PICKUP
            WS-PICKUP-SLOT-ID
        CALL "RecipeBook-Unlock" USING WS-PICKUP-PLAYER WS-PICKUP-SLOT-ID
        EXIT PARAGRAPH.

    TryMergeIntoSlot.
