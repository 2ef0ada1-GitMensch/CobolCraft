*> --- Redstone-Resolve ---
*> Build the DD-REDSTONE part table from the block registry, once per process:
*> dust, levers, buttons, pressure plates, redstone torches and the redstone
*> block give power; doors, trapdoors, fence gates, TNT and hoppers react to
*> it. Matched by registry name (the wood kinds by their shared suffix), so a
*> registry that grows a new wood picks it up without a code change. The
*> weighted pressure plates, whose power property counts entities rather
*> than switching, are not parts.
*>
*> The state arithmetic everywhere in this file follows the vanilla state
*> order: properties sorted by name, the last one varying fastest, booleans
*> listing true before false -- so "powered" is the even state of a pair.
IDENTIFICATION DIVISION.
PROGRAM-ID. Redstone-Resolve.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-REDSTONE.
    01 WS-BLOCK-COUNT           BINARY-LONG UNSIGNED.
    01 WS-BLOCK-INDEX           BINARY-LONG UNSIGNED.
    01 WS-BLOCK-NAME            PIC X(64).
    01 WS-NAME-LEN              BINARY-LONG UNSIGNED.
    01 WS-MIN-STATE             BINARY-LONG.
    01 WS-MAX-STATE             BINARY-LONG.
    01 WS-STATE                 BINARY-LONG.
    01 WS-KIND                  BINARY-CHAR UNSIGNED.
    01 WS-PRESS-TICKS           BINARY-LONG UNSIGNED.
    01 WS-OPEN-STRIDE           BINARY-LONG.
    01 WS-POWER-STRIDE          BINARY-LONG.

PROCEDURE DIVISION.
    IF REDSTONE-RESOLVED = 1
        GOBACK
    END-IF
    MOVE 1 TO REDSTONE-RESOLVED
    MOVE 0 TO REDSTONE-ENTRY-COUNT
    MOVE LOW-VALUES TO REDSTONE-STATE-MAP

    CALL "Blocks-GetCount" USING WS-BLOCK-COUNT
    PERFORM VARYING WS-BLOCK-INDEX FROM 1 BY 1 UNTIL WS-BLOCK-INDEX > WS-BLOCK-COUNT
        CALL "Blocks-Iterate-Name" USING WS-BLOCK-INDEX WS-BLOCK-NAME
        PERFORM ClassifyName
        IF WS-KIND NOT = 0 AND REDSTONE-ENTRY-COUNT < MAX-REDSTONE-ENTRIES
            CALL "Blocks-Iterate-StateIds" USING WS-BLOCK-INDEX WS-MIN-STATE WS-MAX-STATE
            PERFORM AddEntry
        END-IF
    END-PERFORM
    GOBACK.

ClassifyName.
    MOVE 0 TO WS-KIND
    MOVE 0 TO WS-PRESS-TICKS
    MOVE 0 TO WS-OPEN-STRIDE
    MOVE 0 TO WS-POWER-STRIDE
    COMPUTE WS-NAME-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-BLOCK-NAME))
    EVALUATE TRUE
        WHEN WS-BLOCK-NAME = "minecraft:redstone_wire"
            MOVE REDSTONE-KIND-WIRE TO WS-KIND
        WHEN WS-BLOCK-NAME = "minecraft:lever"
            MOVE REDSTONE-KIND-LEVER TO WS-KIND
        WHEN WS-BLOCK-NAME = "minecraft:redstone_torch"
            MOVE REDSTONE-KIND-TORCH TO WS-KIND
        WHEN WS-BLOCK-NAME = "minecraft:redstone_wall_torch"
            MOVE REDSTONE-KIND-WALL-TORCH TO WS-KIND
        WHEN WS-BLOCK-NAME = "minecraft:redstone_block"
            MOVE REDSTONE-KIND-BLOCK TO WS-KIND
        WHEN WS-BLOCK-NAME = "minecraft:tnt"
            MOVE REDSTONE-KIND-TNT TO WS-KIND
        WHEN WS-BLOCK-NAME = "minecraft:hopper"
            MOVE REDSTONE-KIND-HOPPER TO WS-KIND
        *> Stone buttons stay in for a second, wooden ones a second and a half.
        WHEN WS-NAME-LEN > 7 AND WS-BLOCK-NAME(WS-NAME-LEN - 6:7) = "_button"
            MOVE REDSTONE-KIND-BUTTON TO WS-KIND
            IF WS-BLOCK-NAME = "minecraft:stone_button"
                    OR WS-BLOCK-NAME = "minecraft:polished_blackstone_button"
                MOVE 20 TO WS-PRESS-TICKS
            ELSE
                MOVE 30 TO WS-PRESS-TICKS
            END-IF
        WHEN WS-NAME-LEN > 15 AND WS-BLOCK-NAME(WS-NAME-LEN - 14:15) = "_pressure_plate"
            IF WS-BLOCK-NAME(11:6) NOT = "light_" AND WS-BLOCK-NAME(11:6) NOT = "heavy_"
                MOVE REDSTONE-KIND-PLATE TO WS-KIND
            END-IF
        *> facing/half/open/powered/waterlogged
        WHEN WS-NAME-LEN > 9 AND WS-BLOCK-NAME(WS-NAME-LEN - 8:9) = "_trapdoor"
            MOVE REDSTONE-KIND-TRAPDOOR TO WS-KIND
            MOVE 4 TO WS-OPEN-STRIDE
            MOVE 2 TO WS-POWER-STRIDE
        *> facing/half/hinge/open/powered
        WHEN WS-NAME-LEN > 5 AND WS-BLOCK-NAME(WS-NAME-LEN - 4:5) = "_door"
            MOVE REDSTONE-KIND-DOOR TO WS-KIND
            MOVE 2 TO WS-OPEN-STRIDE
            MOVE 1 TO WS-POWER-STRIDE
        *> facing/in_wall/open/powered
        WHEN WS-NAME-LEN > 11 AND WS-BLOCK-NAME(WS-NAME-LEN - 10:11) = "_fence_gate"
            MOVE REDSTONE-KIND-GATE TO WS-KIND
            MOVE 2 TO WS-OPEN-STRIDE
            MOVE 1 TO WS-POWER-STRIDE
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    EXIT PARAGRAPH.

AddEntry.
    IF WS-MIN-STATE < 0 OR WS-MAX-STATE > 65535 OR WS-MAX-STATE < WS-MIN-STATE
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO REDSTONE-ENTRY-COUNT
    MOVE WS-KIND TO REDSTONE-KIND(REDSTONE-ENTRY-COUNT)
    MOVE WS-MIN-STATE TO REDSTONE-MIN-STATE(REDSTONE-ENTRY-COUNT)
    MOVE WS-MAX-STATE TO REDSTONE-MAX-STATE(REDSTONE-ENTRY-COUNT)
    MOVE WS-PRESS-TICKS TO REDSTONE-PRESS-TICKS(REDSTONE-ENTRY-COUNT)
    MOVE WS-OPEN-STRIDE TO REDSTONE-OPEN-STRIDE(REDSTONE-ENTRY-COUNT)
    MOVE WS-POWER-STRIDE TO REDSTONE-POWER-STRIDE(REDSTONE-ENTRY-COUNT)
    PERFORM VARYING WS-STATE FROM WS-MIN-STATE BY 1 UNTIL WS-STATE > WS-MAX-STATE
        MOVE FUNCTION CHAR(REDSTONE-ENTRY-COUNT + 1)
            TO REDSTONE-STATE-MAP(WS-STATE + 1:1)
    END-PERFORM
    EXIT PARAGRAPH.

END PROGRAM Redstone-Resolve.

*> --- Redstone-EnqueueUpdate ---
*> Push one position onto the redstone update ring (see DD-REDSTONE).
IDENTIFICATION DIVISION.
PROGRAM-ID. Redstone-EnqueueUpdate.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-REDSTONE.
    01 WS-NEXT-END              BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-X                     BINARY-LONG.
    01 LK-Y                     BINARY-LONG.
    01 LK-Z                     BINARY-LONG.

PROCEDURE DIVISION USING LK-X LK-Y LK-Z.
    IF LK-Y < -64 OR LK-Y > 319
        GOBACK
    END-IF
    COMPUTE WS-NEXT-END = FUNCTION MOD(REDSTONE-QUEUE-END + 1, REDSTONE-QUEUE-CAPACITY)
    IF WS-NEXT-END = REDSTONE-QUEUE-BEGIN
        GOBACK
    END-IF
    MOVE LK-X TO REDSTONE-QUEUE-X(REDSTONE-QUEUE-END + 1)
    MOVE LK-Y TO REDSTONE-QUEUE-Y(REDSTONE-QUEUE-END + 1)
    MOVE LK-Z TO REDSTONE-QUEUE-Z(REDSTONE-QUEUE-END + 1)
    MOVE WS-NEXT-END TO REDSTONE-QUEUE-END
    GOBACK.

END PROGRAM Redstone-EnqueueUpdate.

*> --- Redstone-BlockChanged ---
*> World-SetBlockState's report of an overworld block change. When a part
*> appeared, vanished or changed state, everything within two steps of it is
*> queued for recomputing -- two, because power reaches that far in one hop:
*> a lever powers the block it is mounted on, and that block powers whatever
*> touches it. Any other change only wakes the parts directly beside it (a
*> door that just got a block placed against it, dust whose step was cut).
IDENTIFICATION DIVISION.
PROGRAM-ID. Redstone-BlockChanged.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-REDSTONE.
    01 WS-DX                    BINARY-LONG.
    01 WS-DY                    BINARY-LONG.
    01 WS-DZ                    BINARY-LONG.
    01 WS-X                     BINARY-LONG.
    01 WS-Y                     BINARY-LONG.
    01 WS-Z                     BINARY-LONG.
    01 WS-STATE                 BINARY-LONG.
    01 WS-SIDE                  BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-X                     BINARY-LONG.
    01 LK-Y                     BINARY-LONG.
    01 LK-Z                     BINARY-LONG.
    01 LK-OLD-STATE             BINARY-LONG.
    01 LK-NEW-STATE             BINARY-LONG.

PROCEDURE DIVISION USING LK-X LK-Y LK-Z LK-OLD-STATE LK-NEW-STATE.
    IF REDSTONE-RESOLVED = 0
        CALL "Redstone-Resolve"
    END-IF
    IF REDSTONE-ENTRY-COUNT = 0
        GOBACK
    END-IF

    IF REDSTONE-STATE-MAP(LK-OLD-STATE + 1:1) = LOW-VALUE
            AND REDSTONE-STATE-MAP(LK-NEW-STATE + 1:1) = LOW-VALUE
        PERFORM VARYING WS-SIDE FROM 1 BY 1 UNTIL WS-SIDE > 6
            MOVE LK-X TO WS-X
            MOVE LK-Y TO WS-Y
            MOVE LK-Z TO WS-Z
            EVALUATE WS-SIDE
                WHEN 1
                    SUBTRACT 1 FROM WS-Y
                WHEN 2
                    ADD 1 TO WS-Y
                WHEN 3
                    SUBTRACT 1 FROM WS-Z
                WHEN 4
                    ADD 1 TO WS-Z
                WHEN 5
                    SUBTRACT 1 FROM WS-X
                WHEN 6
                    ADD 1 TO WS-X
            END-EVALUATE
            IF WS-Y >= -64 AND WS-Y <= 319
                CALL "World-GetBlockState" USING WS-X WS-Y WS-Z WS-STATE
                IF REDSTONE-STATE-MAP(WS-STATE + 1:1) NOT = LOW-VALUE
                    CALL "Redstone-EnqueueUpdate" USING WS-X WS-Y WS-Z
                END-IF
            END-IF
        END-PERFORM
        GOBACK
    END-IF

    PERFORM VARYING WS-DX FROM -2 BY 1 UNTIL WS-DX > 2
        PERFORM VARYING WS-DY FROM -2 BY 1 UNTIL WS-DY > 2
            PERFORM VARYING WS-DZ FROM -2 BY 1 UNTIL WS-DZ > 2
                IF FUNCTION ABS(WS-DX) + FUNCTION ABS(WS-DY) + FUNCTION ABS(WS-DZ) <= 2
                    COMPUTE WS-X = LK-X + WS-DX
                    COMPUTE WS-Y = LK-Y + WS-DY
                    COMPUTE WS-Z = LK-Z + WS-DZ
                    CALL "Redstone-EnqueueUpdate" USING WS-X WS-Y WS-Z
                END-IF
            END-PERFORM
        END-PERFORM
    END-PERFORM
    GOBACK.

END PROGRAM Redstone-BlockChanged.

*> --- Redstone-AddTimer ---
*> Arm a DD-REDSTONE timer at a position. One timer per kind and position: a
*> second press of a button that is still in, or a torch already waiting to
*> follow its block, leaves the running timer alone.
IDENTIFICATION DIVISION.
PROGRAM-ID. Redstone-AddTimer.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-REDSTONE.
    01 WS-TIMER                 BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-KIND                  BINARY-CHAR UNSIGNED.
    01 LK-X                     BINARY-LONG.
    01 LK-Y                     BINARY-LONG.
    01 LK-Z                     BINARY-LONG.
    01 LK-TICKS                 BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-KIND LK-X LK-Y LK-Z LK-TICKS.
    PERFORM VARYING WS-TIMER FROM 1 BY 1 UNTIL WS-TIMER > MAX-REDSTONE-TIMERS
        IF REDSTONE-TIMER-PRESENT(WS-TIMER) = 1
                AND REDSTONE-TIMER-KIND(WS-TIMER) = LK-KIND
                AND REDSTONE-TIMER-X(WS-TIMER) = LK-X
                AND REDSTONE-TIMER-Y(WS-TIMER) = LK-Y
                AND REDSTONE-TIMER-Z(WS-TIMER) = LK-Z
            GOBACK
        END-IF
    END-PERFORM
    PERFORM VARYING WS-TIMER FROM 1 BY 1 UNTIL WS-TIMER > MAX-REDSTONE-TIMERS
        IF REDSTONE-TIMER-PRESENT(WS-TIMER) = 0
            MOVE 1 TO REDSTONE-TIMER-PRESENT(WS-TIMER)
            MOVE LK-KIND TO REDSTONE-TIMER-KIND(WS-TIMER)
            MOVE LK-X TO REDSTONE-TIMER-X(WS-TIMER)
            MOVE LK-Y TO REDSTONE-TIMER-Y(WS-TIMER)
            MOVE LK-Z TO REDSTONE-TIMER-Z(WS-TIMER)
            MOVE LK-TICKS TO REDSTONE-TIMER-TICKS(WS-TIMER)
            GOBACK
        END-IF
    END-PERFORM
    CALL "Log-Warn" USING "Redstone timer table full, a button or torch will not reset"
    GOBACK.

END PROGRAM Redstone-AddTimer.

*> --- Redstone-Interact ---
*> A right-click landed on a block: a lever flips, a button goes in (and a
*> timer lets it back out). Reports whether the click was one of those, so
*> RecvPacket-UseItemOn stops there instead of placing against the part.
*> Circuits only run in the overworld; a nether button would never come
*> back out, so there it ignores the click (a lever still flips, for show).
IDENTIFICATION DIVISION.
PROGRAM-ID. Redstone-Interact.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-REDSTONE.
    COPY DD-WORLD.
    01 WS-STATE                 BINARY-LONG.
    01 WS-ENTRY                 BINARY-LONG UNSIGNED.
    01 WS-REL                   BINARY-LONG.
    01 WS-NEW-STATE             BINARY-LONG.
LINKAGE SECTION.
    01 LK-X                     BINARY-LONG.
    01 LK-Y                     BINARY-LONG.
    01 LK-Z                     BINARY-LONG.
    01 LK-HANDLED               BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-X LK-Y LK-Z LK-HANDLED.
    MOVE 0 TO LK-HANDLED
    IF REDSTONE-RESOLVED = 0
        CALL "Redstone-Resolve"
    END-IF

    CALL "World-GetBlockState" USING LK-X LK-Y LK-Z WS-STATE
    COMPUTE WS-ENTRY = FUNCTION ORD(REDSTONE-STATE-MAP(WS-STATE + 1:1)) - 1
    IF WS-ENTRY = 0
        GOBACK
    END-IF
    COMPUTE WS-REL = WS-STATE - REDSTONE-MIN-STATE(WS-ENTRY)

    *> face/facing/powered: powered is the last property, true first.
    EVALUATE REDSTONE-KIND(WS-ENTRY)
        WHEN REDSTONE-KIND-LEVER
            MOVE 1 TO LK-HANDLED
            IF FUNCTION MOD(WS-REL, 2) = 0
                COMPUTE WS-NEW-STATE = WS-STATE + 1
            ELSE
                COMPUTE WS-NEW-STATE = WS-STATE - 1
            END-IF
            CALL "World-SetBlockState" USING LK-X LK-Y LK-Z WS-NEW-STATE
        WHEN REDSTONE-KIND-BUTTON
            MOVE 1 TO LK-HANDLED
            IF FUNCTION MOD(WS-REL, 2) = 1 AND WORLD-ACTIVE-DIMENSION = WORLD-DIM-OVERWORLD
                COMPUTE WS-NEW-STATE = WS-STATE - 1
                CALL "World-SetBlockState" USING LK-X LK-Y LK-Z WS-NEW-STATE
                CALL "Redstone-AddTimer" USING REDSTONE-TIMER-BUTTON LK-X LK-Y LK-Z
                    REDSTONE-PRESS-TICKS(WS-ENTRY)
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    GOBACK.

END PROGRAM Redstone-Interact.

*> --- Redstone-PlacementState ---
*> Turn the default state RecvPacket-UseItemOn resolved for a held item into
*> the one a redstone part should be placed in: the "redstone" item lays dust
*> (its block has a different name), levers and buttons mount on the clicked
*> face, a redstone torch against a wall becomes the wall torch, and
*> everything starts switched off -- the registry's first state of a lever,
*> button or plate is the powered one, and of a door, trapdoor or fence gate
*> the open one. The circuit engine then settles the real power within a
*> tick. Any other state passes through untouched.
IDENTIFICATION DIVISION.
PROGRAM-ID. Redstone-PlacementState.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-REDSTONE.
    COPY DD-FACES.
    01 WS-ENTRY                 BINARY-LONG UNSIGNED.
    01 WS-SCAN                  BINARY-LONG UNSIGNED.
    01 WS-REL                   BINARY-LONG.
    01 WS-FACING                BINARY-LONG.
    01 WS-OPEN-BIT              BINARY-LONG.
    01 WS-POWER-BIT             BINARY-LONG.
LINKAGE SECTION.
    01 LK-ITEM-NAME             PIC X(64).
    01 LK-FACE                  BINARY-LONG.
    01 LK-STATE                 BINARY-LONG.

PROCEDURE DIVISION USING LK-ITEM-NAME LK-FACE LK-STATE.
    IF REDSTONE-RESOLVED = 0
        CALL "Redstone-Resolve"
    END-IF

    *> Dust goes down as a lone unpowered cross (east/north/south/west all
    *> "side"); the engine reshapes it to its neighbors.
    IF LK-ITEM-NAME = "minecraft:redstone"
        PERFORM VARYING WS-SCAN FROM 1 BY 1 UNTIL WS-SCAN > REDSTONE-ENTRY-COUNT
            IF REDSTONE-KIND(WS-SCAN) = REDSTONE-KIND-WIRE
                COMPUTE LK-STATE = REDSTONE-MIN-STATE(WS-SCAN) + 432 + 144 + 3 + 1
                EXIT PERFORM
            END-IF
        END-PERFORM
        GOBACK
    END-IF
    IF LK-STATE <= 0 OR LK-STATE > 65535
        GOBACK
    END-IF

    COMPUTE WS-ENTRY = FUNCTION ORD(REDSTONE-STATE-MAP(LK-STATE + 1:1)) - 1
    IF WS-ENTRY = 0
        GOBACK
    END-IF
    *> The horizontal faces, north/south/west/east, are also the facing
    *> property's value order.
    IF LK-FACE >= FACE-NORTH AND LK-FACE <= FACE-EAST
        COMPUTE WS-FACING = LK-FACE - FACE-NORTH
    ELSE
        MOVE 0 TO WS-FACING
    END-IF

    EVALUATE REDSTONE-KIND(WS-ENTRY)
        *> face (floor, wall, ceiling) * 8 + facing * 2 + powered (off = 1)
        WHEN REDSTONE-KIND-LEVER
        WHEN REDSTONE-KIND-BUTTON
            EVALUATE TRUE
                WHEN LK-FACE = FACE-UP
                    COMPUTE LK-STATE = REDSTONE-MIN-STATE(WS-ENTRY) + 1
                WHEN LK-FACE = FACE-DOWN
                    COMPUTE LK-STATE = REDSTONE-MIN-STATE(WS-ENTRY) + 16 + 1
                WHEN OTHER
                    COMPUTE LK-STATE = REDSTONE-MIN-STATE(WS-ENTRY) + 8 + WS-FACING * 2 + 1
            END-EVALUATE
        WHEN REDSTONE-KIND-PLATE
            COMPUTE LK-STATE = REDSTONE-MIN-STATE(WS-ENTRY) + 1
        *> Against a wall: the wall torch, facing away from it, lit.
        WHEN REDSTONE-KIND-TORCH
            IF LK-FACE >= FACE-NORTH AND LK-FACE <= FACE-EAST
                PERFORM VARYING WS-SCAN FROM 1 BY 1 UNTIL WS-SCAN > REDSTONE-ENTRY-COUNT
                    IF REDSTONE-KIND(WS-SCAN) = REDSTONE-KIND-WALL-TORCH
                        COMPUTE LK-STATE = REDSTONE-MIN-STATE(WS-SCAN) + WS-FACING * 2
                        EXIT PERFORM
                    END-IF
                END-PERFORM
            END-IF
        WHEN REDSTONE-KIND-DOOR
        WHEN REDSTONE-KIND-TRAPDOOR
        WHEN REDSTONE-KIND-GATE
            COMPUTE WS-REL = LK-STATE - REDSTONE-MIN-STATE(WS-ENTRY)
            COMPUTE WS-OPEN-BIT = FUNCTION MOD(WS-REL / REDSTONE-OPEN-STRIDE(WS-ENTRY), 2)
            COMPUTE WS-POWER-BIT = FUNCTION MOD(WS-REL / REDSTONE-POWER-STRIDE(WS-ENTRY), 2)
            COMPUTE LK-STATE = LK-STATE
                + (1 - WS-OPEN-BIT) * REDSTONE-OPEN-STRIDE(WS-ENTRY)
                + (1 - WS-POWER-BIT) * REDSTONE-POWER-STRIDE(WS-ENTRY)
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    GOBACK.

END PROGRAM Redstone-PlacementState.

*> --- Redstone-HopperLocked ---
*> Whether a powered block has locked the hopper at this position: the
*> engine keeps the hopper's "enabled" property in step with its power, and
*> Hopper-TickAll skips a disabled hopper.
IDENTIFICATION DIVISION.
PROGRAM-ID. Redstone-HopperLocked.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-REDSTONE.
    01 WS-STATE                 BINARY-LONG.
    01 WS-ENTRY                 BINARY-LONG UNSIGNED.
    01 WS-ENABLED               BINARY-LONG.
LINKAGE SECTION.
    01 LK-X                     BINARY-LONG.
    01 LK-Y                     BINARY-LONG.
    01 LK-Z                     BINARY-LONG.
    01 LK-LOCKED                BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-X LK-Y LK-Z LK-LOCKED.
    MOVE 0 TO LK-LOCKED
    IF REDSTONE-RESOLVED = 0
        CALL "Redstone-Resolve"
    END-IF
    CALL "World-GetBlockState" USING LK-X LK-Y LK-Z WS-STATE
    COMPUTE WS-ENTRY = FUNCTION ORD(REDSTONE-STATE-MAP(WS-STATE + 1:1)) - 1
    IF WS-ENTRY = 0
        GOBACK
    END-IF
    *> enabled (true, false) * 5 + facing
    IF REDSTONE-KIND(WS-ENTRY) NOT = REDSTONE-KIND-HOPPER
        GOBACK
    END-IF
    COMPUTE WS-ENABLED = (WS-STATE - REDSTONE-MIN-STATE(WS-ENTRY)) / 5
    IF WS-ENABLED = 1
        MOVE 1 TO LK-LOCKED
    END-IF
    GOBACK.

END PROGRAM Redstone-HopperLocked.

*> --- Redstone-TickAll ---
*> Called once per tick from ServerLoop, in the overworld: fires the timers
*> that are due, presses the pressure plates players are standing on, then
*> drains a budgeted slice of the update ring. Each queued position is
*> recomputed from its neighbors -- a simplified vanilla model:
*>
*>   * a lever or button that is on, a pressed plate, a lit torch and the
*>     redstone block power everything directly beside them;
*>   * a lever or button also strongly powers the block it is mounted on, a
*>     plate the block under it, a torch the block above it;
*>   * dust takes the strongest of those it touches, and one less than the
*>     strongest dust beside it (or a step up or down), so signal dies out
*>     fifteen blocks from the source; it weakly powers the block under it
*>     and the blocks it points into;
*>   * a strongly powered block powers dust beside it; any powered block
*>     powers the doors, trapdoors, fence gates, TNT and hoppers beside it,
*>     and turns off a redstone torch mounted on it (after the two-tick
*>     torch delay).
*>
*> Every change goes through World-SetBlockState, which queues the changed
*> block's surroundings again -- that is how a signal travels down a line of
*> dust, the way a fluid front spreads in Fluid-TickAll.
IDENTIFICATION DIVISION.
PROGRAM-ID. Redstone-TickAll.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-REDSTONE.
    COPY DD-PLAYERS.
    COPY DD-BLOCK-HISTORY.
    COPY DD-CALLBACK-BLOCK-POWER REPLACING ==LK-BLOCK-STATE== BY ==WS-CALLBACK-STATE==
        ==LK-NEIGHBOR-POWERED== BY ==WS-CALLBACK-POWERED==
        ==LK-POWER-LEVEL== BY ==WS-CALLBACK-LEVEL==.
    01 UPDATES-PER-TICK         BINARY-LONG UNSIGNED VALUE 512.
    01 WS-BUDGET                BINARY-LONG UNSIGNED.
    01 TORCH-DELAY-TICKS        BINARY-LONG UNSIGNED VALUE 2.
    01 PLATE-CHECK-TICKS        BINARY-LONG UNSIGNED VALUE 20.
    01 WS-TIMER                 BINARY-LONG UNSIGNED.
    01 WS-PLAYER-ID             BINARY-LONG UNSIGNED.
    01 WS-OCCUPIED              BINARY-CHAR UNSIGNED.
    01 WS-POWER-PTR             PROGRAM-POINTER.
    *> the position being recomputed
    01 WS-X                     BINARY-LONG.
    01 WS-Y                     BINARY-LONG.
    01 WS-Z                     BINARY-LONG.
    01 WS-STATE                 BINARY-LONG.
    01 WS-ENTRY                 BINARY-LONG UNSIGNED.
    01 WS-KIND                  BINARY-CHAR UNSIGNED.
    01 WS-REL                   BINARY-LONG.
    01 WS-NEW-STATE             BINARY-LONG.
    *> a consumer's power test runs from its own base position
    01 WS-TX                    BINARY-LONG.
    01 WS-TY                    BINARY-LONG.
    01 WS-TZ                    BINARY-LONG.
    01 WS-T-POWERED             BINARY-CHAR UNSIGNED.
    01 WS-T-SIDE                BINARY-LONG UNSIGNED.
    *> a neighbor N of the base
    01 WS-NX                    BINARY-LONG.
    01 WS-NY                    BINARY-LONG.
    01 WS-NZ                    BINARY-LONG.
    01 WS-N-STATE               BINARY-LONG.
    01 WS-N-ENTRY               BINARY-LONG UNSIGNED.
    01 WS-N-KIND                BINARY-CHAR UNSIGNED.
    01 WS-N-REL                 BINARY-LONG.
    01 WS-N-OUTPUT              BINARY-LONG.
    01 WS-N-SOLID               BINARY-CHAR UNSIGNED.
    01 WS-N-STRONG              BINARY-LONG.
    01 WS-N-WEAK                BINARY-LONG.
    *> a neighbor M of N
    01 WS-M-SIDE                BINARY-LONG UNSIGNED.
    01 WS-MX                    BINARY-LONG.
    01 WS-MY                    BINARY-LONG.
    01 WS-MZ                    BINARY-LONG.
    01 WS-M-STATE               BINARY-LONG.
    01 WS-M-ENTRY               BINARY-LONG UNSIGNED.
    01 WS-M-KIND                BINARY-CHAR UNSIGNED.
    01 WS-M-REL                 BINARY-LONG.
    01 WS-M-POWER               BINARY-LONG.
    01 WS-M-POINTS              BINARY-LONG.
    *> where a lever, button or torch is mounted
    01 WS-AX                    BINARY-LONG.
    01 WS-AY                    BINARY-LONG.
    01 WS-AZ                    BINARY-LONG.
    *> dust
    01 WS-TARGET-POWER          BINARY-LONG.
    01 WS-CANDIDATE             BINARY-LONG.
    01 WS-ABOVE-SOLID           BINARY-CHAR UNSIGNED.
    01 WS-SIDE                  BINARY-LONG UNSIGNED.
    01 WS-DIR                   BINARY-LONG UNSIGNED.
    01 WS-CONNECTED-COUNT       BINARY-LONG UNSIGNED.
    01 WS-CONNECTIONS.
        05 WS-CONNECTION OCCURS 4 TIMES BINARY-LONG.
    01 WS-SOLID-X               FLOAT-LONG.
    01 WS-SOLID-Y               FLOAT-LONG.
    01 WS-SOLID-Z               FLOAT-LONG.
    01 WS-SOLID                 BINARY-CHAR UNSIGNED.
    *> torches
    01 WS-ATTACHED-POWERED      BINARY-CHAR UNSIGNED.
    01 WS-LIT                   BINARY-CHAR UNSIGNED.
    01 WS-WANT-LIT              BINARY-CHAR UNSIGNED.
    01 WS-APPLY                 BINARY-CHAR UNSIGNED.
    *> doors and friends
    01 WS-OTHER-Y               BINARY-LONG.
    01 WS-OTHER-STATE           BINARY-LONG.
    01 WS-POWERED               BINARY-CHAR UNSIGNED.
    01 WS-POWER-BIT             BINARY-LONG.
    01 WS-OPEN-BIT              BINARY-LONG.
    01 WS-HALF                  BINARY-LONG.
    01 WS-WANT-BIT              BINARY-LONG.
    01 WS-FIX-STATE             BINARY-LONG.
    *> one property's value, cut out of a relative state
    01 WS-DIGIT                 BINARY-LONG.

PROCEDURE DIVISION.
    IF REDSTONE-RESOLVED = 0
        CALL "Redstone-Resolve"
    END-IF
    IF REDSTONE-ENTRY-COUNT = 0
        GOBACK
    END-IF

    PERFORM VARYING WS-TIMER FROM 1 BY 1 UNTIL WS-TIMER > MAX-REDSTONE-TIMERS
        IF REDSTONE-TIMER-PRESENT(WS-TIMER) = 1
            PERFORM TickTimer
        END-IF
    END-PERFORM

    PERFORM PressPlates

    MOVE UPDATES-PER-TICK TO WS-BUDGET
    PERFORM UNTIL WS-BUDGET = 0 OR REDSTONE-QUEUE-BEGIN = REDSTONE-QUEUE-END
        MOVE REDSTONE-QUEUE-X(REDSTONE-QUEUE-BEGIN + 1) TO WS-X
        MOVE REDSTONE-QUEUE-Y(REDSTONE-QUEUE-BEGIN + 1) TO WS-Y
        MOVE REDSTONE-QUEUE-Z(REDSTONE-QUEUE-BEGIN + 1) TO WS-Z
        COMPUTE REDSTONE-QUEUE-BEGIN =
            FUNCTION MOD(REDSTONE-QUEUE-BEGIN + 1, REDSTONE-QUEUE-CAPACITY)
        PERFORM UpdateAt
        SUBTRACT 1 FROM WS-BUDGET
    END-PERFORM
    GOBACK.

TickTimer.
    IF REDSTONE-TIMER-TICKS(WS-TIMER) > 0
        SUBTRACT 1 FROM REDSTONE-TIMER-TICKS(WS-TIMER)
    END-IF
    IF REDSTONE-TIMER-TICKS(WS-TIMER) > 0
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO REDSTONE-TIMER-PRESENT(WS-TIMER)
    MOVE REDSTONE-TIMER-X(WS-TIMER) TO WS-X
    MOVE REDSTONE-TIMER-Y(WS-TIMER) TO WS-Y
    MOVE REDSTONE-TIMER-Z(WS-TIMER) TO WS-Z
    PERFORM LookupBase
    IF WS-ENTRY = 0
        EXIT PARAGRAPH
    END-IF

    EVALUATE REDSTONE-TIMER-KIND(WS-TIMER)
        WHEN REDSTONE-TIMER-BUTTON
            IF WS-KIND = REDSTONE-KIND-BUTTON AND FUNCTION MOD(WS-REL, 2) = 0
                COMPUTE WS-NEW-STATE = WS-STATE + 1
                CALL "World-SetBlockState" USING WS-X WS-Y WS-Z WS-NEW-STATE
            END-IF
        WHEN REDSTONE-TIMER-PLATE
            IF WS-KIND = REDSTONE-KIND-PLATE AND WS-REL = 0
                PERFORM CheckPlateOccupied
                IF WS-OCCUPIED = 1
                    CALL "Redstone-AddTimer" USING REDSTONE-TIMER-PLATE WS-X WS-Y WS-Z
                        PLATE-CHECK-TICKS
                ELSE
                    COMPUTE WS-NEW-STATE = WS-STATE + 1
                    CALL "World-SetBlockState" USING WS-X WS-Y WS-Z WS-NEW-STATE
                END-IF
            END-IF
        WHEN REDSTONE-TIMER-TORCH
            IF WS-KIND = REDSTONE-KIND-TORCH OR WS-KIND = REDSTONE-KIND-WALL-TORCH
                MOVE 1 TO WS-APPLY
                PERFORM UpdateTorch
            END-IF
    END-EVALUATE
    EXIT PARAGRAPH.

*> A player's feet inside a plate's block press it; the plate timer lets it
*> back up once nobody is standing there.
PressPlates.
    PERFORM VARYING WS-PLAYER-ID FROM 1 BY 1 UNTIL WS-PLAYER-ID > MAX-PLAYER-ENTRIES
        IF PLAYER-PRESENT(WS-PLAYER-ID) = 1 AND PLAYER-DEAD(WS-PLAYER-ID) = 0
                AND PLAYER-DIMENSION(WS-PLAYER-ID) = 0
                AND PLAYER-GAMEMODE(WS-PLAYER-ID) NOT = 3
            COMPUTE WS-X = FUNCTION INTEGER(PLAYER-X(WS-PLAYER-ID))
            COMPUTE WS-Y = FUNCTION INTEGER(PLAYER-Y(WS-PLAYER-ID))
            COMPUTE WS-Z = FUNCTION INTEGER(PLAYER-Z(WS-PLAYER-ID))
            PERFORM LookupBase
            IF WS-ENTRY NOT = 0 AND WS-KIND = REDSTONE-KIND-PLATE AND WS-REL = 1
                COMPUTE WS-NEW-STATE = WS-STATE - 1
                CALL "World-SetBlockState" USING WS-X WS-Y WS-Z WS-NEW-STATE
                CALL "Redstone-AddTimer" USING REDSTONE-TIMER-PLATE WS-X WS-Y WS-Z
                    PLATE-CHECK-TICKS
            END-IF
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

CheckPlateOccupied.
    MOVE 0 TO WS-OCCUPIED
    PERFORM VARYING WS-PLAYER-ID FROM 1 BY 1 UNTIL WS-PLAYER-ID > MAX-PLAYER-ENTRIES
        IF PLAYER-PRESENT(WS-PLAYER-ID) = 1 AND PLAYER-DEAD(WS-PLAYER-ID) = 0
                AND PLAYER-DIMENSION(WS-PLAYER-ID) = 0
                AND PLAYER-GAMEMODE(WS-PLAYER-ID) NOT = 3
                AND FUNCTION INTEGER(PLAYER-X(WS-PLAYER-ID)) = WS-X
                AND FUNCTION INTEGER(PLAYER-Y(WS-PLAYER-ID)) = WS-Y
                AND FUNCTION INTEGER(PLAYER-Z(WS-PLAYER-ID)) = WS-Z
            MOVE 1 TO WS-OCCUPIED
            EXIT PERFORM
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

UpdateAt.
    PERFORM LookupBase
    IF WS-ENTRY = 0
        EXIT PARAGRAPH
    END-IF
    EVALUATE WS-KIND
        WHEN REDSTONE-KIND-WIRE
            PERFORM UpdateWire
        WHEN REDSTONE-KIND-TORCH
        WHEN REDSTONE-KIND-WALL-TORCH
            MOVE 0 TO WS-APPLY
            PERFORM UpdateTorch
        WHEN REDSTONE-KIND-DOOR
            PERFORM UpdateDoor
        WHEN REDSTONE-KIND-TRAPDOOR
        WHEN REDSTONE-KIND-GATE
            PERFORM UpdateOpenable
        WHEN REDSTONE-KIND-TNT
            MOVE WS-X TO WS-TX
            MOVE WS-Y TO WS-TY
            MOVE WS-Z TO WS-TZ
            PERFORM TestPowered
            IF WS-T-POWERED = 1
                CALL "Tnt-Ignite" USING WS-X WS-Y WS-Z HISTORY-ACTOR-REDSTONE
            END-IF
        WHEN REDSTONE-KIND-HOPPER
            PERFORM UpdateHopper
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    EXIT PARAGRAPH.

*> Dust: power is east*432 + north*144 + power*9 + south*3 + west, each side
*> 0 = up, 1 = side, 2 = none.
UpdateWire.
    MOVE 0 TO WS-TARGET-POWER
    MOVE 0 TO WS-CONNECTED-COUNT
    MOVE WS-X TO WS-SOLID-X
    COMPUTE WS-SOLID-Y = WS-Y + 1
    MOVE WS-Z TO WS-SOLID-Z
    PERFORM ProbeSolid
    MOVE WS-SOLID TO WS-ABOVE-SOLID

    PERFORM VARYING WS-SIDE FROM 1 BY 1 UNTIL WS-SIDE > 6
        MOVE WS-X TO WS-NX
        MOVE WS-Y TO WS-NY
        MOVE WS-Z TO WS-NZ
        MOVE WS-SIDE TO WS-T-SIDE
        PERFORM StepN
        PERFORM LookupN
        PERFORM SourceOutputN
        IF WS-N-OUTPUT > WS-TARGET-POWER
            MOVE WS-N-OUTPUT TO WS-TARGET-POWER
        END-IF
        IF WS-N-ENTRY = 0
            PERFORM SolidN
            IF WS-N-SOLID = 1
                PERFORM BlockPowerN
                IF WS-N-STRONG > WS-TARGET-POWER
                    MOVE WS-N-STRONG TO WS-TARGET-POWER
                END-IF
            END-IF
        ELSE
            MOVE 0 TO WS-N-SOLID
        END-IF
        IF WS-SIDE >= 3
            COMPUTE WS-DIR = WS-SIDE - 2
            MOVE 2 TO WS-CONNECTION(WS-DIR)
            PERFORM WireSide
        END-IF
    END-PERFORM

    *> One connection stretches into a line; none at all is the cross.
    EVALUATE WS-CONNECTED-COUNT
        WHEN 0
            MOVE 1 TO WS-CONNECTION(1) WS-CONNECTION(2) WS-CONNECTION(3)
                WS-CONNECTION(4)
        WHEN 1
            PERFORM VARYING WS-DIR FROM 1 BY 1 UNTIL WS-DIR > 4
                IF WS-CONNECTION(WS-DIR) NOT = 2
                    EXIT PERFORM
                END-IF
            END-PERFORM
            EVALUATE WS-DIR
                WHEN 1
                    MOVE 1 TO WS-CONNECTION(2)
                WHEN 2
                    MOVE 1 TO WS-CONNECTION(1)
                WHEN 3
                    MOVE 1 TO WS-CONNECTION(4)
                WHEN 4
                    MOVE 1 TO WS-CONNECTION(3)
            END-EVALUATE
        WHEN OTHER
            CONTINUE
    END-EVALUATE

    *> WS-CONNECTION is indexed north, south, west, east.
    COMPUTE WS-NEW-STATE = REDSTONE-MIN-STATE(WS-ENTRY)
        + WS-CONNECTION(4) * 432 + WS-CONNECTION(1) * 144 + WS-TARGET-POWER * 9
        + WS-CONNECTION(2) * 3 + WS-CONNECTION(3)
    IF WS-NEW-STATE NOT = WS-STATE
        CALL "World-SetBlockState" USING WS-X WS-Y WS-Z WS-NEW-STATE
    END-IF
    EXIT PARAGRAPH.

*> One horizontal side of the dust at WS-X/Y/Z, neighbor N already looked
*> up: the dust beside it, or a step up or down, feeds it one less than its
*> own power, and anything it connects to shapes it.
WireSide.
    IF WS-N-KIND = REDSTONE-KIND-WIRE
        COMPUTE WS-CANDIDATE = FUNCTION MOD(WS-N-REL / 9, 16) - 1
        IF WS-CANDIDATE > WS-TARGET-POWER
            MOVE WS-CANDIDATE TO WS-TARGET-POWER
        END-IF
        MOVE 1 TO WS-CONNECTION(WS-DIR)
    END-IF
    IF WS-N-KIND = REDSTONE-KIND-LEVER OR WS-N-KIND = REDSTONE-KIND-BUTTON
            OR WS-N-KIND = REDSTONE-KIND-PLATE OR WS-N-KIND = REDSTONE-KIND-TORCH
            OR WS-N-KIND = REDSTONE-KIND-WALL-TORCH OR WS-N-KIND = REDSTONE-KIND-BLOCK
        MOVE 1 TO WS-CONNECTION(WS-DIR)
    END-IF

    IF WS-ABOVE-SOLID = 0
        MOVE WS-NX TO WS-MX
        COMPUTE WS-MY = WS-NY + 1
        MOVE WS-NZ TO WS-MZ
        PERFORM LookupM
        IF WS-M-KIND = REDSTONE-KIND-WIRE
            COMPUTE WS-CANDIDATE = FUNCTION MOD(WS-M-REL / 9, 16) - 1
            IF WS-CANDIDATE > WS-TARGET-POWER
                MOVE WS-CANDIDATE TO WS-TARGET-POWER
            END-IF
            MOVE 0 TO WS-CONNECTION(WS-DIR)
        END-IF
    END-IF
    IF WS-N-SOLID = 0 AND WS-N-ENTRY = 0
        MOVE WS-NX TO WS-MX
        COMPUTE WS-MY = WS-NY - 1
        MOVE WS-NZ TO WS-MZ
        PERFORM LookupM
        IF WS-M-KIND = REDSTONE-KIND-WIRE
            COMPUTE WS-CANDIDATE = FUNCTION MOD(WS-M-REL / 9, 16) - 1
            IF WS-CANDIDATE > WS-TARGET-POWER
                MOVE WS-CANDIDATE TO WS-TARGET-POWER
            END-IF
            IF WS-CONNECTION(WS-DIR) = 2
                MOVE 1 TO WS-CONNECTION(WS-DIR)
            END-IF
        END-IF
    END-IF
    IF WS-CONNECTION(WS-DIR) NOT = 2
        ADD 1 TO WS-CONNECTED-COUNT
    END-IF
    EXIT PARAGRAPH.

*> A redstone torch is lit unless the block it is mounted on is powered; the
*> answer comes from the torch's registered power callback
*> (SetCallback-BlockPower). A change waits out the torch delay on a timer
*> (WS-APPLY 0) and is made when the timer fires (WS-APPLY 1).
UpdateTorch.
    IF WS-KIND = REDSTONE-KIND-TORCH
        MOVE WS-X TO WS-AX
        COMPUTE WS-AY = WS-Y - 1
        MOVE WS-Z TO WS-AZ
        IF WS-REL = 0
            MOVE 1 TO WS-LIT
        ELSE
            MOVE 0 TO WS-LIT
        END-IF
    ELSE
        COMPUTE WS-M-REL = WS-REL / 2
        PERFORM WallMountM
        IF FUNCTION MOD(WS-REL, 2) = 0
            MOVE 1 TO WS-LIT
        ELSE
            MOVE 0 TO WS-LIT
        END-IF
    END-IF

    MOVE 0 TO WS-ATTACHED-POWERED
    MOVE WS-AX TO WS-NX
    MOVE WS-AY TO WS-NY
    MOVE WS-AZ TO WS-NZ
    PERFORM LookupN
    IF WS-N-ENTRY = 0
        PERFORM SolidN
        IF WS-N-SOLID = 1
            PERFORM BlockPowerN
            IF WS-N-STRONG > 0 OR WS-N-WEAK > 0
                MOVE 1 TO WS-ATTACHED-POWERED
            END-IF
        END-IF
    END-IF

    MOVE WS-STATE TO WS-CALLBACK-STATE
    MOVE WS-ATTACHED-POWERED TO WS-CALLBACK-POWERED
    SET WS-POWER-PTR TO NULL
    CALL "GetCallback-BlockPower" USING WS-CALLBACK-STATE WS-POWER-PTR
    IF WS-POWER-PTR = NULL
        IF WS-ATTACHED-POWERED = 1
            MOVE 0 TO WS-CALLBACK-LEVEL
        ELSE
            MOVE 15 TO WS-CALLBACK-LEVEL
        END-IF
    ELSE
        CALL WS-POWER-PTR USING WS-CALLBACK-STATE WS-CALLBACK-POWERED WS-CALLBACK-LEVEL
    END-IF
    IF WS-CALLBACK-LEVEL > 0
        MOVE 1 TO WS-WANT-LIT
    ELSE
        MOVE 0 TO WS-WANT-LIT
    END-IF

    IF WS-WANT-LIT = WS-LIT
        EXIT PARAGRAPH
    END-IF
    IF WS-APPLY = 0
        CALL "Redstone-AddTimer" USING REDSTONE-TIMER-TORCH WS-X WS-Y WS-Z TORCH-DELAY-TICKS
        EXIT PARAGRAPH
    END-IF
    *> lit is the last property, true first
    IF WS-WANT-LIT = 1
        COMPUTE WS-NEW-STATE = WS-STATE - 1
    ELSE
        COMPUTE WS-NEW-STATE = WS-STATE + 1
    END-IF
    CALL "World-SetBlockState" USING WS-X WS-Y WS-Z WS-NEW-STATE
    EXIT PARAGRAPH.

*> A door is powered when either half is; both halves open and close
*> together. half (upper, lower) is the state's 8s digit.
UpdateDoor.
    MOVE WS-X TO WS-TX
    MOVE WS-Y TO WS-TY
    MOVE WS-Z TO WS-TZ
    PERFORM TestPowered
    MOVE WS-T-POWERED TO WS-POWERED

    COMPUTE WS-HALF = FUNCTION MOD(WS-REL / 8, 2)
    IF WS-HALF = 0
        COMPUTE WS-OTHER-Y = WS-Y - 1
    ELSE
        COMPUTE WS-OTHER-Y = WS-Y + 1
    END-IF
    CALL "World-GetBlockState" USING WS-X WS-OTHER-Y WS-Z WS-OTHER-STATE
    IF WS-OTHER-STATE < REDSTONE-MIN-STATE(WS-ENTRY)
            OR WS-OTHER-STATE > REDSTONE-MAX-STATE(WS-ENTRY)
        MOVE -1 TO WS-OTHER-STATE
    END-IF
    IF WS-POWERED = 0 AND WS-OTHER-STATE >= 0
        MOVE WS-OTHER-Y TO WS-TY
        PERFORM TestPowered
        MOVE WS-T-POWERED TO WS-POWERED
    END-IF

    MOVE WS-STATE TO WS-FIX-STATE
    PERFORM FixOpenPowered
    IF WS-FIX-STATE NOT = WS-STATE
        CALL "World-SetBlockState" USING WS-X WS-Y WS-Z WS-FIX-STATE
    END-IF
    IF WS-OTHER-STATE >= 0
        MOVE WS-OTHER-STATE TO WS-FIX-STATE
        PERFORM FixOpenPowered
        IF WS-FIX-STATE NOT = WS-OTHER-STATE
            CALL "World-SetBlockState" USING WS-X WS-OTHER-Y WS-Z WS-FIX-STATE
        END-IF
    END-IF
    EXIT PARAGRAPH.

UpdateOpenable.
    MOVE WS-X TO WS-TX
    MOVE WS-Y TO WS-TY
    MOVE WS-Z TO WS-TZ
    PERFORM TestPowered
    MOVE WS-T-POWERED TO WS-POWERED
    MOVE WS-STATE TO WS-FIX-STATE
    PERFORM FixOpenPowered
    IF WS-FIX-STATE NOT = WS-STATE
        CALL "World-SetBlockState" USING WS-X WS-Y WS-Z WS-FIX-STATE
    END-IF
    EXIT PARAGRAPH.

*> Bring WS-FIX-STATE's powered property in line with WS-POWERED. Only a
*> change of power moves the open property with it, the way vanilla lets a
*> wooden door be opened by hand while its circuit is quiet.
FixOpenPowered.
    COMPUTE WS-REL = WS-FIX-STATE - REDSTONE-MIN-STATE(WS-ENTRY)
    COMPUTE WS-POWER-BIT = FUNCTION MOD(WS-REL / REDSTONE-POWER-STRIDE(WS-ENTRY), 2)
    COMPUTE WS-OPEN-BIT = FUNCTION MOD(WS-REL / REDSTONE-OPEN-STRIDE(WS-ENTRY), 2)
    COMPUTE WS-WANT-BIT = 1 - WS-POWERED
    IF WS-POWER-BIT = WS-WANT-BIT
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-FIX-STATE = WS-FIX-STATE
        + (WS-WANT-BIT - WS-POWER-BIT) * REDSTONE-POWER-STRIDE(WS-ENTRY)
        + (WS-WANT-BIT - WS-OPEN-BIT) * REDSTONE-OPEN-STRIDE(WS-ENTRY)
    EXIT PARAGRAPH.

*> enabled (true, false) * 5 + facing: a powered hopper is disabled.
UpdateHopper.
    MOVE WS-X TO WS-TX
    MOVE WS-Y TO WS-TY
    MOVE WS-Z TO WS-TZ
    PERFORM TestPowered
    COMPUTE WS-NEW-STATE = REDSTONE-MIN-STATE(WS-ENTRY) + WS-T-POWERED * 5
        + FUNCTION MOD(WS-REL, 5)
    IF WS-NEW-STATE NOT = WS-STATE
        CALL "World-SetBlockState" USING WS-X WS-Y WS-Z WS-NEW-STATE
    END-IF
    EXIT PARAGRAPH.

*> Whether anything powers the block at WS-TX/TY/TZ: a source beside it,
*> powered dust beside or on top of it, or a powered solid block beside it.
TestPowered.
    MOVE 0 TO WS-T-POWERED
    PERFORM VARYING WS-T-SIDE FROM 1 BY 1 UNTIL WS-T-SIDE > 6 OR WS-T-POWERED = 1
        MOVE WS-TX TO WS-NX
        MOVE WS-TY TO WS-NY
        MOVE WS-TZ TO WS-NZ
        PERFORM StepN
        PERFORM LookupN
        PERFORM SourceOutputN
        IF WS-N-OUTPUT > 0
            MOVE 1 TO WS-T-POWERED
        END-IF
        IF WS-N-KIND = REDSTONE-KIND-WIRE AND WS-T-SIDE NOT = 1
            COMPUTE WS-DIGIT = FUNCTION MOD(WS-N-REL / 9, 16)
            IF WS-DIGIT > 0
                MOVE 1 TO WS-T-POWERED
            END-IF
        END-IF
        IF WS-N-ENTRY = 0 AND WS-T-POWERED = 0
            PERFORM SolidN
            IF WS-N-SOLID = 1
                PERFORM BlockPowerN
                IF WS-N-STRONG > 0 OR WS-N-WEAK > 0
                    MOVE 1 TO WS-T-POWERED
                END-IF
            END-IF
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> The power a solid block N carries: strong from a lever or button mounted
*> on it, a pressed plate on it or a lit torch under it; weak from dust on
*> top of it or pointing into it.
BlockPowerN.
    MOVE 0 TO WS-N-STRONG
    MOVE 0 TO WS-N-WEAK
    PERFORM VARYING WS-M-SIDE FROM 1 BY 1 UNTIL WS-M-SIDE > 6
        MOVE WS-NX TO WS-MX
        MOVE WS-NY TO WS-MY
        MOVE WS-NZ TO WS-MZ
        EVALUATE WS-M-SIDE
            WHEN 1
                SUBTRACT 1 FROM WS-MY
            WHEN 2
                ADD 1 TO WS-MY
            WHEN 3
                SUBTRACT 1 FROM WS-MZ
            WHEN 4
                ADD 1 TO WS-MZ
            WHEN 5
                SUBTRACT 1 FROM WS-MX
            WHEN 6
                ADD 1 TO WS-MX
        END-EVALUATE
        PERFORM LookupM
        EVALUATE WS-M-KIND
            WHEN REDSTONE-KIND-LEVER
            WHEN REDSTONE-KIND-BUTTON
                IF FUNCTION MOD(WS-M-REL, 2) = 0
                    PERFORM MountOfSwitchM
                    IF WS-AX = WS-NX AND WS-AY = WS-NY AND WS-AZ = WS-NZ
                        MOVE 15 TO WS-N-STRONG
                    END-IF
                END-IF
            WHEN REDSTONE-KIND-PLATE
                IF WS-M-REL = 0 AND WS-M-SIDE = 2
                    MOVE 15 TO WS-N-STRONG
                END-IF
            WHEN REDSTONE-KIND-TORCH
                IF WS-M-REL = 0 AND WS-M-SIDE = 1
                    MOVE 15 TO WS-N-STRONG
                END-IF
            WHEN REDSTONE-KIND-WALL-TORCH
                IF FUNCTION MOD(WS-M-REL, 2) = 0 AND WS-M-SIDE = 1
                    MOVE 15 TO WS-N-STRONG
                END-IF
            WHEN REDSTONE-KIND-WIRE
                COMPUTE WS-M-POWER = FUNCTION MOD(WS-M-REL / 9, 16)
                IF WS-M-POWER > 0
                    PERFORM WirePointsAtN
                    IF WS-M-POINTS = 1 AND WS-M-POWER > WS-N-WEAK
                        MOVE WS-M-POWER TO WS-N-WEAK
                    END-IF
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-PERFORM
    EXIT PARAGRAPH.

*> Dust M at WS-M-SIDE of block N: on top of N it powers it; beside it,
*> only when its side facing N is connected.
WirePointsAtN.
    MOVE 0 TO WS-M-POINTS
    EVALUATE WS-M-SIDE
        WHEN 2
            MOVE 1 TO WS-M-POINTS
            EXIT PARAGRAPH
        *> dust north of N: its south side
        WHEN 3
            COMPUTE WS-DIGIT = FUNCTION MOD(WS-M-REL / 3, 3)
        *> dust south of N: its north side
        WHEN 4
            COMPUTE WS-DIGIT = FUNCTION MOD(WS-M-REL / 144, 3)
        *> dust west of N: its east side
        WHEN 5
            COMPUTE WS-DIGIT = WS-M-REL / 432
        *> dust east of N: its west side
        WHEN 6
            COMPUTE WS-DIGIT = FUNCTION MOD(WS-M-REL, 3)
        WHEN OTHER
            EXIT PARAGRAPH
    END-EVALUATE
    IF WS-DIGIT NOT = 2
        MOVE 1 TO WS-M-POINTS
    END-IF
    EXIT PARAGRAPH.

*> Lever or button M: face (floor, wall, ceiling) * 8 + facing * 2 + powered.
*> Floor-mounted sits on the block below, ceiling-mounted hangs from the one
*> above, wall-mounted is fixed to the block behind its facing.
MountOfSwitchM.
    MOVE WS-MX TO WS-AX
    MOVE WS-MY TO WS-AY
    MOVE WS-MZ TO WS-AZ
    COMPUTE WS-DIGIT = WS-M-REL / 8
    EVALUATE WS-DIGIT
        WHEN 0
            SUBTRACT 1 FROM WS-AY
        WHEN 2
            ADD 1 TO WS-AY
        WHEN OTHER
            MOVE WS-M-REL TO WS-CANDIDATE
            COMPUTE WS-M-REL = FUNCTION MOD(WS-M-REL / 2, 4)
            PERFORM WallMountAt
            MOVE WS-CANDIDATE TO WS-M-REL
    END-EVALUATE
    EXIT PARAGRAPH.

*> The wall torch at WS-X/Y/Z with facing WS-M-REL is mounted on the block
*> behind it.
WallMountM.
    MOVE WS-X TO WS-AX
    MOVE WS-Y TO WS-AY
    MOVE WS-Z TO WS-AZ
    PERFORM WallMountAt
    EXIT PARAGRAPH.

*> Step WS-AX/AZ from a wall-mounted part to its mount: facing (north,
*> south, west, east) in WS-M-REL points away from the wall.
WallMountAt.
    EVALUATE WS-M-REL
        WHEN 0
            ADD 1 TO WS-AZ
        WHEN 1
            SUBTRACT 1 FROM WS-AZ
        WHEN 2
            ADD 1 TO WS-AX
        WHEN 3
            SUBTRACT 1 FROM WS-AX
    END-EVALUATE
    EXIT PARAGRAPH.

*> What neighbor N puts out on its own: 15 from a switched-on lever or
*> button, a pressed plate, a lit torch or a redstone block.
SourceOutputN.
    MOVE 0 TO WS-N-OUTPUT
    EVALUATE WS-N-KIND
        WHEN REDSTONE-KIND-LEVER
        WHEN REDSTONE-KIND-BUTTON
        WHEN REDSTONE-KIND-WALL-TORCH
            IF FUNCTION MOD(WS-N-REL, 2) = 0
                MOVE 15 TO WS-N-OUTPUT
            END-IF
        WHEN REDSTONE-KIND-PLATE
        WHEN REDSTONE-KIND-TORCH
            IF WS-N-REL = 0
                MOVE 15 TO WS-N-OUTPUT
            END-IF
        WHEN REDSTONE-KIND-BLOCK
            MOVE 15 TO WS-N-OUTPUT
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    EXIT PARAGRAPH.

*> Sides: 1 down, 2 up, 3 north, 4 south, 5 west, 6 east.
StepN.
    EVALUATE WS-T-SIDE
        WHEN 1
            SUBTRACT 1 FROM WS-NY
        WHEN 2
            ADD 1 TO WS-NY
        WHEN 3
            SUBTRACT 1 FROM WS-NZ
        WHEN 4
            ADD 1 TO WS-NZ
        WHEN 5
            SUBTRACT 1 FROM WS-NX
        WHEN 6
            ADD 1 TO WS-NX
    END-EVALUATE
    EXIT PARAGRAPH.

LookupBase.
    MOVE 0 TO WS-ENTRY
    MOVE 0 TO WS-KIND
    IF WS-Y < -64 OR WS-Y > 319
        EXIT PARAGRAPH
    END-IF
    CALL "World-GetBlockState" USING WS-X WS-Y WS-Z WS-STATE
    COMPUTE WS-ENTRY = FUNCTION ORD(REDSTONE-STATE-MAP(WS-STATE + 1:1)) - 1
    IF WS-ENTRY NOT = 0
        MOVE REDSTONE-KIND(WS-ENTRY) TO WS-KIND
        COMPUTE WS-REL = WS-STATE - REDSTONE-MIN-STATE(WS-ENTRY)
    END-IF
    EXIT PARAGRAPH.

LookupN.
    MOVE 0 TO WS-N-ENTRY
    MOVE 0 TO WS-N-KIND
    MOVE 0 TO WS-N-STATE
    IF WS-NY < -64 OR WS-NY > 319
        EXIT PARAGRAPH
    END-IF
    CALL "World-GetBlockState" USING WS-NX WS-NY WS-NZ WS-N-STATE
    COMPUTE WS-N-ENTRY = FUNCTION ORD(REDSTONE-STATE-MAP(WS-N-STATE + 1:1)) - 1
    IF WS-N-ENTRY NOT = 0
        MOVE REDSTONE-KIND(WS-N-ENTRY) TO WS-N-KIND
        COMPUTE WS-N-REL = WS-N-STATE - REDSTONE-MIN-STATE(WS-N-ENTRY)
    END-IF
    EXIT PARAGRAPH.

LookupM.
    MOVE 0 TO WS-M-ENTRY
    MOVE 0 TO WS-M-KIND
    IF WS-MY < -64 OR WS-MY > 319
        EXIT PARAGRAPH
    END-IF
    CALL "World-GetBlockState" USING WS-MX WS-MY WS-MZ WS-M-STATE
    COMPUTE WS-M-ENTRY = FUNCTION ORD(REDSTONE-STATE-MAP(WS-M-STATE + 1:1)) - 1
    IF WS-M-ENTRY NOT = 0
        MOVE REDSTONE-KIND(WS-M-ENTRY) TO WS-M-KIND
        COMPUTE WS-M-REL = WS-M-STATE - REDSTONE-MIN-STATE(WS-M-ENTRY)
    END-IF
    EXIT PARAGRAPH.

*> Only a solid block carries power; air, glass-like and partial blocks don't.
SolidN.
    MOVE 0 TO WS-N-SOLID
    IF WS-N-STATE = 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-SOLID-X = WS-NX + 0.5
    COMPUTE WS-SOLID-Y = WS-NY + 0.5
    COMPUTE WS-SOLID-Z = WS-NZ + 0.5
    CALL "World-IsSolidAt" USING WS-SOLID-X WS-SOLID-Y WS-SOLID-Z WS-N-SOLID
    EXIT PARAGRAPH.

ProbeSolid.
    ADD 0.5 TO WS-SOLID-X
    ADD 0.5 TO WS-SOLID-Y
    ADD 0.5 TO WS-SOLID-Z
    CALL "World-IsSolidAt" USING WS-SOLID-X WS-SOLID-Y WS-SOLID-Z WS-SOLID
    EXIT PARAGRAPH.

END PROGRAM Redstone-TickAll.

*> --- Redstone-Load ---
*> Read redstone.dat back at startup: the timers that were running and the
*> updates still queued when the server last saved, so a button pressed just
*> before a restart still pops back out and a signal half-way down a line of
*> dust finishes its trip. One "timer,kind,x,y,z,ticks" or "update,x,y,z"
*> line each. The block states themselves -- lever positions, dust power --
*> are part of the world and come back with the chunks.
IDENTIFICATION DIVISION.
PROGRAM-ID. Redstone-Load.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REDSTONE-FILE ASSIGN TO "redstone.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  REDSTONE-FILE.
01  REDSTONE-LINE               PIC X(80).

WORKING-STORAGE SECTION.
    COPY DD-REDSTONE.
    01 FS-STATUS                PIC X(2).
    01 WS-TAG                   PIC X(16).
    01 WS-FIELD-1               PIC X(16).
    01 WS-FIELD-2               PIC X(16).
    01 WS-FIELD-3               PIC X(16).
    01 WS-FIELD-4               PIC X(16).
    01 WS-FIELD-5               PIC X(16).
    01 WS-KIND                  BINARY-CHAR UNSIGNED.
    01 WS-X                     BINARY-LONG.
    01 WS-Y                     BINARY-LONG.
    01 WS-Z                     BINARY-LONG.
    01 WS-TICKS                 BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    OPEN INPUT REDSTONE-FILE
    IF FS-STATUS NOT = "00"
        GOBACK
    END-IF

    PERFORM UNTIL FS-STATUS = "10"
        READ REDSTONE-FILE
            AT END
                MOVE "10" TO FS-STATUS
            NOT AT END
                PERFORM ParseLine
        END-READ
    END-PERFORM

    CLOSE REDSTONE-FILE
    CALL "Log-Info" USING "Loaded redstone.dat"
    GOBACK.

ParseLine.
    IF REDSTONE-LINE = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-TAG WS-FIELD-1 WS-FIELD-2 WS-FIELD-3 WS-FIELD-4 WS-FIELD-5
    UNSTRING REDSTONE-LINE DELIMITED BY ","
        INTO WS-TAG WS-FIELD-1 WS-FIELD-2 WS-FIELD-3 WS-FIELD-4 WS-FIELD-5
    EVALUATE WS-TAG
        WHEN "timer"
            IF FUNCTION TEST-NUMVAL(WS-FIELD-1) NOT = 0
                    OR FUNCTION TEST-NUMVAL(WS-FIELD-2) NOT = 0
                    OR FUNCTION TEST-NUMVAL(WS-FIELD-3) NOT = 0
                    OR FUNCTION TEST-NUMVAL(WS-FIELD-4) NOT = 0
                    OR FUNCTION TEST-NUMVAL(WS-FIELD-5) NOT = 0
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-KIND = FUNCTION NUMVAL(WS-FIELD-1)
            COMPUTE WS-X = FUNCTION NUMVAL(WS-FIELD-2)
            COMPUTE WS-Y = FUNCTION NUMVAL(WS-FIELD-3)
            COMPUTE WS-Z = FUNCTION NUMVAL(WS-FIELD-4)
            COMPUTE WS-TICKS = FUNCTION NUMVAL(WS-FIELD-5)
            CALL "Redstone-AddTimer" USING WS-KIND WS-X WS-Y WS-Z WS-TICKS
        WHEN "update"
            IF FUNCTION TEST-NUMVAL(WS-FIELD-1) NOT = 0
                    OR FUNCTION TEST-NUMVAL(WS-FIELD-2) NOT = 0
                    OR FUNCTION TEST-NUMVAL(WS-FIELD-3) NOT = 0
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-X = FUNCTION NUMVAL(WS-FIELD-1)
            COMPUTE WS-Y = FUNCTION NUMVAL(WS-FIELD-2)
            COMPUTE WS-Z = FUNCTION NUMVAL(WS-FIELD-3)
            CALL "Redstone-EnqueueUpdate" USING WS-X WS-Y WS-Z
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    EXIT PARAGRAPH.

END PROGRAM Redstone-Load.

*> --- Redstone-Save ---
*> Rewrite redstone.dat from the running timers and the queued updates --
*> called wherever the world itself is flushed (shutdown, save-all, backup).
IDENTIFICATION DIVISION.
PROGRAM-ID. Redstone-Save.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REDSTONE-FILE ASSIGN TO WS-SAVE-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  REDSTONE-FILE.
01  REDSTONE-LINE               PIC X(80).

WORKING-STORAGE SECTION.
    COPY DD-REDSTONE.
    01 FS-STATUS                PIC X(2).
    01 WS-SAVE-NAME             PIC X(64).
    01 WS-TIMER                 BINARY-LONG UNSIGNED.
    01 WS-POS                   BINARY-LONG UNSIGNED.
    01 WS-KIND-TEXT             PIC 9(3).
    01 WS-X-TEXT                PIC -(10)9.
    01 WS-Y-TEXT                PIC -(10)9.
    01 WS-Z-TEXT                PIC -(10)9.
    01 WS-TICKS-TEXT            PIC -(10)9.

PROCEDURE DIVISION.
    MOVE "redstone.dat" TO WS-SAVE-NAME
    CALL "SaveJournal-Target" USING WS-SAVE-NAME
    OPEN OUTPUT REDSTONE-FILE
    IF FS-STATUS NOT = "00"
        CALL "Log-Error" USING "Failed to save redstone.dat"
        GOBACK
    END-IF

    PERFORM VARYING WS-TIMER FROM 1 BY 1 UNTIL WS-TIMER > MAX-REDSTONE-TIMERS
        IF REDSTONE-TIMER-PRESENT(WS-TIMER) = 1
            MOVE REDSTONE-TIMER-KIND(WS-TIMER) TO WS-KIND-TEXT
            MOVE REDSTONE-TIMER-X(WS-TIMER) TO WS-X-TEXT
            MOVE REDSTONE-TIMER-Y(WS-TIMER) TO WS-Y-TEXT
            MOVE REDSTONE-TIMER-Z(WS-TIMER) TO WS-Z-TEXT
            MOVE REDSTONE-TIMER-TICKS(WS-TIMER) TO WS-TICKS-TEXT
            MOVE SPACES TO REDSTONE-LINE
            STRING "timer," WS-KIND-TEXT "," FUNCTION TRIM(WS-X-TEXT) ","
                   FUNCTION TRIM(WS-Y-TEXT) "," FUNCTION TRIM(WS-Z-TEXT) ","
                   FUNCTION TRIM(WS-TICKS-TEXT)
                DELIMITED BY SIZE INTO REDSTONE-LINE
            WRITE REDSTONE-LINE
        END-IF
    END-PERFORM

    MOVE REDSTONE-QUEUE-BEGIN TO WS-POS
    PERFORM UNTIL WS-POS = REDSTONE-QUEUE-END
        MOVE REDSTONE-QUEUE-X(WS-POS + 1) TO WS-X-TEXT
        MOVE REDSTONE-QUEUE-Y(WS-POS + 1) TO WS-Y-TEXT
        MOVE REDSTONE-QUEUE-Z(WS-POS + 1) TO WS-Z-TEXT
        MOVE SPACES TO REDSTONE-LINE
        STRING "update," FUNCTION TRIM(WS-X-TEXT) "," FUNCTION TRIM(WS-Y-TEXT) ","
               FUNCTION TRIM(WS-Z-TEXT)
            DELIMITED BY SIZE INTO REDSTONE-LINE
        WRITE REDSTONE-LINE
        COMPUTE WS-POS = FUNCTION MOD(WS-POS + 1, REDSTONE-QUEUE-CAPACITY)
    END-PERFORM

    CLOSE REDSTONE-FILE
    GOBACK.

END PROGRAM Redstone-Save.
