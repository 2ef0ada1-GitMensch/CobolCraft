*> block steps one stage; a fully grown sapling stamps a small oak; dirt with
*> a grass neighbor and open sky turns grassy. All writes go through
*> World-SetBlockState, so broadcast and persistence are the usual story.
*> Force-loaded chunks (DD-FORCELOAD) get one more sample each per tick,
*> inside the chunk and around its anchor height, whether or not anyone is
*> online -- that is what keeps an unattended farm growing.
IDENTIFICATION DIVISION.
PROGRAM-ID. World-RandomTick.

    COPY DD-CLIENT-STATES.
    COPY DD-PLAYERS.
    COPY DD-WORLD.
    COPY DD-FORCELOAD.
    01 SAMPLES-PER-TICK         BINARY-LONG UNSIGNED VALUE 16.
    01 WS-SAMPLE                BINARY-LONG UNSIGNED.
    01 WS-ONLINE-COUNT          BINARY-LONG UNSIGNED.
    01 WS-SCAN-ID               BINARY-LONG UNSIGNED.
    01 WS-PICK                  BINARY-LONG UNSIGNED.
    01 WS-ANCHOR-PLAYER         BINARY-LONG UNSIGNED.
    01 WS-FORCED                BINARY-LONG UNSIGNED.
    01 WS-X                     BINARY-LONG.
    01 WS-Y                     BINARY-LONG.
    01 WS-Z                     BINARY-LONG.
            ADD 1 TO WS-ONLINE-COUNT
        END-IF
    END-PERFORM
    IF WS-ONLINE-COUNT > 0
        PERFORM SAMPLES-PER-TICK TIMES
            PERFORM SampleOnePosition
        END-PERFORM
    END-IF

    PERFORM VARYING WS-FORCED FROM 1 BY 1 UNTIL WS-FORCED > MAX-FORCELOAD-ENTRIES
        IF FORCELOAD-PRESENT(WS-FORCED) = 1
            PERFORM SampleForcedChunk
        END-IF
    END-PERFORM
    GOBACK.

    COMPUTE WS-X = PLAYER-X(WS-ANCHOR-PLAYER) + FUNCTION RANDOM * 48 - 24
    COMPUTE WS-Y = PLAYER-Y(WS-ANCHOR-PLAYER) + FUNCTION RANDOM * 16 - 8
    COMPUTE WS-Z = PLAYER-Z(WS-ANCHOR-PLAYER) + FUNCTION RANDOM * 48 - 24
    PERFORM TickSampledBlock
    EXIT PARAGRAPH.

*> The chunk's own 16x16 columns (rounded down, so a negative chunk's samples
*> don't spill into its neighbor), 8 blocks either side of the anchor.
SampleForcedChunk.
    COMPUTE WS-X ROUNDED MODE IS TOWARD-LESSER =
        FORCELOAD-CHUNK-X(WS-FORCED) * 16 + FUNCTION RANDOM * 16
    COMPUTE WS-Y = FORCELOAD-ANCHOR-Y(WS-FORCED) + FUNCTION RANDOM * 16 - 8
    COMPUTE WS-Z ROUNDED MODE IS TOWARD-LESSER =
        FORCELOAD-CHUNK-Z(WS-FORCED) * 16 + FUNCTION RANDOM * 16
    PERFORM TickSampledBlock
    EXIT PARAGRAPH.

TickSampledBlock.
    IF WS-Y < -64 OR WS-Y > 318
        EXIT PARAGRAPH
    END-IF
