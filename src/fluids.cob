DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-FLUID-QUEUE.
    COPY DD-BLOCK-HISTORY.
    01 WS-INITIALIZED           BINARY-CHAR UNSIGNED VALUE 0.
    *> One slice per FLOW-INTERVAL ticks approximates vanilla's 5-tick water
    *> cadence; the per-slice budget keeps a whole drained lake from eating a
        END-IF
        IF WS-NEW-STATE NOT = 0
            CALL "World-SetBlockState" USING WS-X WS-Y WS-Z WS-NEW-STATE
            CALL "BlockHistory-Record" USING HISTORY-ACTOR-LAVA HISTORY-CAUSE-LAVA
                WS-X WS-Y WS-Z WS-STATE WS-NEW-STATE
        END-IF
        EXIT PARAGRAPH
    END-IF
        PERFORM CheckLavaFeed
        IF WS-HAS-FEED = 0
            CALL "World-SetBlockState" USING WS-X WS-Y WS-Z WS-AIR-STATE
            CALL "BlockHistory-Record" USING HISTORY-ACTOR-LAVA HISTORY-CAUSE-LAVA
                WS-X WS-Y WS-Z WS-STATE WS-AIR-STATE
            EXIT PARAGRAPH
        END-IF
    END-IF
    IF WS-NEIGHBOR-STATE = 0
        COMPUTE WS-NEW-STATE = WS-LAVA-MIN-STATE + 1
        CALL "World-SetBlockState" USING WS-X WS-NEIGHBOR-Y WS-Z WS-NEW-STATE
        CALL "BlockHistory-Record" USING HISTORY-ACTOR-LAVA HISTORY-CAUSE-LAVA
            WS-X WS-NEIGHBOR-Y WS-Z WS-NEIGHBOR-STATE WS-NEW-STATE
        EXIT PARAGRAPH
    END-IF

                IF WS-NEIGHBOR-LEVEL <= WS-MAX-SPREAD
                    COMPUTE WS-NEW-STATE = WS-LAVA-MIN-STATE + WS-NEIGHBOR-LEVEL
                    CALL "World-SetBlockState" USING WS-NEIGHBOR-X WS-Y WS-NEIGHBOR-Z WS-NEW-STATE
                    CALL "BlockHistory-Record" USING HISTORY-ACTOR-LAVA HISTORY-CAUSE-LAVA
                        WS-NEIGHBOR-X WS-Y WS-NEIGHBOR-Z WS-NEIGHBOR-STATE WS-NEW-STATE
                END-IF
            ELSE
                COMPUTE WS-NEIGHBOR-LEVEL = WS-LEVEL + 1
