    01 LK-X                     BINARY-LONG.
    01 LK-Y                     BINARY-LONG.
    01 LK-Z                     BINARY-LONG.
    01 LK-IGNITER               PIC X(16).

PROCEDURE DIVISION USING LK-X LK-Y LK-Z LK-IGNITER.
    PERFORM VARYING WS-FUSE-INDEX FROM 1 BY 1 UNTIL WS-FUSE-INDEX > MAX-FUSE-ENTRIES
        IF FUSE-PRESENT(WS-FUSE-INDEX) = 1
                AND FUSE-X(WS-FUSE-INDEX) = LK-X
            MOVE LK-Y TO FUSE-Y(WS-FUSE-INDEX)
            MOVE LK-Z TO FUSE-Z(WS-FUSE-INDEX)
            MOVE 80 TO FUSE-TICKS-LEFT(WS-FUSE-INDEX)
            MOVE LK-IGNITER TO FUSE-IGNITER(WS-FUSE-INDEX)
            GOBACK
        END-IF
    END-PERFORM
DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-FUSES.
    COPY DD-BLOCK-HISTORY.
    01 WS-FUSE-INDEX            BINARY-LONG UNSIGNED.
    01 WS-TNT-STATE             BINARY-LONG.
    01 WS-BLOCK-NAME            PIC X(32).
    01 WS-AIR-STATE             BINARY-LONG VALUE 0.
    01 TNT-POWER                FLOAT-SHORT VALUE 4.0.
        EXIT PARAGRAPH
    END-IF

    CALL "World-GetBlockState" USING FUSE-X(WS-FUSE-INDEX) FUSE-Y(WS-FUSE-INDEX)
        FUSE-Z(WS-FUSE-INDEX) WS-TNT-STATE
    CALL "World-SetBlockState" USING FUSE-X(WS-FUSE-INDEX) FUSE-Y(WS-FUSE-INDEX)
        FUSE-Z(WS-FUSE-INDEX) WS-AIR-STATE
    CALL "BlockHistory-Record" USING FUSE-IGNITER(WS-FUSE-INDEX) HISTORY-CAUSE-EXPLOSION
        FUSE-X(WS-FUSE-INDEX) FUSE-Y(WS-FUSE-INDEX) FUSE-Z(WS-FUSE-INDEX)
        WS-TNT-STATE WS-AIR-STATE
    CALL "World-Explode" USING FUSE-X(WS-FUSE-INDEX) FUSE-Y(WS-FUSE-INDEX)
        FUSE-Z(WS-FUSE-INDEX) TNT-POWER FUSE-IGNITER(WS-FUSE-INDEX)
    EXIT PARAGRAPH.

END PROGRAM Tnt-TickAll.
