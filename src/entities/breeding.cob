    01 WS-ZERO-AMOUNT           FLOAT-SHORT VALUE 0.
    01 WS-NO-PLAYER             BINARY-LONG UNSIGNED VALUE 0.
    01 WS-NO-ITEM               BINARY-LONG VALUE 0.
    01 WS-CHUNK-FULL            BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION.
    ADD 1 TO WS-TICK-COUNTER
        IF WS-PRESENT-A = 1 AND ENTITY-FAMILY OF WS-ENTITY-A = C-FAMILY-ANIMAL
                AND ENTITY-ANIMAL-IN-LOVE OF WS-ENTITY-A > 0
                AND ENTITY-ANIMAL-AGE OF WS-ENTITY-A = 0
            *> A chunk at entity-chunk-cap breeds no more; the love just
            *> runs out.
            CALL "Entities-ChunkFull" USING ENTITY-X OF WS-ENTITY-A
                ENTITY-Z OF WS-ENTITY-A WS-CHUNK-FULL
            IF WS-CHUNK-FULL = 0
                PERFORM FindPartner
            END-IF
        END-IF
    END-PERFORM
    GOBACK.
