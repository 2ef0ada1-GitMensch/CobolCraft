*> metrics-YYYYMMDD.csv (the Audit-Log daily-file naming, so retention is
*> deleting old files):
*>   timestamp,avg_tick_us,max_tick_us,players,chunks_loaded,entities,
*>   chunks_overflowed,chunks_forced
*> -- the columns that turn "when did it start degrading" and "how full are
*> we at 21:00" into a spreadsheet question.
IDENTIFICATION DIVISION.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-WORLD.
    COPY DD-FORCELOAD.
    COPY DD-ENTITY REPLACING ==LK-ENTITY== BY ==WS-ENTITY==.
    01 FS-STATUS                PIC X(2).
    01 WS-FILENAME              PIC X(32).
    01 WS-NUM4                  PIC -(12)9.
    01 WS-NUM5                  PIC -(12)9.
    01 WS-NUM6                  PIC -(12)9.
    01 WS-NUM7                  PIC -(12)9.
    01 WS-FORCED-COUNT          BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    ADD 1 TO WS-TICK-COUNTER
        END-IF
    END-PERFORM

    *> The spawn area plus every /forceload chunk.
    MOVE 0 TO WS-FORCED-COUNT
    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-FORCELOAD-ENTRIES
        IF FORCELOAD-PRESENT(WS-SCAN-ID) = 1
            ADD 1 TO WS-FORCED-COUNT
        END-IF
    END-PERFORM

    MOVE 0 TO WS-ENTITY-COUNT
    CALL "Entities-GetCount" USING WS-TABLE-SIZE
    PERFORM VARYING WS-ENTITY-INDEX FROM 1 BY 1 UNTIL WS-ENTITY-INDEX > WS-TABLE-SIZE
        IF FS-STATUS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        MOVE "timestamp,avg_tick_us,max_tick_us,players,chunks_loaded,entities,chunks_overflowed,chunks_forced"
            TO METRICS-LINE
        WRITE METRICS-LINE
    END-IF
    MOVE WS-CHUNK-COUNT TO WS-NUM4
    MOVE WS-ENTITY-COUNT TO WS-NUM5
    MOVE WS-OVERFLOW-TOTAL TO WS-NUM6
    MOVE WS-FORCED-COUNT TO WS-NUM7
    MOVE SPACES TO METRICS-LINE
    STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2) " "
           WS-NOW(9:2) ":" WS-NOW(11:2) ":" WS-NOW(13:2) ","
           FUNCTION TRIM(WS-NUM1) "," FUNCTION TRIM(WS-NUM2) ","
           FUNCTION TRIM(WS-NUM3) "," FUNCTION TRIM(WS-NUM4) ","
           FUNCTION TRIM(WS-NUM5) "," FUNCTION TRIM(WS-NUM6) ","
           FUNCTION TRIM(WS-NUM7)
        DELIMITED BY SIZE INTO METRICS-LINE
    WRITE METRICS-LINE
    CLOSE METRICS-FILE
