*> Snapshot the whole save estate into a timestamped generation under
*> backups/: a consistent save-all flush first (the same passes the console's
*> save-all runs), then a copy of every region file, player save (both
*> generations), container file, and the world/sign/hopper/claim/forceload/
*> mute/scoreboard/chunk-activity state, via the runtime's Dir-FindFirst/Dir-FindNext walk and
*> CBL_COPY_FILE.
*> Old generations beyond the configured keep-count are pruned, oldest first
*> -- generation names are timestamps, so lexical order is age order.
*> Run from the console/RCON "backup" command or a schedule.conf entry; the

WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-CONTAINERS.
    COPY DD-PLAYERS.
    COPY DD-SERVER-PROPERTIES.
    01 WS-NOW                   PIC X(21).
    01 LK-RESPONSE-LENGTH       BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-RESPONSE LK-RESPONSE-LENGTH.
    *> Flush first, so the snapshot is of a consistent moment -- staged and
    *> committed as one set, so the live files are too.
    CALL "SaveJournal-Begin"
    CALL "World-SaveDirtyChunks"
    CALL "World-MetaSave"
    CALL "Signs-Save"
    CALL "Hoppers-Save"
    CALL "Claims-Save"
    CALL "ChunkActivity-Save"
    CALL "Redstone-Save"
    CALL "Scoreboard-Save"
    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-CONTAINER-ENTRIES
        IF CONTAINER-PRESENT(WS-SCAN-ID) = 1
            CALL "Container-SaveContents" USING WS-SCAN-ID
        END-IF
    END-PERFORM
    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(WS-SCAN-ID) = 1 AND CLIENT-LOGIN-COMPLETE(WS-SCAN-ID) = 1
            MOVE CLIENT-VIEW-DISTANCE(WS-SCAN-ID)
            CALL "Player-Save" USING CLIENT-PLAYER(WS-SCAN-ID)
        END-IF
    END-PERFORM
    CALL "SaveJournal-Commit"

    MOVE FUNCTION CURRENT-DATE TO WS-NOW
    MOVE WS-NOW(1:14) TO WS-GENERATION
    PERFORM CopyOneFile
    MOVE "claims.dat" TO WS-SOURCE-NAME
    PERFORM CopyOneFile
    MOVE "forceload.dat" TO WS-SOURCE-NAME
    PERFORM CopyOneFile
    MOVE "redstone.dat" TO WS-SOURCE-NAME
    PERFORM CopyOneFile
    MOVE "mutes.dat" TO WS-SOURCE-NAME
    PERFORM CopyOneFile
    MOVE "scoreboard.dat" TO WS-SOURCE-NAME
    PERFORM CopyOneFile
    MOVE "chunk-activity.dat" TO WS-SOURCE-NAME
    PERFORM CopyOneFile

    *> The generation's marker goes down last, once its files are all in
    *> place -- rotation only ever counts complete generations.
