WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-CONTAINERS.
    COPY DD-PLAYERS.
    COPY DD-TICK-STATS.
    01 WS-CMD-NAME           PIC X(32).
    01 WS-LIST-RESULT-LEN    BINARY-LONG UNSIGNED.
    01 WS-TARGET-ADDRESS     PIC X(46).
    01 WS-KICK-TEXT          PIC X(64).
    *> who the infraction record names for actions taken from here
    01 WS-ISSUER             PIC X(16) VALUE "console".
    01 WS-BAN-MINUTES        BINARY-LONG VALUE 0.
    *> the console is no player, and may force-load anywhere
    01 WS-CONSOLE-PLAYER     BINARY-LONG UNSIGNED VALUE 0.
    01 WS-CONSOLE-PRIVILEGED BINARY-CHAR UNSIGNED VALUE 1.
    *> no chat line to send to either: the entity report comes back whole
    01 WS-CONSOLE-CLIENT     BINARY-LONG UNSIGNED VALUE 0.
    *> list / save-all / say / tps scratch
    01 WS-SCAN-ID            BINARY-LONG UNSIGNED.
    01 WS-ONLINE-COUNT       BINARY-LONG UNSIGNED.
    01 WS-NUM3               PIC -(10)9.
    01 WS-NUM4               PIC -(10)9.
    01 WS-RESTART-MINUTES    BINARY-LONG.
    01 WS-RETENTION-PLAN     BINARY-CHAR UNSIGNED.
    01 WS-RETENTION-FAILED   BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-COMMAND            PIC X ANY LENGTH.
    01 LK-RESPONSE           PIC X ANY LENGTH.
                MOVE "Usage: ban <player>" TO LK-RESPONSE
            ELSE
                MOVE WS-ARG1 TO WS-TARGET-NAME
                CALL "Moderation-Ban" USING WS-TARGET-NAME WS-BAN-MINUTES WS-ISSUER WS-OP-RESULT
                MOVE WS-OP-RESULT TO LK-RESPONSE
            END-IF
        WHEN "pardon"
            ELSE
                MOVE WS-ARG1 TO WS-TARGET-NAME
                PERFORM PeelKickReason
                CALL "Moderation-Kick" USING WS-TARGET-NAME WS-KICK-TEXT WS-ISSUER
                    WS-OP-RESULT
                MOVE WS-OP-RESULT TO LK-RESPONSE
            END-IF
        WHEN "seen"
            MOVE WS-ARG1 TO WS-TARGET-NAME
            CALL "Sessions-Seen" USING WS-TARGET-NAME WS-LIST-RESULT
            MOVE WS-LIST-RESULT TO LK-RESPONSE
        WHEN "backup"
            CALL "Backup-Run" USING LK-RESPONSE LK-RESPONSE-LENGTH
            GOBACK
        WHEN "retention"
            PERFORM RunRetention
            GOBACK
        WHEN "enderchest"
            CALL "EnderChest-Command" USING LK-COMMAND LK-RESPONSE LK-RESPONSE-LENGTH
            GOBACK
        WHEN "scoreboard"
            CALL "Scoreboard-Command" USING LK-COMMAND LK-RESPONSE LK-RESPONSE-LENGTH
            GOBACK
        WHEN "forceload"
            CALL "ForceLoad-Command" USING WS-CONSOLE-PLAYER WS-CONSOLE-PRIVILEGED LK-COMMAND
                LK-RESPONSE LK-RESPONSE-LENGTH
            GOBACK
        WHEN "restart"
            MOVE 5 TO WS-RESTART-MINUTES
            IF WS-ARG1 NOT = SPACES AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ARG1)) = 0
        WHEN "reload"
            CALL "Admin-Reload" USING LK-RESPONSE LK-RESPONSE-LENGTH
            GOBACK
        WHEN "maintenance"
            CALL "Maintenance-Command" USING LK-COMMAND LK-RESPONSE LK-RESPONSE-LENGTH
            GOBACK
        WHEN "entities"
            CALL "EntityReport-Command" USING WS-CONSOLE-CLIENT LK-COMMAND LK-RESPONSE
                LK-RESPONSE-LENGTH
            GOBACK
        WHEN "clearentities"
            CALL "EntityCleanup-Command" USING WS-CONSOLE-PLAYER LK-COMMAND LK-RESPONSE
                LK-RESPONSE-LENGTH
            GOBACK
        WHEN "list"
            PERFORM ListPlayers
        WHEN "save-all"
    EXIT PARAGRAPH.

*> The same flush GracefulShutdown performs, minus the shutdown: every dirty
*> chunk, every logged-in player, the world metadata, the signs, the chunk
*> activity counts, the pending redstone work and every live container.
SaveAll.
    *> Staged and committed as one set -- see SaveJournal-Commit.
    CALL "SaveJournal-Begin"
    CALL "World-SaveDirtyChunks"
    CALL "World-MetaSave"
    CALL "Signs-Save"
    CALL "ChunkActivity-Save"
    CALL "Redstone-Save"
    CALL "Scoreboard-Save"
    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-CONTAINER-ENTRIES
        IF CONTAINER-PRESENT(WS-SCAN-ID) = 1
            CALL "Container-SaveContents" USING WS-SCAN-ID
        END-IF
    END-PERFORM
    MOVE 0 TO WS-ONLINE-COUNT
    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(WS-SCAN-ID) = 1 AND CLIENT-LOGIN-COMPLETE(WS-SCAN-ID) = 1
            ADD 1 TO WS-ONLINE-COUNT
        END-IF
    END-PERFORM
    CALL "SaveJournal-Commit"
    MOVE WS-ONLINE-COUNT TO WS-COUNT-TEXT
    STRING "Saved the world and " FUNCTION TRIM(WS-COUNT-TEXT) " players"
        DELIMITED BY SIZE INTO LK-RESPONSE
    EXIT PARAGRAPH.

*> "retention" applies retention.conf; "retention plan" only lists what it
*> would do. The count of failed steps is in the response and the manifest.
RunRetention.
    MOVE 0 TO WS-RETENTION-PLAN
    IF WS-ARG1 = "plan"
        MOVE 1 TO WS-RETENTION-PLAN
    END-IF
    CALL "Retention-Run" USING WS-RETENTION-PLAN WS-RETENTION-FAILED
        LK-RESPONSE LK-RESPONSE-LENGTH
    EXIT PARAGRAPH.

BroadcastSay.
    MOVE SPACES TO WS-SAY-LINE
    STRING "[Server] " LK-COMMAND(5:WS-COMMAND-LEN - 4)
