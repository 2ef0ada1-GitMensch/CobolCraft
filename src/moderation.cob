*> Playerlist-Update rewriter (so HandleLoginStart's Banlist-Check refuses their
*> next login immediately) and, if they're connected right now, send the
*> play-state Disconnect with the reason and mark their connection for
*> ServiceClient's normal DisconnectClient cleanup. Shared by /ban, the
*> console/RCON "ban" and the escalation rules behind /warn. LK-MINUTES > 0
*> makes it a timed ban (Tempban-Set records when it ends); 0 is permanent and
*> clears any earlier end time. Each new ban goes on the player's infraction
*> record under LK-ISSUER.
IDENTIFICATION DIVISION.
PROGRAM-ID. Moderation-Ban.

WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-MESSAGE-ARGS.
    01 WS-FILENAME              PIC X(32) VALUE "banned-players.json".
    01 WS-ACTION                BINARY-CHAR UNSIGNED VALUE 1.
    01 WS-CHANGED               BINARY-CHAR UNSIGNED.
    01 WS-REASON                PIC X(64).
    01 WS-REASON-LEN            BINARY-LONG UNSIGNED.
    01 WS-WEBHOOK-EVENT         PIC X(32).
    01 WS-KIND                  PIC X(8) VALUE "ban".
    01 WS-DETAIL                PIC X(64).
    01 WS-MINUTES-TEXT          PIC -(9)9.
LINKAGE SECTION.
    01 LK-NAME                   PIC X(16).
    01 LK-MINUTES                BINARY-LONG.
    01 LK-ISSUER                 PIC X(16).
    01 LK-RESULT                 PIC X(64).

PROCEDURE DIVISION USING LK-NAME LK-MINUTES LK-ISSUER LK-RESULT.
    MOVE SPACES TO LK-RESULT
    CALL "Playerlist-Update" USING WS-FILENAME LK-NAME WS-ACTION WS-CHANGED

    *> A timed ban never shortens one already in force; a permanent ban always
    *> wins over an earlier end time.
    IF WS-CHANGED = 1 OR LK-MINUTES <= 0
        CALL "Tempban-Set" USING LK-NAME LK-MINUTES
    END-IF
    MOVE LK-MINUTES TO WS-MINUTES-TEXT

    *> Kick the target if they're online, whether or not the file changed -- the
    *> name may already have been on the list while its owner was still connected.
    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(WS-SCAN-ID) = 1 AND CLIENT-STATE(WS-SCAN-ID) = CLIENT-STATE-PLAY
                AND FUNCTION TRIM(CLIENT-USERNAME(WS-SCAN-ID)) = FUNCTION TRIM(LK-NAME)
            MOVE SPACES TO MESSAGE-ARGS
            IF LK-MINUTES > 0 AND WS-CHANGED = 1
                MOVE WS-MINUTES-TEXT TO MESSAGE-ARG(1)
                CALL "Message-TextFor" USING WS-SCAN-ID "kick.banned-minutes" MESSAGE-ARGS
                    WS-REASON WS-REASON-LEN
            ELSE
                CALL "Message-TextFor" USING WS-SCAN-ID "kick.banned" MESSAGE-ARGS
                    WS-REASON WS-REASON-LEN
            END-IF
            CALL "SendPacket-Disconnect" USING WS-SCAN-ID WS-REASON WS-REASON-LEN
            MOVE CLIENT-STATE-DISCONNECT TO CLIENT-STATE(WS-SCAN-ID)
        END-IF
    END-PERFORM

    IF WS-CHANGED = 1
        MOVE SPACES TO WS-DETAIL
        IF LK-MINUTES > 0
            MOVE SPACES TO MESSAGE-ARGS
            MOVE LK-NAME TO MESSAGE-ARG(1)
            MOVE WS-MINUTES-TEXT TO MESSAGE-ARG(2)
            CALL "Message-Text" USING "moderation.banned-minutes" MESSAGE-ARGS LK-RESULT
            STRING "for " FUNCTION TRIM(WS-MINUTES-TEXT) " minutes"
                DELIMITED BY SIZE INTO WS-DETAIL
        ELSE
            MOVE SPACES TO MESSAGE-ARGS
            MOVE LK-NAME TO MESSAGE-ARG(1)
            CALL "Message-Text" USING "moderation.banned" MESSAGE-ARGS LK-RESULT
            MOVE "permanent" TO WS-DETAIL
        END-IF
        CALL "Infraction-Record" USING LK-NAME WS-KIND LK-ISSUER WS-DETAIL
    ELSE
        MOVE SPACES TO MESSAGE-ARGS
        MOVE LK-NAME TO MESSAGE-ARG(1)
        CALL "Message-Text" USING "moderation.already-banned" MESSAGE-ARGS LK-RESULT
    END-IF
    MOVE "ban" TO WS-WEBHOOK-EVENT
    CALL "Webhook-Notify" USING WS-WEBHOOK-EVENT LK-NAME

*> --- Moderation-Pardon ---
*> The reverse of Moderation-Ban: drop the name from banned-players.json so their
*> next login passes Banlist-Check again, along with any timed-ban end time.
IDENTIFICATION DIVISION.
PROGRAM-ID. Moderation-Pardon.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-MESSAGE-ARGS.
    01 WS-FILENAME              PIC X(32) VALUE "banned-players.json".
    01 WS-ACTION                BINARY-CHAR UNSIGNED VALUE 2.
    01 WS-CHANGED               BINARY-CHAR UNSIGNED.
    01 WS-ZERO-MINUTES          BINARY-LONG VALUE 0.
LINKAGE SECTION.
    01 LK-NAME                   PIC X(16).
    01 LK-RESULT                 PIC X(64).
PROCEDURE DIVISION USING LK-NAME LK-RESULT.
    MOVE SPACES TO LK-RESULT
    CALL "Playerlist-Update" USING WS-FILENAME LK-NAME WS-ACTION WS-CHANGED
    CALL "Tempban-Set" USING LK-NAME WS-ZERO-MINUTES
    IF WS-CHANGED = 1
        MOVE SPACES TO MESSAGE-ARGS
        MOVE LK-NAME TO MESSAGE-ARG(1)
        CALL "Message-Text" USING "moderation.pardoned" MESSAGE-ARGS LK-RESULT
    ELSE
        MOVE SPACES TO MESSAGE-ARGS
        MOVE LK-NAME TO MESSAGE-ARG(1)
        CALL "Message-Text" USING "moderation.not-banned" MESSAGE-ARGS LK-RESULT
    END-IF
    GOBACK.


DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-MESSAGE-ARGS.
    01 WS-FILENAME              PIC X(32) VALUE "whitelist.json".
    01 WS-ACTION                BINARY-CHAR UNSIGNED.
    01 WS-CHANGED               BINARY-CHAR UNSIGNED.
        WHEN "remove"
            MOVE 2 TO WS-ACTION
        WHEN OTHER
            CALL "Message-Text" USING "moderation.whitelist.usage" MESSAGE-ARGS LK-RESULT
            COMPUTE LK-RESULT-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(LK-RESULT))
            GOBACK
    END-EVALUATE

    IF LK-NAME = SPACES
        CALL "Message-Text" USING "moderation.whitelist.usage" MESSAGE-ARGS LK-RESULT
        COMPUTE LK-RESULT-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(LK-RESULT))
        GOBACK
    END-IF
    CALL "Playerlist-Update" USING WS-FILENAME LK-NAME WS-ACTION WS-CHANGED
    IF WS-CHANGED = 1
        IF WS-ACTION = 1
            MOVE SPACES TO MESSAGE-ARGS
            MOVE LK-NAME TO MESSAGE-ARG(1)
            CALL "Message-Text" USING "moderation.whitelist.added" MESSAGE-ARGS LK-RESULT
        ELSE
            MOVE SPACES TO MESSAGE-ARGS
            MOVE LK-NAME TO MESSAGE-ARG(1)
            CALL "Message-Text" USING "moderation.whitelist.removed" MESSAGE-ARGS LK-RESULT
        END-IF
    ELSE
        CALL "Message-Text" USING "moderation.whitelist.unchanged" MESSAGE-ARGS LK-RESULT
    END-IF
    COMPUTE LK-RESULT-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(LK-RESULT))
    GOBACK.
WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-MESSAGE-ARGS.
    01 WS-ACTION                BINARY-CHAR UNSIGNED VALUE 1.
    01 WS-CHANGED               BINARY-CHAR UNSIGNED.
    01 WS-ADDRESS               PIC X(46).
    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(WS-SCAN-ID) = 1 AND CLIENT-STATE(WS-SCAN-ID) = CLIENT-STATE-PLAY
                AND FUNCTION TRIM(CLIENT-ADDRESS(WS-SCAN-ID)) = FUNCTION TRIM(WS-ADDRESS)
            CALL "Message-TextFor" USING WS-SCAN-ID "kick.ip-banned" MESSAGE-ARGS
                WS-REASON WS-REASON-LEN
            CALL "SendPacket-Disconnect" USING WS-SCAN-ID WS-REASON WS-REASON-LEN
            MOVE CLIENT-STATE-DISCONNECT TO CLIENT-STATE(WS-SCAN-ID)
        END-IF
    END-PERFORM

    IF WS-CHANGED = 1
        MOVE SPACES TO MESSAGE-ARGS
        MOVE WS-ADDRESS TO MESSAGE-ARG(1)
        CALL "Message-Text" USING "moderation.ip-banned" MESSAGE-ARGS LK-RESULT
    ELSE
        MOVE SPACES TO MESSAGE-ARGS
        MOVE WS-ADDRESS TO MESSAGE-ARG(1)
        CALL "Message-Text" USING "moderation.already-banned" MESSAGE-ARGS LK-RESULT
    END-IF
    GOBACK.


DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-MESSAGE-ARGS.
    01 WS-ACTION                BINARY-CHAR UNSIGNED VALUE 2.
    01 WS-CHANGED               BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    MOVE SPACES TO LK-RESULT
    CALL "Ipban-Update" USING LK-TARGET WS-ACTION WS-CHANGED
    IF WS-CHANGED = 1
        MOVE SPACES TO MESSAGE-ARGS
        MOVE LK-TARGET TO MESSAGE-ARG(1)
        CALL "Message-Text" USING "moderation.ip-pardoned" MESSAGE-ARGS LK-RESULT
    ELSE
        MOVE SPACES TO MESSAGE-ARGS
        MOVE LK-TARGET TO MESSAGE-ARG(1)
        CALL "Message-Text" USING "moderation.not-banned" MESSAGE-ARGS LK-RESULT
    END-IF
    GOBACK.

*> a play-state Disconnect carrying the reason, and their connection is marked so
*> ServiceClient's next pass runs the normal DisconnectClient cleanup --
*> Player-Save and Container-CloseForPlayer included, exactly as a voluntary
*> quit. Shared by /kick, the console/RCON "kick" and the escalation rules
*> behind /warn; a kick that lands goes on the player's infraction record under
*> LK-ISSUER.
IDENTIFICATION DIVISION.
PROGRAM-ID. Moderation-Kick.

WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-MESSAGE-ARGS.
    01 WS-SCAN-ID               BINARY-LONG UNSIGNED.
    01 WS-REASON                PIC X(64).
    01 WS-REASON-LEN            BINARY-LONG UNSIGNED.
    01 WS-FOUND                 BINARY-CHAR UNSIGNED.
    01 WS-WEBHOOK-EVENT         PIC X(32).
    01 WS-KIND                  PIC X(8) VALUE "kick".
LINKAGE SECTION.
    01 LK-NAME                   PIC X(16).
    01 LK-REASON                 PIC X(64).
    01 LK-ISSUER                 PIC X(16).
    01 LK-RESULT                 PIC X(64).

PROCEDURE DIVISION USING LK-NAME LK-REASON LK-ISSUER LK-RESULT.
    MOVE SPACES TO LK-RESULT
    MOVE LK-REASON TO WS-REASON
    COMPUTE WS-REASON-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-REASON))

    MOVE 0 TO WS-FOUND
    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(WS-SCAN-ID) = 1 AND CLIENT-STATE(WS-SCAN-ID) = CLIENT-STATE-PLAY
                AND FUNCTION TRIM(CLIENT-USERNAME(WS-SCAN-ID)) = FUNCTION TRIM(LK-NAME)
            *> With no reason given the target is told, in their own language,
            *> that an operator did it.
            IF LK-REASON = SPACES
                MOVE SPACES TO MESSAGE-ARGS
                CALL "Message-TextFor" USING WS-SCAN-ID "kick.by-operator" MESSAGE-ARGS
                    WS-REASON WS-REASON-LEN
            END-IF
            CALL "SendPacket-Disconnect" USING WS-SCAN-ID WS-REASON WS-REASON-LEN
            MOVE CLIENT-STATE-DISCONNECT TO CLIENT-STATE(WS-SCAN-ID)
            MOVE 1 TO WS-FOUND
    END-PERFORM

    IF WS-FOUND = 1
        MOVE SPACES TO MESSAGE-ARGS
        MOVE LK-NAME TO MESSAGE-ARG(1)
        CALL "Message-Text" USING "moderation.kicked" MESSAGE-ARGS LK-RESULT
        CALL "Infraction-Record" USING LK-NAME WS-KIND LK-ISSUER WS-REASON
        MOVE "kick" TO WS-WEBHOOK-EVENT
        CALL "Webhook-Notify" USING WS-WEBHOOK-EVENT LK-NAME
    ELSE
        MOVE SPACES TO MESSAGE-ARGS
        MOVE LK-NAME TO MESSAGE-ARG(1)
        CALL "Message-Text" USING "moderation.not-online" MESSAGE-ARGS LK-RESULT
    END-IF
    GOBACK.

    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-PLAYERS.
    COPY DD-MESSAGE-ARGS.
    01 MAX-STACK-SIZE           BINARY-CHAR UNSIGNED VALUE 64.
    01 WS-ITEM-REGISTRY-INDEX   BINARY-LONG UNSIGNED VALUE 0.
    01 WS-REGISTRY-LENGTH       BINARY-LONG UNSIGNED.

    PERFORM LookupItemId
    IF WS-ITEM-ID = 0
        MOVE SPACES TO MESSAGE-ARGS
        MOVE WS-FULL-NAME TO MESSAGE-ARG(1)
        CALL "Message-Text" USING "moderation.give.unknown-item" MESSAGE-ARGS LK-RESULT
        GOBACK
    END-IF

        END-IF
    END-PERFORM
    IF WS-TARGET-CLIENT = 0
        MOVE SPACES TO MESSAGE-ARGS
        MOVE LK-TARGET TO MESSAGE-ARG(1)
        CALL "Message-Text" USING "moderation.not-online" MESSAGE-ARGS LK-RESULT
        GOBACK
    END-IF
    MOVE CLIENT-PLAYER(WS-TARGET-CLIENT) TO WS-TARGET-PLAYER
        PLAYER-INVENTORY(WS-TARGET-PLAYER) PLAYER-MOUSE-ITEM(WS-TARGET-PLAYER)

    IF WS-REMAINING = 0
        MOVE SPACES TO MESSAGE-ARGS
        MOVE LK-TARGET TO MESSAGE-ARG(1)
        CALL "Message-Text" USING "moderation.give.done" MESSAGE-ARGS LK-RESULT
    ELSE
        MOVE SPACES TO MESSAGE-ARGS
        CALL "Message-Text" USING "moderation.give.partial" MESSAGE-ARGS LK-RESULT
    END-IF
    GOBACK.

