    COPY DD-WORLD-META.
    COPY DD-WORLD.
    COPY DD-GAMERULES.
    COPY DD-BLOCK-HISTORY.
    COPY DD-MESSAGE-ARGS.

    01 WS-PLAYER-ID          BINARY-LONG UNSIGNED.
    01 WS-SCAN-ID            BINARY-LONG UNSIGNED.
    01 WS-MUTE-MINUTES       BINARY-LONG.
    01 WS-MUTED              BINARY-CHAR UNSIGNED.
    01 WS-TP-KIND            BINARY-CHAR UNSIGNED.
    01 WS-ECO-ACTION         BINARY-CHAR UNSIGNED.
    01 WS-BAN-MINUTES        BINARY-LONG VALUE 0.
LINKAGE SECTION.
    01 LK-CLIENT             BINARY-LONG UNSIGNED.
    01 LK-MESSAGE            PIC X ANY LENGTH.
            PERFORM CommandMsg
        WHEN "r"
            PERFORM CommandReply
        WHEN "inspect"
            PERFORM CommandInspect
        WHEN "balance"
            MOVE 1 TO WS-ECO-ACTION
            PERFORM CommandAccounts
        WHEN "pay"
            MOVE 2 TO WS-ECO-ACTION
            PERFORM CommandAccounts
        WHEN "eco"
            MOVE 3 TO WS-ECO-ACTION
            PERFORM CommandAccounts
        WHEN "auction"
            PERFORM CommandAuction
        WHEN "warn"
            PERFORM CommandWarn
        WHEN "history"
            PERFORM CommandHistory
        WHEN "report"
            PERFORM CommandReport
        WHEN "tickets"
            PERFORM CommandTickets
        WHEN "mail"
            PERFORM CommandMail
        WHEN "seen"
            PERFORM CommandSeen
        WHEN "scoreboard"
            PERFORM CommandScoreboard
        WHEN "forceload"
            PERFORM CommandForceLoad
        WHEN "fill" WHEN "replace" WHEN "clone" WHEN "undo"
            PERFORM CommandAreaEdit
        WHEN "entities"
            PERFORM CommandEntities
        WHEN "clearentities"
            PERFORM CommandClearEntities
        WHEN OTHER
            CALL "Message-Text" USING "command.unknown" MESSAGE-ARGS WS-REPLY
            PERFORM SendReply
    END-EVALUATE

    END-IF

    IF WS-ARG1 = SPACES OR WS-ARG2 = SPACES OR WS-ARG3 = SPACES
        CALL "Message-Text" USING "command.tp.usage" MESSAGE-ARGS WS-REPLY
        PERFORM SendReply
        EXIT SECTION
    END-IF
    IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ARG1)) NOT = 0
            OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ARG2)) NOT = 0
            OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ARG3)) NOT = 0
        CALL "Message-Text" USING "command.tp.usage" MESSAGE-ARGS WS-REPLY
        PERFORM SendReply
        EXIT SECTION
    END-IF
    CALL "SendPacket-SynchronizePosition" USING LK-CLIENT PLAYER-X(WS-PLAYER-ID)
        PLAYER-Y(WS-PLAYER-ID) PLAYER-Z(WS-PLAYER-ID) PLAYER-YAW(WS-PLAYER-ID) PLAYER-PITCH(WS-PLAYER-ID)

    CALL "Message-Text" USING "command.tp.done" MESSAGE-ARGS WS-REPLY
    PERFORM SendReply.

    EXIT SECTION.
        WHEN "spectator" WHEN "3"
            MOVE 3 TO PLAYER-GAMEMODE(WS-PLAYER-ID)
        WHEN OTHER
            CALL "Message-Text" USING "command.gamemode.usage" MESSAGE-ARGS WS-REPLY
            PERFORM SendReply
            EXIT SECTION
    END-EVALUATE

    CALL "SendPacket-GameEvent" USING LK-CLIENT PLAYER-GAMEMODE(WS-PLAYER-ID)

    CALL "Message-Text" USING "command.gamemode.done" MESSAGE-ARGS WS-REPLY
    PERFORM SendReply.

    EXIT SECTION.
    END-IF

    IF FUNCTION TRIM(WS-ARG1) NOT = "set"
        CALL "Message-Text" USING "command.time.usage" MESSAGE-ARGS WS-REPLY
        PERFORM SendReply
        EXIT SECTION
    END-IF
            MOVE 18000 TO WS-NEW-TIME
        WHEN OTHER
            IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ARG2)) NOT = 0
                CALL "Message-Text" USING "command.time.usage" MESSAGE-ARGS WS-REPLY
                PERFORM SendReply
                EXIT SECTION
            END-IF
            COMPUTE WS-NEW-TIME = FUNCTION NUMVAL(WS-ARG2)
            IF WS-NEW-TIME < 0 OR WS-NEW-TIME > 23999
                CALL "Message-Text" USING "command.time.range" MESSAGE-ARGS WS-REPLY
                PERFORM SendReply
                EXIT SECTION
            END-IF
        END-IF
    END-PERFORM

    CALL "Message-Text" USING "command.time.done" MESSAGE-ARGS WS-REPLY
    PERFORM SendReply.

    EXIT SECTION.
            CALL "Weather-SetRain" USING WS-FLAG-ON
            CALL "Weather-SetThunder" USING WS-FLAG-ON
        WHEN OTHER
            CALL "Message-Text" USING "command.weather.usage" MESSAGE-ARGS WS-REPLY
            PERFORM SendReply
            EXIT SECTION
    END-EVALUATE

    CALL "Message-Text" USING "command.weather.done" MESSAGE-ARGS WS-REPLY
    PERFORM SendReply.

    EXIT SECTION.
        EXIT SECTION
    END-IF
    IF WS-ARG1 = SPACES
        CALL "Message-Text" USING "command.op.usage" MESSAGE-ARGS WS-REPLY
        PERFORM SendReply
        EXIT SECTION
    END-IF
        EXIT SECTION
    END-IF
    IF WS-ARG1 = SPACES
        CALL "Message-Text" USING "command.ban.usage" MESSAGE-ARGS WS-REPLY
        PERFORM SendReply
        EXIT SECTION
    END-IF

    MOVE WS-ARG1 TO WS-TARGET-NAME
    CALL "Moderation-Ban" USING WS-TARGET-NAME WS-BAN-MINUTES CLIENT-USERNAME(LK-CLIENT)
        WS-OP-RESULT
    MOVE WS-OP-RESULT TO WS-REPLY
    PERFORM SendReply.

        EXIT SECTION
    END-IF
    IF WS-ARG1 = SPACES
        CALL "Message-Text" USING "command.pardon.usage" MESSAGE-ARGS WS-REPLY
        PERFORM SendReply
        EXIT SECTION
    END-IF
        EXIT SECTION
    END-IF
    IF WS-ARG1 = SPACES
        CALL "Message-Text" USING "command.ban-ip.usage" MESSAGE-ARGS WS-REPLY
        PERFORM SendReply
        EXIT SECTION
    END-IF
        EXIT SECTION
    END-IF
    IF WS-ARG1 = SPACES
        CALL "Message-Text" USING "command.pardon-ip.usage" MESSAGE-ARGS WS-REPLY
        PERFORM SendReply
        EXIT SECTION
    END-IF
        EXIT SECTION
    END-IF
    IF WS-ARG1 = SPACES
        CALL "Message-Text" USING "command.kick.usage" MESSAGE-ARGS WS-REPLY
        PERFORM SendReply
        EXIT SECTION
    END-IF
    IF WS-MSG-PTR <= 256
        MOVE WS-COMMAND-BODY(WS-MSG-PTR:) TO WS-KICK-TEXT
    END-IF
    CALL "Moderation-Kick" USING WS-TARGET-NAME WS-KICK-TEXT CLIENT-USERNAME(LK-CLIENT)
        WS-OP-RESULT
    MOVE WS-OP-RESULT TO WS-REPLY
    PERFORM SendReply.

        EXIT SECTION
    END-IF
    IF WS-ARG1 = SPACES OR WS-ARG2 = SPACES
        CALL "Message-Text" USING "command.give.usage" MESSAGE-ARGS WS-REPLY
        PERFORM SendReply
        EXIT SECTION
    END-IF
    MOVE 1 TO WS-GIVE-COUNT
    IF WS-ARG3 NOT = SPACES
        IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ARG3)) NOT = 0
            CALL "Message-Text" USING "command.give.usage" MESSAGE-ARGS WS-REPLY
            PERFORM SendReply
            EXIT SECTION
        END-IF
        WHEN SPACES
            MOVE 0 TO WS-RULE-SETTING
        WHEN OTHER
            CALL "Message-Text" USING "command.gamerule.usage" MESSAGE-ARGS WS-REPLY
            PERFORM SendReply
            EXIT SECTION
    END-EVALUATE
            END-IF
            MOVE GAMERULE-DO-WEATHER TO WS-RULE-VALUE
        WHEN OTHER
            CALL "Message-Text" USING "command.gamerule.rules" MESSAGE-ARGS WS-REPLY
            PERFORM SendReply
            EXIT SECTION
    END-EVALUATE
    IF WS-RULE-SETTING = 1
        CALL "World-MetaSave"
    END-IF
    MOVE SPACES TO MESSAGE-ARGS
    MOVE WS-ARG1 TO MESSAGE-ARG(1)
    IF WS-RULE-VALUE = 1
        CALL "Message-Text" USING "command.gamerule.true" MESSAGE-ARGS WS-REPLY
    ELSE
        CALL "Message-Text" USING "command.gamerule.false" MESSAGE-ARGS WS-REPLY
    END-IF
    PERFORM SendReply.

        WHEN "hard" WHEN "3"
            MOVE 3 TO WORLD-DIFFICULTY
        WHEN OTHER
            CALL "Message-Text" USING "command.difficulty.usage" MESSAGE-ARGS WS-REPLY
            PERFORM SendReply
            EXIT SECTION
    END-EVALUATE

    CALL "World-MetaSave"
    CALL "Message-Text" USING "command.difficulty.done" MESSAGE-ARGS WS-REPLY
    PERFORM SendReply.

    EXIT SECTION.
    *> somewhere else entirely -- refused like every other position-keyed
    *> state in the nether.
    IF PLAYER-DIMENSION(WS-PLAYER-ID) NOT = WORLD-DIM-OVERWORLD
        CALL "Message-Text" USING "command.sethome.nether" MESSAGE-ARGS WS-REPLY
        PERFORM SendReply
        EXIT SECTION
    END-IF
    COMPUTE PLAYER-HOME-X(WS-PLAYER-ID) = PLAYER-X(WS-PLAYER-ID)
    COMPUTE PLAYER-HOME-Y(WS-PLAYER-ID) = PLAYER-Y(WS-PLAYER-ID)
    COMPUTE PLAYER-HOME-Z(WS-PLAYER-ID) = PLAYER-Z(WS-PLAYER-ID)
    CALL "Message-Text" USING "command.sethome.done" MESSAGE-ARGS WS-REPLY
    PERFORM SendReply.

    EXIT SECTION.

CommandHome SECTION.
    IF PLAYER-HAS-HOME(WS-PLAYER-ID) = 0
        CALL "Message-Text" USING "command.home.none" MESSAGE-ARGS WS-REPLY
        PERFORM SendReply
        EXIT SECTION
    END-IF
    MOVE 1 TO WS-TP-KIND
    CALL "Player-TeleportRequest" USING WS-PLAYER-ID WS-TP-KIND
    CALL "Message-Text" USING "command.home.teleporting" MESSAGE-ARGS WS-REPLY
    PERFORM SendReply.

    EXIT SECTION.
CommandSpawn SECTION.
    MOVE 2 TO WS-TP-KIND
    CALL "Player-TeleportRequest" USING WS-PLAYER-ID WS-TP-KIND
    CALL "Message-Text" USING "command.spawn.teleporting" MESSAGE-ARGS WS-REPLY
    PERFORM SendReply.

    EXIT SECTION.
        EXIT SECTION
    END-IF
    IF WS-ARG1 = SPACES
        CALL "Message-Text" USING "command.mute.usage" MESSAGE-ARGS WS-REPLY
        PERFORM SendReply
        EXIT SECTION
    END-IF
    MOVE 0 TO WS-MUTE-MINUTES
    IF WS-ARG2 NOT = SPACES
        IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ARG2)) NOT = 0
            CALL "Message-Text" USING "command.mute.usage" MESSAGE-ARGS WS-REPLY
            PERFORM SendReply
            EXIT SECTION
        END-IF
        EXIT SECTION
    END-IF
    IF WS-ARG1 = SPACES
        CALL "Message-Text" USING "command.unmute.usage" MESSAGE-ARGS WS-REPLY
        PERFORM SendReply
        EXIT SECTION
    END-IF
    *> A mute covers whispers as well as public chat.
    CALL "Mute-Check" USING CLIENT-USERNAME(LK-CLIENT) WS-MUTED
    IF WS-MUTED = 1
        CALL "Message-Text" USING "chat.muted" MESSAGE-ARGS WS-REPLY
        PERFORM SendReply
        EXIT SECTION
    END-IF

    IF WS-MSG-SCRATCH = SPACES OR WS-MSG-PTR > 256
            OR WS-COMMAND-BODY(WS-MSG-PTR:) = SPACES
        CALL "Message-Text" USING "command.msg.usage" MESSAGE-ARGS WS-REPLY
        PERFORM SendReply
        EXIT SECTION
    END-IF
        END-IF
    END-PERFORM
    IF WS-MSG-TARGET = 0
        MOVE SPACES TO MESSAGE-ARGS
        MOVE WS-MSG-SCRATCH TO MESSAGE-ARG(1)
        CALL "Message-Text" USING "command.not-online" MESSAGE-ARGS WS-REPLY
        PERFORM SendReply
        EXIT SECTION
    END-IF
    *> A mute covers replies just like fresh whispers and public chat.
    CALL "Mute-Check" USING CLIENT-USERNAME(LK-CLIENT) WS-MUTED
    IF WS-MUTED = 1
        CALL "Message-Text" USING "chat.muted" MESSAGE-ARGS WS-REPLY
        PERFORM SendReply
        EXIT SECTION
    END-IF
    MOVE CLIENT-LAST-MSG-FROM(LK-CLIENT) TO WS-MSG-TARGET
    IF WS-MSG-TARGET = 0 OR CLIENT-PRESENT(WS-MSG-TARGET) = 0
            OR CLIENT-STATE(WS-MSG-TARGET) NOT = CLIENT-STATE-PLAY
        CALL "Message-Text" USING "command.r.nobody" MESSAGE-ARGS WS-REPLY
        PERFORM SendReply
        EXIT SECTION
    END-IF
    UNSTRING WS-COMMAND-BODY DELIMITED BY ALL SPACE
        INTO WS-MSG-SCRATCH WITH POINTER WS-MSG-PTR
    IF WS-MSG-PTR > 256 OR WS-COMMAND-BODY(WS-MSG-PTR:) = SPACES
        CALL "Message-Text" USING "command.r.usage" MESSAGE-ARGS WS-REPLY
        PERFORM SendReply
        EXIT SECTION
    END-IF
    *> Both halves of the exchange see the distinct whisper formatting, and only
    *> the two of them -- that's the point. The recipient's reply target is
    *> remembered as this sender's client index.
    *> Only the lead-in is catalog text, each side in its own language; the
    *> whisper itself follows verbatim.
    MOVE SPACES TO MESSAGE-ARGS
    MOVE CLIENT-USERNAME(WS-MSG-TARGET) TO MESSAGE-ARG(1)
    CALL "Message-TextFor" USING LK-CLIENT "chat.whisper.sent" MESSAGE-ARGS
        WS-MSG-LINE WS-MSG-LINE-LEN
    ADD 1 TO WS-MSG-LINE-LEN
    STRING " " FUNCTION TRIM(WS-MSG-TEXT)
        DELIMITED BY SIZE INTO WS-MSG-LINE WITH POINTER WS-MSG-LINE-LEN
    COMPUTE WS-MSG-LINE-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-MSG-LINE))
    CALL "SendPacket-SystemChat" USING LK-CLIENT WS-MSG-LINE WS-MSG-LINE-LEN

    MOVE CLIENT-USERNAME(LK-CLIENT) TO MESSAGE-ARG(1)
    CALL "Message-TextFor" USING WS-MSG-TARGET "chat.whisper.received" MESSAGE-ARGS
        WS-MSG-LINE WS-MSG-LINE-LEN
    ADD 1 TO WS-MSG-LINE-LEN
    STRING " " FUNCTION TRIM(WS-MSG-TEXT)
        DELIMITED BY SIZE INTO WS-MSG-LINE WITH POINTER WS-MSG-LINE-LEN
    COMPUTE WS-MSG-LINE-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-MSG-LINE))
    CALL "SendPacket-SystemChat" USING WS-MSG-TARGET WS-MSG-LINE WS-MSG-LINE-LEN


    EXIT SECTION.

CommandInspect SECTION.
    *> Toggles, or sets with on/off, the staff inspect mode RecvPacket-UseItemOn
    *> consults: while it is on, right-clicking a block lists its recorded
    *> changes instead of using or placing anything.
    PERFORM CheckPermission
    IF WS-ALLOWED = 0
        EXIT SECTION
    END-IF
    EVALUATE FUNCTION TRIM(WS-ARG1)
        WHEN "on"
            MOVE 1 TO HISTORY-INSPECT-ACTIVE(WS-PLAYER-ID)
        WHEN "off"
            MOVE 0 TO HISTORY-INSPECT-ACTIVE(WS-PLAYER-ID)
        WHEN SPACES
            IF HISTORY-INSPECT-ACTIVE(WS-PLAYER-ID) = 1
                MOVE 0 TO HISTORY-INSPECT-ACTIVE(WS-PLAYER-ID)
            ELSE
                MOVE 1 TO HISTORY-INSPECT-ACTIVE(WS-PLAYER-ID)
            END-IF
        WHEN OTHER
            CALL "Message-Text" USING "command.inspect.usage" MESSAGE-ARGS WS-REPLY
            PERFORM SendReply
            EXIT SECTION
    END-EVALUATE
    IF HISTORY-INSPECT-ACTIVE(WS-PLAYER-ID) = 1
        CALL "Message-Text" USING "command.inspect.on" MESSAGE-ARGS WS-REPLY
    ELSE
        CALL "Message-Text" USING "command.inspect.off" MESSAGE-ARGS WS-REPLY
    END-IF
    PERFORM SendReply.

    EXIT SECTION.

CommandAccounts SECTION.
    *> /balance and /pay are every player's; /eco mints and burns coins, so it
    *> goes through the permission gate.
    IF WS-ECO-ACTION = 3
        PERFORM CheckPermission
        IF WS-ALLOWED = 0
            EXIT SECTION
        END-IF
    END-IF
    CALL "Accounts-Command" USING WS-PLAYER-ID WS-ECO-ACTION WS-ARG1 WS-ARG2 WS-ARG3
        WS-CLAIM-RESULT
    MOVE WS-CLAIM-RESULT TO WS-REPLY
    PERFORM SendReply.

    EXIT SECTION.

CommandAuction SECTION.
    *> Every player may trade; /auction cancel's operator override is decided
    *> inside Auction-Command.
    CALL "Auction-Command" USING LK-CLIENT WS-PLAYER-ID WS-ARG1 WS-ARG2 WS-ARG3
        WS-CLAIM-RESULT
    MOVE WS-CLAIM-RESULT TO WS-REPLY
    PERFORM SendReply.

    EXIT SECTION.

CommandWarn SECTION.
    PERFORM CheckPermission
    IF WS-ALLOWED = 0
        EXIT SECTION
    END-IF
    IF WS-ARG1 = SPACES OR WS-ARG2 = SPACES
        CALL "Message-Text" USING "command.warn.usage" MESSAGE-ARGS WS-REPLY
        PERFORM SendReply
        EXIT SECTION
    END-IF
    MOVE WS-ARG1 TO WS-TARGET-NAME

    *> Free-text reason, peeled off the command body as CommandKick does.
    MOVE 1 TO WS-MSG-PTR
    MOVE SPACES TO WS-MSG-SCRATCH
    UNSTRING WS-COMMAND-BODY DELIMITED BY ALL SPACE
        INTO WS-MSG-SCRATCH WITH POINTER WS-MSG-PTR
    MOVE SPACES TO WS-MSG-SCRATCH
    UNSTRING WS-COMMAND-BODY DELIMITED BY ALL SPACE
        INTO WS-MSG-SCRATCH WITH POINTER WS-MSG-PTR
    MOVE SPACES TO WS-KICK-TEXT
    IF WS-MSG-PTR <= 256
        MOVE WS-COMMAND-BODY(WS-MSG-PTR:) TO WS-KICK-TEXT
    END-IF
    CALL "Infraction-Warn" USING WS-TARGET-NAME CLIENT-USERNAME(LK-CLIENT) WS-KICK-TEXT
        WS-CLAIM-RESULT
    MOVE WS-CLAIM-RESULT TO WS-REPLY
    PERFORM SendReply.

    EXIT SECTION.

CommandHistory SECTION.
    PERFORM CheckPermission
    IF WS-ALLOWED = 0
        EXIT SECTION
    END-IF
    IF WS-ARG1 = SPACES
        CALL "Message-Text" USING "command.history.usage" MESSAGE-ARGS WS-REPLY
        PERFORM SendReply
        EXIT SECTION
    END-IF
    MOVE WS-ARG1 TO WS-TARGET-NAME
    CALL "Infraction-History" USING LK-CLIENT WS-TARGET-NAME WS-CLAIM-RESULT
    MOVE WS-CLAIM-RESULT TO WS-REPLY
    PERFORM SendReply.

    EXIT SECTION.

CommandReport SECTION.
    *> Any player may ask for help; everything after the command word is the
    *> ticket text, with Tickets-Open deciding whether it names a player.
    MOVE 1 TO WS-MSG-PTR
    MOVE SPACES TO WS-MSG-SCRATCH
    UNSTRING WS-COMMAND-BODY DELIMITED BY ALL SPACE
        INTO WS-MSG-SCRATCH WITH POINTER WS-MSG-PTR
    MOVE SPACES TO WS-MSG-TEXT
    IF WS-MSG-PTR <= 256
        MOVE WS-COMMAND-BODY(WS-MSG-PTR:) TO WS-MSG-TEXT
    END-IF
    CALL "Tickets-Open" USING LK-CLIENT WS-MSG-TEXT WS-CLAIM-RESULT
    MOVE WS-CLAIM-RESULT TO WS-REPLY
    PERFORM SendReply.

    EXIT SECTION.

CommandTickets SECTION.
    PERFORM CheckPermission
    IF WS-ALLOWED = 0
        EXIT SECTION
    END-IF

    *> The close resolution is free text after "/tickets close <n>".
    MOVE 1 TO WS-MSG-PTR
    PERFORM 3 TIMES
        MOVE SPACES TO WS-MSG-SCRATCH
        UNSTRING WS-COMMAND-BODY DELIMITED BY ALL SPACE
            INTO WS-MSG-SCRATCH WITH POINTER WS-MSG-PTR
    END-PERFORM
    MOVE SPACES TO WS-MSG-TEXT
    IF WS-MSG-PTR <= 256
        MOVE WS-COMMAND-BODY(WS-MSG-PTR:) TO WS-MSG-TEXT
    END-IF
    CALL "Tickets-Command" USING LK-CLIENT WS-ARG1 WS-ARG2 WS-MSG-TEXT WS-CLAIM-RESULT
    MOVE WS-CLAIM-RESULT TO WS-REPLY
    PERFORM SendReply.

    EXIT SECTION.

CommandMail SECTION.
    *> Every player has a mailbox; only mailing everyone at once needs the
    *> "mail-all" permission.
    IF FUNCTION TRIM(WS-ARG1) = "all"
        MOVE "mail-all" TO WS-CMD-NAME
        PERFORM CheckPermission
        IF WS-ALLOWED = 0
            EXIT SECTION
        END-IF
    END-IF
    IF FUNCTION TRIM(WS-ARG1) = "send" OR FUNCTION TRIM(WS-ARG1) = "all"
        *> A mute covers letters as well as chat and whispers.
        CALL "Mute-Check" USING CLIENT-USERNAME(LK-CLIENT) WS-MUTED
        IF WS-MUTED = 1
            CALL "Message-Text" USING "chat.muted" MESSAGE-ARGS WS-REPLY
            PERFORM SendReply
            EXIT SECTION
        END-IF
    END-IF

    *> The letter is free text: after "/mail send <player>" or "/mail all".
    MOVE 1 TO WS-MSG-PTR
    PERFORM 2 TIMES
        MOVE SPACES TO WS-MSG-SCRATCH
        UNSTRING WS-COMMAND-BODY DELIMITED BY ALL SPACE
            INTO WS-MSG-SCRATCH WITH POINTER WS-MSG-PTR
    END-PERFORM
    IF FUNCTION TRIM(WS-ARG1) = "send"
        MOVE SPACES TO WS-MSG-SCRATCH
        UNSTRING WS-COMMAND-BODY DELIMITED BY ALL SPACE
            INTO WS-MSG-SCRATCH WITH POINTER WS-MSG-PTR
    END-IF
    MOVE SPACES TO WS-MSG-TEXT
    IF WS-MSG-PTR <= 256
        MOVE WS-COMMAND-BODY(WS-MSG-PTR:) TO WS-MSG-TEXT
    END-IF
    CALL "Mail-Command" USING LK-CLIENT WS-ARG1 WS-ARG2 WS-MSG-TEXT WS-CLAIM-RESULT
    MOVE WS-CLAIM-RESULT TO WS-REPLY
    PERFORM SendReply.

    EXIT SECTION.

CommandSeen SECTION.
    PERFORM CheckPermission
    IF WS-ALLOWED = 0
        EXIT SECTION
    END-IF
    IF WS-ARG1 = SPACES
        CALL "Message-Text" USING "command.seen.usage" MESSAGE-ARGS WS-REPLY
        PERFORM SendReply
        EXIT SECTION
    END-IF
    MOVE WS-ARG1 TO WS-TARGET-NAME
    *> The answer runs longer than WS-REPLY holds; only its head is audited.
    CALL "Sessions-Seen" USING WS-TARGET-NAME WS-LIST-RESULT
    COMPUTE WS-LIST-RESULT-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-LIST-RESULT))
    CALL "SendPacket-SystemChat" USING LK-CLIENT WS-LIST-RESULT WS-LIST-RESULT-LEN
    MOVE WS-LIST-RESULT TO WS-REPLY.

    EXIT SECTION.

CommandScoreboard SECTION.
    PERFORM CheckPermission
    IF WS-ALLOWED = 0
        EXIT SECTION
    END-IF
    *> Same command line the console takes, minus the slash.
    CALL "Scoreboard-Command" USING WS-COMMAND-BODY WS-LIST-RESULT WS-LIST-RESULT-LEN
    CALL "SendPacket-SystemChat" USING LK-CLIENT WS-LIST-RESULT WS-LIST-RESULT-LEN
    MOVE WS-LIST-RESULT TO WS-REPLY.

    EXIT SECTION.

CommandForceLoad SECTION.
    *> No refusal here: a claim owner may force-load inside their own claims,
    *> so the grant only decides whether the chunk may be anywhere.
    MOVE 1 TO WS-ALLOWED
    IF PLAYER-OP(WS-PLAYER-ID) = 0
        CALL "Groups-Check" USING PLAYER-USERNAME(WS-PLAYER-ID) WS-CMD-NAME WS-ALLOWED
    END-IF
    CALL "ForceLoad-Command" USING WS-PLAYER-ID WS-ALLOWED WS-COMMAND-BODY
        WS-LIST-RESULT WS-LIST-RESULT-LEN
    CALL "SendPacket-SystemChat" USING LK-CLIENT WS-LIST-RESULT WS-LIST-RESULT-LEN
    MOVE WS-LIST-RESULT TO WS-REPLY.

    EXIT SECTION.

CommandAreaEdit SECTION.
    PERFORM CheckPermission
    IF WS-ALLOWED = 0
        EXIT SECTION
    END-IF
    CALL "AreaEdit-Command" USING LK-CLIENT WS-PLAYER-ID WS-COMMAND-BODY
        WS-LIST-RESULT WS-LIST-RESULT-LEN
    CALL "SendPacket-SystemChat" USING LK-CLIENT WS-LIST-RESULT WS-LIST-RESULT-LEN
    MOVE WS-LIST-RESULT TO WS-REPLY.

    EXIT SECTION.

CommandEntities SECTION.
    PERFORM CheckPermission
    IF WS-ALLOWED = 0
        EXIT SECTION
    END-IF
    *> The report is sent to the player a line at a time.
    CALL "EntityReport-Command" USING LK-CLIENT WS-COMMAND-BODY
        WS-LIST-RESULT WS-LIST-RESULT-LEN
    MOVE WS-LIST-RESULT TO WS-REPLY.

    EXIT SECTION.

CommandClearEntities SECTION.
    PERFORM CheckPermission
    IF WS-ALLOWED = 0
        EXIT SECTION
    END-IF
    CALL "EntityCleanup-Command" USING WS-PLAYER-ID WS-COMMAND-BODY
        WS-LIST-RESULT WS-LIST-RESULT-LEN
    CALL "SendPacket-SystemChat" USING LK-CLIENT WS-LIST-RESULT WS-LIST-RESULT-LEN
    MOVE WS-LIST-RESULT TO WS-REPLY.

    EXIT SECTION.

CheckPermission SECTION.
    *> The one permission gate: operators may run anything; everyone else gets
    *> whatever their groups.conf group grants for this command word. Replaces
    END-IF
    CALL "Groups-Check" USING PLAYER-USERNAME(WS-PLAYER-ID) WS-CMD-NAME WS-ALLOWED
    IF WS-ALLOWED = 0
        CALL "Message-Text" USING "command.no-permission" MESSAGE-ARGS WS-REPLY
        PERFORM SendReply
    END-IF.

