    COPY DD-GAMERULES.
    COPY DD-SCHEDULER.
    COPY DD-GENBUDGET.
    COPY DD-BLOCK-HISTORY.
    COPY DD-ADVANCEMENTS.
    COPY DD-PROXY.
    COPY DD-MAINTENANCE.
    COPY DD-MESSAGES.
    COPY DD-MESSAGE-ARGS.

    01 LISTEN           PIC X(4).
    *> Client currently being serviced; set by the ServerLoop scan before any PERFORM
    *> "Connection reset" and the player has no idea whether they're banned, not
    *> whitelisted, or just unlucky with a full server.
    01 WS-KICK-REASON      PIC X(64).
    *> maintenance-mode admission and the status MOTD shown meanwhile
    01 WS-MAINTENANCE-OP   BINARY-CHAR UNSIGNED.
    01 WS-MAINTENANCE-EXEMPT BINARY-CHAR UNSIGNED.
    01 WS-MAINTENANCE-REASON-LEN BINARY-LONG UNSIGNED.
    01 WS-MAINTENANCE-END  PIC X(32).
    01 WS-MAINTENANCE-END-LEN BINARY-LONG UNSIGNED.
    01 WS-MAINTENANCE-BACK PIC X(64).
    01 WS-MAINTENANCE-BACK-LEN BINARY-LONG UNSIGNED.
    01 WS-DEFAULT-LANGUAGE BINARY-LONG UNSIGNED VALUE 0.
    01 WS-STATUS-MOTD      PIC X(320).
    01 WS-STATUS-MOTD-LEN  BINARY-LONG UNSIGNED.

    *> Online-mode session verification
    01 SERVER-PUBLIC-KEY        PIC X(512).
    01 WS-VERIFIED-UUID         PIC X(16).
    01 WS-AUTH-OK                BINARY-CHAR UNSIGNED.

    *> Proxy forwarding (see DD-PROXY): the UUID a login goes ahead with --
    *> the client's claim, or the proxy's word for it -- and the Velocity login
    *> plugin exchange, whose one request always carries message ID 1.
    01 WS-LOGIN-UUID            PIC X(16).
    01 WS-PROTOCOL-VERSION      BINARY-LONG.
    01 WS-PROXY-OK              BINARY-CHAR UNSIGNED.
    01 WS-PLUGIN-MESSAGE-ID     BINARY-LONG.
    01 VELOCITY-MESSAGE-ID      BINARY-LONG VALUE 1.
    01 VELOCITY-CHANNEL         PIC X(20) VALUE "velocity:player_info".

    *> Scratch buffer for assembling a message before handing it to the shared
    *> Log-Info/Log-Warn/Log-Error routines. WS-LOG-NUM converts a numeric
    *> field to display form first, the same way WS-NUM-TEXT already does below for
    *> field.
    01 WS-WEBHOOK-EVENT             PIC X(32).

    *> The logging-in player's currency account (opened on first join).
    01 WS-ACCOUNT-INDEX             BINARY-LONG UNSIGNED.

    *> The join trigger carries no argument.
    01 WS-NO-ADVANCEMENT-ARGUMENT   BINARY-LONG VALUE 0.

    *> Whether the previous run's marker survived to this startup.
    01 WS-MARKER-STALE              BINARY-CHAR UNSIGNED.

Main.
    CALL "Log-Info" USING "Starting server...".
    CALL "ServerProperties-Load".
    *> The message catalogs, so a missing key is reported now, not when
    *> some player first runs into it.
    CALL "Messages-Load".

    *> A run marker left over from the previous process means it never reached
    *> GracefulShutdown -- first finish or discard any save flush it died in the
    *> middle of, so the files are one consistent set again, then verify (and
    *> quarantine) the save estate before the listen socket opens, instead of
    *> letting Player-Load's damaged-save refusal ambush players one login at a
    *> time. Then drop this run's own marker.
    CALL "RunMarker-Check" USING WS-MARKER-STALE
    IF WS-MARKER-STALE = 1
        CALL "SaveJournal-Recover"
        CALL "Save-Validate"
    END-IF
    CALL "RunMarker-Write".

    CALL "Signs-Load".
    CALL "Hoppers-Load".
    CALL "Redstone-Load".
    CALL "Claims-Load".
    CALL "ChunkActivity-Load".
    *> World-scoped state (spawn point, clock, seed, generated level type) must be
    *> in place before the first World-EnsureChunk can generate anything.
    CALL "World-MetaLoad".
    *> The spawn area and the /forceload chunks, loaded (and their furnaces
    *> made resident) before the first tick; needs the spawn point above.
    CALL "ForceLoad-Load".
    *> Maintenance mode survives a restart: a server brought back up while
    *> closed stays closed.
    CALL "Maintenance-Load".

    *> The keypair backs every online-mode login's Encryption Request for as long as
    *> this process runs; the runtime holds the private half, we only ever see the
        CALL "Rcon-Listen"
    END-IF

    IF SERVER-QUERY-ENABLED = 1
        CALL "Query-Listen"
    END-IF

    CALL "Socket-Listen" USING SERVER-PORT LISTEN ERRNO.
    PERFORM HandleError.
    MOVE "startup" TO WS-WEBHOOK-EVENT
    *> tick so anything spawned this tick is alive for it.
    CALL "Entities-NaturalSpawn".
    CALL "Entities-TickAll".
    *> Stand down a cleanup order that pass carried out, and run the timed
    *> dropped-item cleanup (see EntityCleanup-Tick).
    CALL "EntityCleanup-Tick".
    *> Arrows fly outside the runtime entity table; their own pass moves,
    *> collides and streams them (see Arrows-TickAll).
    CALL "Arrows-TickAll".
    *> Advance every lit furnace's fuel and smelt progress.
    CALL "Furnace-TickAll".

    *> Same for brewing stands' blaze charges and brew time.
    CALL "Brewing-TickAll".

    *> Pair up fed animals and produce their babies (see Entities-BreedTick).
    CALL "Entities-BreedTick".

    *> Let queued water and lava updates flow their budgeted slice.
    CALL "Fluid-TickAll".

    *> Run redstone timers, pressure plates and queued circuit updates.
    CALL "Redstone-TickAll".

    *> Random block ticks: crops age, saplings become trees, grass spreads
    *> (see World-RandomTick).
    CALL "World-RandomTick".

    *> Count status effects down, telling clients as they wear off (see
    *> Effect-TickAll).
    CALL "Effect-TickAll".

    *> Hunger: burn accumulated exhaustion, regenerate fed players, starve empty
    *> ones, and the effects that act over time (see Player-FoodTick).
    CALL "Player-FoodTick".

    *> Environmental damage: drowning, lava, fire, afterburn and suffocation
    *> Fire any /home or /spawn teleports whose warmup has run out.
    CALL "Player-TeleportTick".

    *> Advancements: re-read after a reload, and the survived-the-night
    *> watch (see Advancement-Tick).
    CALL "Advancement-Tick".

    *> Live scoreboard: statistic scores refreshed, and the board saved when
    *> it changed (see Scoreboard-Tick).
    CALL "Scoreboard-Tick".

    *> Settle auctions whose time has run out (see Auction-Tick).
    CALL "Auction-Tick".

    *> Carry queued /fill, /replace, /clone and /undo edits forward their
    *> per-tick share (see AreaEdit-Tick).
    CALL "AreaEdit-Tick".

    *> Relay every player's movement to everyone else now that this tick's packet
    *> phase has folded the movement packets into PLAYER-TABLE.
    CALL "Players-BroadcastMovement".
        PERFORM GracefulShutdown
    END-IF

    *> The countdown that clears the server once maintenance mode goes on.
    CALL "Maintenance-Tick"

    IF SERVER-RCON-ENABLED = 1
        CALL "Rcon-Poll"
        IF RCON-SHUTDOWN-REQUESTED = 1
        END-IF
    END-IF

    IF SERVER-QUERY-ENABLED = 1
        CALL "Query-Poll"
    END-IF

    *> Community chat lines from bridge-url (a no-op when it's blank).
    CALL "Bridge-Poll"

    CALL "SystemTimeMicros" USING WS-TICK-END
    COMPUTE WS-TICK-TOTAL-MICROS = WS-TICK-END - WS-TICK-START

    *> Fold this tick into the once-a-minute metrics record (see Metrics-Tick).
    CALL "Metrics-Tick"

    *> Credit player time to the chunks around each player (see DD-CHUNK-ACTIVITY).
    CALL "ChunkActivity-Tick"

    IF WS-TICK-TOTAL-MICROS > WS-TICK-BUDGET-MICROS
        PERFORM TickWatchdogWarn
    END-IF
                PERFORM BroadcastAfkChange
            END-IF
            IF WS-ONLINE-COUNT >= SERVER-MAX-PLAYERS
                CALL "Message-TextFor" USING CLIENT-ID "kick.idle" MESSAGE-ARGS
                    WS-KICK-REASON WS-STR-LEN
                CALL "SendPacket-Disconnect" USING CLIENT-ID WS-KICK-REASON WS-STR-LEN
                STRING "[idle] kicked " FUNCTION TRIM(CLIENT-USERNAME(CLIENT-ID))
                       " to free a slot" DELIMITED BY SIZE INTO WS-LOG-MSG

BroadcastAfkChange SECTION.
    *> One line to everyone either way, so chat explains the silence.
    MOVE SPACES TO MESSAGE-ARGS
    MOVE CLIENT-USERNAME(CLIENT-ID) TO MESSAGE-ARG(1)
    IF CLIENT-AFK(CLIENT-ID) = 1
        CALL "Message-Broadcast" USING "afk.on" MESSAGE-ARGS
    ELSE
        CALL "Message-Broadcast" USING "afk.off" MESSAGE-ARGS
    END-IF.

    EXIT SECTION.

    MOVE "shutdown" TO WS-WEBHOOK-EVENT
    CALL "Webhook-Notify" USING WS-WEBHOOK-EVENT "graceful shutdown"

    *> Everything written from here to the commit below is staged and then put
    *> in place as one set, so a crash part-way through the flush never leaves
    *> players saved against a world.dat or container files from another moment.
    CALL "SaveJournal-Begin"

    PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(CLIENT-ID) = 1
            PERFORM DisconnectClient

    CALL "World-SaveDirtyChunks"
    CALL "World-MetaSave"
    CALL "ChunkActivity-Save"
    CALL "Redstone-Save"
    CALL "Scoreboard-Save"

    *> The dirty-chunk pass above only writes entities for chunks with block
    *> edits; a mob that merely wandered never dirtied its chunk, so sweep every
        END-IF
    END-PERFORM

    CALL "SaveJournal-Commit"

    *> Only a shutdown that got this far counts as clean.
    CALL "RunMarker-Clear"

        *> Learn and keep the peer address while the socket is fresh; a failure
        *> here just leaves the address blank rather than refusing the connection.
        MOVE 0 TO CLIENT-LAST-MSG-FROM(WS-FREE-CLIENT)
        MOVE SPACES TO CLIENT-LOCALE(WS-FREE-CLIENT)
        MOVE 0 TO CLIENT-LANGUAGE(WS-FREE-CLIENT)
        CALL "SystemTimeMicros" USING CLIENT-LAST-ACTIVITY-TIME(WS-FREE-CLIENT)
        MOVE 0 TO CLIENT-AFK(WS-FREE-CLIENT)
        MOVE SPACES TO CLIENT-ADDRESS(WS-FREE-CLIENT)
        CALL "Socket-PeerAddress" USING CLIENT-HANDLE(WS-FREE-CLIENT)
            CLIENT-ADDRESS(WS-FREE-CLIENT) ERRNO
        MOVE 0 TO ERRNO
        MOVE 0 TO PROXY-FORWARDED(WS-FREE-CLIENT)
        MOVE 0 TO PROXY-SKIN-VALUE-LEN(WS-FREE-CLIENT)
        MOVE 0 TO PROXY-SKIN-SIGNATURE-LEN(WS-FREE-CLIENT)

        *> Behind a proxy with a known address, anything else is someone going
        *> around it -- refused before it can present a forged forwarding.
        IF SERVER-PROXY-MODE NOT = PROXY-MODE-NONE AND SERVER-PROXY-ADDRESS NOT = SPACES
                AND CLIENT-ADDRESS(WS-FREE-CLIENT) NOT = SERVER-PROXY-ADDRESS
            STRING "Refused connection from "
                   FUNCTION TRIM(CLIENT-ADDRESS(WS-FREE-CLIENT))
                   ": not the configured proxy"
                DELIMITED BY SIZE INTO WS-LOG-MSG
            CALL "Log-Warn" USING WS-LOG-MSG
            CALL "Audit-Log" USING WS-LOG-MSG
            CALL "Socket-Close" USING CLIENT-HANDLE(WS-FREE-CLIENT) ERRNO
            MOVE 0 TO ERRNO
            MOVE 0 TO CLIENT-PRESENT(WS-FREE-CLIENT)
            PERFORM FindFreeClientSlot
            EXIT PERFORM CYCLE
        END-IF

        *> One address doesn't get to fill the CLIENT-TABLE: past the per-IP
        *> cap the connection is dropped on the spot, before it costs a
        *> handshake, and the event is logged for the abuse trail. Behind a
        *> proxy every player arrives from the proxy's address, so the cap
        *> would only lock players out; there it's the proxy's job.
        IF CLIENT-ADDRESS(WS-FREE-CLIENT) NOT = SPACES AND SERVER-PROXY-MODE = PROXY-MODE-NONE
            MOVE 0 TO WS-SAME-IP-COUNT
            PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-CLIENTS
                IF CLIENT-PRESENT(WS-SCAN-ID) = 1 AND WS-SCAN-ID NOT = WS-FREE-CLIENT
                    DELIMITED BY SIZE INTO WS-LOG-MSG
                CALL "Log-Info" USING WS-LOG-MSG
                IF CLIENT-STATE(WS-DUP-CLIENT) = CLIENT-STATE-PLAY
                    CALL "Message-TextFor" USING WS-DUP-CLIENT "kick.duplicate-login"
                        MESSAGE-ARGS WS-KICK-REASON WS-STR-LEN
                    CALL "SendPacket-Disconnect" USING WS-DUP-CLIENT WS-KICK-REASON WS-STR-LEN
                END-IF
                MOVE CLIENT-ID TO WS-SAVED-CLIENT-ID
    *> Persist the player's position/stats/inventory to disk before freeing their
    *> slot, and fold the view distance they picked back into the saved record so
    *> it's honoured again on their next login. CLIENT-PLAYER is reserved as soon as
    *> AdmitLogin picks a PLAYER-TABLE slot, before online-mode encryption and
    *> Mojang verification finish, so only save over that slot's file once
    *> CLIENT-LOGIN-COMPLETE confirms login actually reached the Play state -- an
    *> unverified/spoofed connection dropped mid-handshake must not stomp a real
    *> player's save with leftover PLAYER-TABLE data. The slot is still freed either
    *> way, or an incomplete login leaks a PLAYER-TABLE entry forever.
    IF CLIENT-PLAYER(CLIENT-ID) NOT = 0
        *> A disconnect (crash, kick, network drop, /stop while a chest is open) never
        *> sends the Close Container packet that normally releases whatever
        *> CONTAINER-TABLE entry this player had open, so release it here the same way
        *> RecvPacket-CloseContainer does -- otherwise CONTAINER-PRESENT stays set on
        *> that entry forever, since ApplyFreshPlayerDefaults only clears
        *> PLAYER-OPEN-CONTAINER for a slot's *next* occupant, not retroactively for
        *> this one. It runs ahead of the save: closing a trade or merchant window
        *> hands what was in it back to the player's inventory, which must be in
        *> the file that is written.
        CALL "Container-CloseForPlayer" USING CLIENT-PLAYER(CLIENT-ID)
        IF CLIENT-LOGIN-COMPLETE(CLIENT-ID) = 1
            MOVE CLIENT-VIEW-DISTANCE(CLIENT-ID) TO PLAYER-VIEW-DISTANCE(CLIENT-PLAYER(CLIENT-ID))
            CALL "Player-Save" USING CLIENT-PLAYER(CLIENT-ID)
            *> The scores the board keeps while they are away match this save.
            CALL "Scoreboard-UpdatePlayer" USING CLIENT-PLAYER(CLIENT-ID)
            *> Only a player the join broadcast ever announced needs the leave
            *> broadcast -- same CLIENT-LOGIN-COMPLETE gate as the save above.
            CALL "Players-BroadcastLeave" USING CLIENT-PLAYER(CLIENT-ID)
            STRING "[logout] " FUNCTION TRIM(PLAYER-USERNAME(CLIENT-PLAYER(CLIENT-ID)))
                DELIMITED BY SIZE INTO WS-LOG-MSG
            CALL "Audit-Log" USING WS-LOG-MSG
            CALL "Sessions-Logout" USING PLAYER-UUID(CLIENT-PLAYER(CLIENT-ID))
                PLAYER-DIMENSION(CLIENT-PLAYER(CLIENT-ID))
            MOVE "logout" TO WS-WEBHOOK-EVENT
            CALL "Webhook-Notify" USING WS-WEBHOOK-EVENT
                PLAYER-USERNAME(CLIENT-PLAYER(CLIENT-ID))
        END-IF
        *> Inspect mode belongs to the session, not the slot's next occupant.
        MOVE 0 TO HISTORY-INSPECT-ACTIVE(CLIENT-PLAYER(CLIENT-ID))
        MOVE 0 TO PLAYER-PRESENT(CLIENT-PLAYER(CLIENT-ID))
    END-IF

        CALL "Log-Info" USING WS-LOG-MSG
    END-IF

    *> Behind a BungeeCord-style proxy the handshake's server address (after
    *> the protocol version) carries the player's forwarded identity; a login
    *> without one is refused once Login Start arrives.
    IF CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-LOGIN AND SERVER-PROXY-MODE = PROXY-MODE-BUNGEECORD
        MOVE 1 TO WS-OFFSET
        CALL "Decode-VarInt" USING BUFFER WS-OFFSET WS-PROTOCOL-VERSION
        CALL "Decode-VarInt" USING BUFFER WS-OFFSET WS-STR-LEN
        IF WS-STR-LEN > 0 AND WS-OFFSET + WS-STR-LEN - 1 <= BYTE-COUNT
            CALL "Proxy-ReadLegacyForward" USING CLIENT-ID BUFFER(WS-OFFSET:WS-STR-LEN) WS-PROXY-OK
        END-IF
    END-IF

    EXIT SECTION.

HandleStatus SECTION.
            PERFORM HandleLoginStart
        WHEN 1
            PERFORM HandleEncryptionResponse
        WHEN 2
            PERFORM HandleLoginPluginResponse
        WHEN OTHER
            MOVE PACKET-ID TO WS-LOG-NUM
            STRING "Unexpected packet ID: " FUNCTION TRIM(WS-LOG-NUM) DELIMITED BY SIZE INTO WS-LOG-MSG
        EXIT SECTION
    END-IF

    MOVE 1 TO WS-OFFSET
    CALL "Decode-VarInt" USING BUFFER WS-OFFSET WS-STR-LEN
    IF WS-STR-LEN < 1 OR WS-STR-LEN > 16 THEN
        MOVE WS-STR-LEN TO WS-LOG-NUM
        STRING "Invalid username length: " FUNCTION TRIM(WS-LOG-NUM) DELIMITED BY SIZE INTO WS-LOG-MSG
        CALL "Log-Warn" USING WS-LOG-MSG
        MOVE CLIENT-STATE-DISCONNECT TO CLIENT-STATE(CLIENT-ID)
        EXIT SECTION
    END-IF
    MOVE SPACES TO WS-USERNAME
    MOVE BUFFER(WS-OFFSET:WS-STR-LEN) TO WS-USERNAME(1:WS-STR-LEN)
    ADD WS-STR-LEN TO WS-OFFSET
    MOVE BUFFER(WS-OFFSET:16) TO WS-LOGIN-UUID

    *> Behind a proxy the socket address is the proxy's own, and the UUID is
    *> only a claim: the forwarded address and UUID stand in for both, and a
    *> login that wasn't forwarded came around the proxy and is refused.
    EVALUATE SERVER-PROXY-MODE
        WHEN PROXY-MODE-BUNGEECORD
            IF PROXY-FORWARDED(CLIENT-ID) = 0
                PERFORM RefuseUnforwardedLogin
                EXIT SECTION
            END-IF
            MOVE PROXY-REAL-ADDRESS(CLIENT-ID) TO CLIENT-ADDRESS(CLIENT-ID)
            MOVE PROXY-UUID(CLIENT-ID) TO WS-LOGIN-UUID
        WHEN PROXY-MODE-VELOCITY
            *> Velocity forwards only when asked; the rest of the login
            *> resumes in HandleLoginPluginResponse.
            PERFORM SendVelocityRequest
            EXIT SECTION
    END-EVALUATE

    PERFORM AdmitLogin.

    EXIT SECTION.

AdmitLogin SECTION.
    *> Everything a login has to pass once the player's name (WS-USERNAME),
    *> UUID (WS-LOGIN-UUID) and address are settled, up to FinishLogin.

    *> Login attempts from one address are rate-limited before any of the
    *> whitelist/banlist scanning (or the online-mode Mojang round-trip) is
    *> spent on them.
            DELIMITED BY SIZE INTO WS-LOG-MSG
        CALL "Log-Warn" USING WS-LOG-MSG
        CALL "Audit-Log" USING WS-LOG-MSG
        CALL "Message-Text" USING "kick.too-many-logins" MESSAGE-ARGS WS-KICK-REASON
        PERFORM SendLoginDisconnect
        MOVE CLIENT-STATE-DISCONNECT TO CLIENT-STATE(CLIENT-ID)
        EXIT SECTION
    END-IF

    *> Whitelist/ban checks happen as soon as the username is known, before a player
    *> slot is spent or any world state is sent, so a rejected connection costs nothing.
    IF SERVER-WHITELIST-ENFORCE = 1
        CALL "Whitelist-Check" USING WS-USERNAME WS-ACCESS-ALLOWED
        IF WS-ACCESS-ALLOWED = 0
            STRING FUNCTION TRIM(WS-USERNAME) " is not whitelisted, rejecting login"
                DELIMITED BY SIZE INTO WS-LOG-MSG
            CALL "Log-Info" USING WS-LOG-MSG
            CALL "Message-Text" USING "kick.not-whitelisted" MESSAGE-ARGS WS-KICK-REASON
            PERFORM SendLoginDisconnect
            MOVE CLIENT-STATE-DISCONNECT TO CLIENT-STATE(CLIENT-ID)
            EXIT SECTION
        STRING FUNCTION TRIM(WS-USERNAME) " connected from a banned address, rejecting login"
            DELIMITED BY SIZE INTO WS-LOG-MSG
        CALL "Log-Info" USING WS-LOG-MSG
        CALL "Message-Text" USING "kick.ip-banned" MESSAGE-ARGS WS-KICK-REASON
        PERFORM SendLoginDisconnect
        MOVE CLIENT-STATE-DISCONNECT TO CLIENT-STATE(CLIENT-ID)
        EXIT SECTION
    END-IF

    CALL "Banlist-Check" USING WS-USERNAME WS-ACCESS-BANNED
    IF WS-ACCESS-BANNED = 1
        *> A timed ban that has run out is lifted here instead.
        CALL "Tempban-Check" USING WS-USERNAME WS-ACCESS-BANNED
    END-IF
    IF WS-ACCESS-BANNED = 1
        STRING FUNCTION TRIM(WS-USERNAME) " is banned, rejecting login"
            DELIMITED BY SIZE INTO WS-LOG-MSG
        CALL "Log-Info" USING WS-LOG-MSG
        CALL "Message-Text" USING "kick.banned" MESSAGE-ARGS WS-KICK-REASON
        PERFORM SendLoginDisconnect
        MOVE CLIENT-STATE-DISCONNECT TO CLIENT-STATE(CLIENT-ID)
        EXIT SECTION
    END-IF

    *> During maintenance only operators and the maintenance-group get in.
    IF MAINTENANCE-ACTIVE = 1
        CALL "Ops-Check" USING WS-USERNAME WS-MAINTENANCE-OP
        CALL "Maintenance-Exempt" USING WS-USERNAME WS-MAINTENANCE-OP WS-MAINTENANCE-EXEMPT
        IF WS-MAINTENANCE-EXEMPT = 0
            STRING FUNCTION TRIM(WS-USERNAME) " tried to join during maintenance, rejecting login"
                DELIMITED BY SIZE INTO WS-LOG-MSG
            CALL "Log-Info" USING WS-LOG-MSG
            CALL "Maintenance-KickReason" USING CLIENT-ID WS-KICK-REASON
                WS-MAINTENANCE-REASON-LEN
            PERFORM SendLoginDisconnect
            MOVE CLIENT-STATE-DISCONNECT TO CLIENT-STATE(CLIENT-ID)
            EXIT SECTION
        END-IF
    END-IF

    *> Find a free player slot (or reclaim the one already held, on reconnect).
    MOVE 0 TO WS-PLAYER-ID
    PERFORM VARYING WS-PLAYER-ID FROM 1 BY 1 UNTIL WS-PLAYER-ID > MAX-PLAYER-ENTRIES
    END-PERFORM
    IF WS-PLAYER-ID > MAX-PLAYER-ENTRIES THEN
        CALL "Log-Warn" USING "Server full, rejecting login"
        CALL "Message-Text" USING "kick.server-full" MESSAGE-ARGS WS-KICK-REASON
        PERFORM SendLoginDisconnect
        MOVE CLIENT-STATE-DISCONNECT TO CLIENT-STATE(CLIENT-ID)
        EXIT SECTION
    END-IF

    MOVE WS-USERNAME TO PLAYER-USERNAME(WS-PLAYER-ID)
    MOVE WS-LOGIN-UUID TO PLAYER-UUID(WS-PLAYER-ID)
    MOVE 1 TO PLAYER-PRESENT(WS-PLAYER-ID)
    MOVE WS-PLAYER-ID TO CLIENT-PLAYER(CLIENT-ID)

    *> In offline mode the claimed UUID is as trusted as it gets, so an older
    *> session holding the same UUID is replaced right away. Online mode must
    *> wait for Mojang verification -- kicking on the claimed UUID would let
    *> anyone disconnect any player by typing their name. Behind a proxy the
    *> UUID is the proxy's, already authenticated, and the proxy holds the
    *> encrypted session with the client, so online mode doesn't apply here.
    IF SERVER-ONLINE-MODE = 0 OR SERVER-PROXY-MODE NOT = PROXY-MODE-NONE
        PERFORM KickDuplicateSession
    END-IF

    *> verify it (and the username) against Mojang's session server before we can
    *> trust either one, which means holding off the rest of login until the
    *> Encryption Response round-trip completes.
    IF SERVER-ONLINE-MODE = 1 AND SERVER-PROXY-MODE = PROXY-MODE-NONE
        PERFORM SendEncryptionRequest
        EXIT SECTION
    END-IF
    *> restore from backup.
    CALL "Player-Load" USING WS-PLAYER-ID PLAYER-UUID(WS-PLAYER-ID) WS-LOAD-FOUND
    IF WS-LOAD-FOUND = 2
        CALL "Message-Text" USING "kick.damaged-data" MESSAGE-ARGS WS-KICK-REASON
        PERFORM SendLoginDisconnect
        MOVE CLIENT-STATE-DISCONNECT TO CLIENT-STATE(CLIENT-ID)
        EXIT SECTION

    EXIT SECTION.

RefuseUnforwardedLogin SECTION.
    STRING "Refused login from " FUNCTION TRIM(CLIENT-ADDRESS(CLIENT-ID))
           ": no valid proxy forwarding"
        DELIMITED BY SIZE INTO WS-LOG-MSG
    CALL "Log-Warn" USING WS-LOG-MSG
    CALL "Audit-Log" USING WS-LOG-MSG
    CALL "Message-Text" USING "kick.use-proxy" MESSAGE-ARGS WS-KICK-REASON
    PERFORM SendLoginDisconnect
    MOVE CLIENT-STATE-DISCONNECT TO CLIENT-STATE(CLIENT-ID).

    EXIT SECTION.

SendVelocityRequest SECTION.
    *> Login Plugin Request (packet ID 4): message ID, channel identifier, and
    *> the highest forwarding version we read (1, the one every Velocity
    *> release speaks). A client that isn't a Velocity proxy answers that it
    *> doesn't know the channel.
    MOVE 1 TO WS-OFFSET
    CALL "Encode-VarInt" USING BUFFER WS-OFFSET VELOCITY-MESSAGE-ID
    MOVE LENGTH OF VELOCITY-CHANNEL TO WS-STR-LEN
    CALL "Encode-VarInt" USING BUFFER WS-OFFSET WS-STR-LEN
    MOVE VELOCITY-CHANNEL TO BUFFER(WS-OFFSET:WS-STR-LEN)
    ADD WS-STR-LEN TO WS-OFFSET
    MOVE X"01" TO BUFFER(WS-OFFSET:1)
    ADD 1 TO WS-OFFSET

    SUBTRACT 1 FROM WS-OFFSET GIVING BYTE-COUNT
    MOVE 4 TO PACKET-ID
    CALL "SendPacket" USING BY REFERENCE CLIENT-HANDLE(CLIENT-ID) PACKET-ID BUFFER BYTE-COUNT ERRNO
    PERFORM HandleClientError.

    EXIT SECTION.

HandleLoginPluginResponse SECTION.
    *> Login Plugin Response: message ID, a "understood" boolean, then the
    *> channel's data. Only our Velocity request is ever outstanding, and only
    *> before a player slot has been given out.
    IF SERVER-PROXY-MODE NOT = PROXY-MODE-VELOCITY OR CLIENT-PLAYER(CLIENT-ID) NOT = 0
        CALL "Log-Warn" USING "Unexpected login plugin response, disconnecting"
        MOVE CLIENT-STATE-DISCONNECT TO CLIENT-STATE(CLIENT-ID)
        EXIT SECTION
    END-IF
    PERFORM ReadPacketPayload
    IF ERRNO NOT = 0 OR WS-OVERSIZED = 1
        EXIT SECTION
    END-IF

    MOVE 1 TO WS-OFFSET
    CALL "Decode-VarInt" USING BUFFER WS-OFFSET WS-PLUGIN-MESSAGE-ID
    MOVE 0 TO WS-PROXY-OK
    IF WS-PLUGIN-MESSAGE-ID = VELOCITY-MESSAGE-ID AND WS-OFFSET < BYTE-COUNT
            AND BUFFER(WS-OFFSET:1) = X"01"
        ADD 1 TO WS-OFFSET
        COMPUTE WS-STR-LEN = BYTE-COUNT - WS-OFFSET + 1
        CALL "Proxy-ReadModernForward" USING CLIENT-ID BUFFER(WS-OFFSET:WS-STR-LEN)
            WS-STR-LEN WS-PROXY-OK
    END-IF
    IF WS-PROXY-OK = 0
        PERFORM RefuseUnforwardedLogin
        EXIT SECTION
    END-IF

    *> The proxy's name, UUID and address replace whatever the client claimed.
    MOVE PROXY-USERNAME(CLIENT-ID) TO WS-USERNAME
    MOVE PROXY-UUID(CLIENT-ID) TO WS-LOGIN-UUID
    MOVE PROXY-REAL-ADDRESS(CLIENT-ID) TO CLIENT-ADDRESS(CLIENT-ID)
    PERFORM AdmitLogin.

    EXIT SECTION.

SendEncryptionRequest SECTION.
    *> Encryption Request: empty (deprecated) server ID, our public key, and a fresh
    *> verify token the client must echo back encrypted -- proves it actually holds
               FUNCTION TRIM(PLAYER-USERNAME(CLIENT-PLAYER(CLIENT-ID))) ", disconnecting"
            DELIMITED BY SIZE INTO WS-LOG-MSG
        CALL "Log-Warn" USING WS-LOG-MSG
        CALL "Message-Text" USING "kick.session-failed" MESSAGE-ARGS WS-KICK-REASON
        PERFORM SendLoginDisconnect
        MOVE CLIENT-STATE-DISCONNECT TO CLIENT-STATE(CLIENT-ID)
        EXIT SECTION

    CALL "Player-Load" USING CLIENT-PLAYER(CLIENT-ID) PLAYER-UUID(CLIENT-PLAYER(CLIENT-ID)) WS-LOAD-FOUND
    IF WS-LOAD-FOUND = 2
        *> Same damaged-save refusal as the offline-mode path in AdmitLogin.
        CALL "Message-Text" USING "kick.damaged-data" MESSAGE-ARGS WS-KICK-REASON
        PERFORM SendLoginDisconnect
        MOVE CLIENT-STATE-DISCONNECT TO CLIENT-STATE(CLIENT-ID)
        EXIT SECTION
    MOVE 0 TO PLAYER-DIMENSION(WS-PLAYER-ID)
    MOVE 0 TO PLAYER-PORTAL-COOLDOWN(WS-PLAYER-ID)
    MOVE 0 TO PLAYER-MOVE-VIOLATIONS(WS-PLAYER-ID)
    MOVE 0 TO PLAYER-ACTION-VIOLATIONS(WS-PLAYER-ID)
    MOVE 0 TO PLAYER-LAST-DAMAGE-CAUSE(WS-PLAYER-ID)
    MOVE SPACES TO PLAYER-LAST-DAMAGE-BY(WS-PLAYER-ID)
    MOVE 0 TO PLAYER-HAS-HOME(WS-PLAYER-ID)
    MOVE 0 TO PLAYER-TP-PENDING(WS-PLAYER-ID)
    INITIALIZE PLAYER-STATS(WS-PLAYER-ID)
    INITIALIZE PLAYER-EFFECTS(WS-PLAYER-ID)
    INITIALIZE PLAYER-ENDER-ITEMS(WS-PLAYER-ID)
    MOVE 0 TO PLAYER-ADVANCEMENT-COUNT(WS-PLAYER-ID)
    MOVE 0 TO PLAYER-RECIPE-COUNT(WS-PLAYER-ID)
    MOVE 0 TO PLAYER-GAMEMODE(WS-PLAYER-ID)
    MOVE 0 TO PLAYER-OP(WS-PLAYER-ID)
    MOVE 0 TO PLAYER-DEAD(WS-PLAYER-ID)
    EXIT SECTION.

FinishLogin SECTION.
    *> Shared tail of the login sequence, reached either straight from AdmitLogin
    *> (offline mode, or behind a proxy) or after HandleEncryptionResponse verifies
    *> the session (online mode) -- CLIENT-PLAYER(CLIENT-ID) is the one thing guaranteed to still point at
    *> the right PLAYER-ENTRY in both cases, since WS-PLAYER-ID doesn't survive a
    *> round-trip to the client and back.
    MOVE CLIENT-PLAYER(CLIENT-ID) TO WS-PLAYER-ID

    *> Enforce the max-players value server.properties configured (and that
    *> BuildStatusResponse advertises) -- the PLAYER-TABLE capacity check back in
    *> AdmitLogin only protects the table itself, which is sized well above
    *> any cap an operator actually configures. Counted here, after Player-Load has
    *> run, so a saved operator flag lets staff through onto a full server to
    *> moderate it; CLIENT-LOGIN-COMPLETE is the same "actually online" measure the
               FUNCTION TRIM(PLAYER-USERNAME(WS-PLAYER-ID))
            DELIMITED BY SIZE INTO WS-LOG-MSG
        CALL "Log-Info" USING WS-LOG-MSG
        CALL "Message-Text" USING "kick.server-full" MESSAGE-ARGS WS-KICK-REASON
        PERFORM SendLoginDisconnect
        MOVE CLIENT-STATE-DISCONNECT TO CLIENT-STATE(CLIENT-ID)
        EXIT SECTION
    CALL "Audit-Log" USING WS-LOG-MSG
    MOVE "login" TO WS-WEBHOOK-EVENT
    CALL "Webhook-Notify" USING WS-WEBHOOK-EVENT PLAYER-USERNAME(WS-PLAYER-ID)
    *> Every player has an account from their first login on, under the name
    *> they're using now -- /pay and shop signs find accounts by that name.
    CALL "Accounts-Open" USING PLAYER-UUID(WS-PLAYER-ID) PLAYER-USERNAME(WS-PLAYER-ID)
        WS-ACCOUNT-INDEX
    *> The player's session record: first/last join, address, dimension.
    CALL "Sessions-Login" USING PLAYER-UUID(WS-PLAYER-ID) PLAYER-USERNAME(WS-PLAYER-ID)
        CLIENT-ADDRESS(CLIENT-ID) PLAYER-DIMENSION(WS-PLAYER-ID)
    MOVE CLIENT-STATE-PLAY TO CLIENT-STATE(CLIENT-ID)
    *> Login is only now actually complete -- CLIENT-PLAYER has pointed at this
    *> PLAYER-ENTRY since AdmitLogin reserved it, but until this line it may
    *> still belong to an unverified UUID (online mode) that never made it through
    *> Mojang verification; DisconnectClient must not persist or otherwise treat
    *> the slot as a real logged-in player's before this flag is set.
    *> the saved level and progress arrive.
    CALL "Player-SendXp" USING WS-PLAYER-ID

    *> And for any status effects the save restored.
    CALL "Effect-SendAll" USING CLIENT-ID WS-PLAYER-ID

    *> The advancement tree with this player's progress, then the join
    *> trigger that earns the root of each tab.
    CALL "Advancement-SendTree" USING CLIENT-ID WS-PLAYER-ID
    CALL "Advancement-Trigger" USING WS-PLAYER-ID ADVANCEMENT-TRIGGER-JOIN WS-NO-ADVANCEMENT-ARGUMENT

    *> Every objective, score and display slot of the server scoreboard.
    CALL "Scoreboard-SendAll" USING CLIENT-ID

    *> The crafting and smelting recipes, and the recipe book with what this
    *> player has unlocked.
    CALL "RecipeBook-SendAll" USING CLIENT-ID WS-PLAYER-ID

    *> Register the command tree so the client tab-completes our commands
    *> instead of rendering them all as unknown.
    CALL "Commands-SendTree" USING CLIENT-ID
    *> tab list adds plus player spawns both ways, see Players-BroadcastJoin.
    CALL "Players-BroadcastJoin" USING CLIENT-ID

    *> Auction stacks that settled while this player was away are handed over
    *> now that they're in the world to receive them.
    CALL "Auction-DeliverPending" USING WS-PLAYER-ID

    *> Record the address this account came from and alert staff if it is
    *> shared with a banned or muted account. Never refuses the login.
    CALL "Alts-CheckLogin" USING PLAYER-USERNAME(WS-PLAYER-ID) CLIENT-ADDRESS(CLIENT-ID)

    *> Staff hear how many help tickets are waiting for them.
    CALL "Tickets-NotifyStaff" USING CLIENT-ID

    *> Letters left while this player was away.
    CALL "Mail-NotifyLogin" USING CLIENT-ID

    EXIT SECTION.

HandlePlay SECTION.
        EXIT SECTION
    END-IF

    *> Whatever this packet makes us say to its sender is in their language.
    MOVE CLIENT-LANGUAGE(CLIENT-ID) TO MESSAGE-LANGUAGE

    MOVE 1 TO WS-OFFSET
    EVALUATE PACKET-ID
        WHEN PACKET-PLAY-KEEP-ALIVE
            CALL "RecvPacket-UseItemOn" USING CLIENT-ID BUFFER WS-OFFSET
        WHEN PACKET-PLAY-CLOSE-CONTAINER
            CALL "RecvPacket-CloseContainer" USING CLIENT-ID BUFFER WS-OFFSET
        WHEN PACKET-PLAY-RENAME-ITEM
            CALL "RecvPacket-RenameItem" USING CLIENT-ID BUFFER WS-OFFSET
        WHEN PACKET-PLAY-SELECT-TRADE
            CALL "RecvPacket-SelectTrade" USING CLIENT-ID BUFFER WS-OFFSET
        WHEN PACKET-PLAY-PLACE-RECIPE
            CALL "RecvPacket-PlaceRecipe" USING CLIENT-ID BUFFER WS-OFFSET
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    MOVE 0 TO MESSAGE-LANGUAGE.

    EXIT SECTION.

    END-PERFORM
    COMPUTE WS-SAMPLE-LEN = WS-SAMPLE-PTR - 1

    *> While closed for maintenance the server list gets maintenance-motd and,
    *> when one was given, when to try again.
    IF MAINTENANCE-ACTIVE = 1
        MOVE SPACES TO WS-STATUS-MOTD
        CALL "Maintenance-EndText" USING WS-MAINTENANCE-END WS-MAINTENANCE-END-LEN
        IF WS-MAINTENANCE-END-LEN > 0
            MOVE SPACES TO MESSAGE-ARGS
            MOVE WS-MAINTENANCE-END TO MESSAGE-ARG(1)
            CALL "Message-Format" USING WS-DEFAULT-LANGUAGE "maintenance.back-at"
                MESSAGE-ARGS WS-MAINTENANCE-BACK WS-MAINTENANCE-BACK-LEN
            STRING SERVER-MAINTENANCE-MOTD(1:SERVER-MAINTENANCE-MOTD-LENGTH)
                   " - " WS-MAINTENANCE-BACK(1:WS-MAINTENANCE-BACK-LEN)
                DELIMITED BY SIZE INTO WS-STATUS-MOTD
            COMPUTE WS-STATUS-MOTD-LEN = SERVER-MAINTENANCE-MOTD-LENGTH + 3
                + WS-MAINTENANCE-BACK-LEN
        ELSE
            MOVE SERVER-MAINTENANCE-MOTD(1:SERVER-MAINTENANCE-MOTD-LENGTH) TO WS-STATUS-MOTD
            MOVE SERVER-MAINTENANCE-MOTD-LENGTH TO WS-STATUS-MOTD-LEN
        END-IF
    ELSE
        MOVE SERVER-MOTD(1:SERVER-MOTD-LENGTH) TO WS-STATUS-MOTD
        MOVE SERVER-MOTD-LENGTH TO WS-STATUS-MOTD-LEN
    END-IF

    MOVE SERVER-MAX-PLAYERS TO WS-NUM-TEXT
    MOVE SPACES TO WS-STATUS-JSON
    MOVE 1 TO WS-STATUS-PTR
            ',"sample":['                                                   DELIMITED BY SIZE
            WS-SAMPLE-JSON(1:WS-SAMPLE-LEN)                                 DELIMITED BY SIZE
            ']},"description":{"text":"'                                    DELIMITED BY SIZE
            WS-STATUS-MOTD(1:WS-STATUS-MOTD-LEN)                            DELIMITED BY SIZE
            '"}}'                                                           DELIMITED BY SIZE
        INTO WS-STATUS-JSON WITH POINTER WS-STATUS-PTR

