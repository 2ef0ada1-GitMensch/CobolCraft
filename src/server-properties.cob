    COPY DD-SERVER-PROPERTIES.
    COPY DD-WORLD.
    COPY DD-CLIENTS.
    COPY DD-PROXY.
    01 FS-STATUS                PIC X(2).
    01 WS-KEY                   PIC X(64).
    01 WS-VALUE                 PIC X(256).
    END-PERFORM

    CLOSE PROPERTIES-FILE
    *> Modern forwarding is signed with the secret; without one no login
    *> could ever be verified, so say why everyone is being turned away.
    IF SERVER-PROXY-MODE = PROXY-MODE-VELOCITY AND SERVER-PROXY-SECRET = SPACES
        CALL "Log-Warn" USING "proxy-mode velocity needs proxy-secret; all logins will be refused"
    END-IF
    CALL "Log-Info" USING "Loaded server.properties"
    GOBACK.

    MOVE 0 TO SERVER-RCON-ENABLED
    MOVE "25575" TO SERVER-RCON-PORT
    MOVE SPACES TO SERVER-RCON-PASSWORD
    MOVE 0 TO SERVER-QUERY-ENABLED
    MOVE "25565" TO SERVER-QUERY-PORT
    MOVE 0 TO SERVER-WHITELIST-ENFORCE
    MOVE 1 TO SERVER-PVP-ENABLED
    MOVE 0 TO SERVER-WORLD-BORDER
    MOVE 16 TO SERVER-SPAWN-PROTECTION
    MOVE 10 TO SERVER-IDLE-TIMEOUT
    MOVE 7 TO SERVER-BACKUP-KEEP
    MOVE SPACES TO SERVER-WEBHOOK-URL
    MOVE SPACES TO SERVER-BRIDGE-URL
    MOVE 5 TO SERVER-BRIDGE-POLL-SECONDS
    MOVE 8 TO SERVER-INSPECT-LINES
    MOVE 14 TO SERVER-INSPECT-DAYS
    MOVE 24 TO SERVER-AUCTION-HOURS
    MOVE 50 TO SERVER-MAIL-MAX-LETTERS
    MOVE 180 TO SERVER-ARCHIVE-AFTER-DAYS
    MOVE 5 TO SERVER-TRIM-MIN-MINUTES
    MOVE 32 TO SERVER-TRIM-PROTECT-RADIUS
    MOVE 0 TO SERVER-ANTI-XRAY
    MOVE 2 TO SERVER-SPAWN-CHUNK-RADIUS
    MOVE 2 TO SERVER-FORCELOAD-PER-CLAIM
    MOVE 32768 TO SERVER-AREA-EDIT-MAX-BLOCKS
    MOVE 1024 TO SERVER-AREA-EDIT-PER-TICK
    MOVE 0 TO SERVER-ITEM-CLEANUP-MINUTES
    MOVE 60 TO SERVER-ITEM-CLEANUP-AGE
    MOVE 0 TO SERVER-ENTITY-CHUNK-CAP
    MOVE PROXY-MODE-NONE TO SERVER-PROXY-MODE
    MOVE SPACES TO SERVER-PROXY-SECRET
    MOVE SPACES TO SERVER-PROXY-ADDRESS
    MOVE SPACES TO SERVER-MAINTENANCE-MOTD
    MOVE "Closed for maintenance" TO SERVER-MAINTENANCE-MOTD
    MOVE 22 TO SERVER-MAINTENANCE-MOTD-LENGTH
    MOVE SPACES TO SERVER-MAINTENANCE-GROUP
    MOVE 60 TO SERVER-MAINTENANCE-KICK-SECONDS
    MOVE "en_us" TO SERVER-LANGUAGE.

    EXIT SECTION.

            MOVE WS-VALUE(1:5) TO SERVER-RCON-PORT
        WHEN "rcon.password"
            MOVE WS-VALUE(1:64) TO SERVER-RCON-PASSWORD
        WHEN "enable-query"
            IF WS-VALUE = "true"
                MOVE 1 TO SERVER-QUERY-ENABLED
            ELSE
                MOVE 0 TO SERVER-QUERY-ENABLED
            END-IF
        WHEN "query.port"
            MOVE WS-VALUE(1:5) TO SERVER-QUERY-PORT
        WHEN "webhook-url"
            MOVE WS-VALUE TO SERVER-WEBHOOK-URL
        WHEN "bridge-url"
            MOVE WS-VALUE TO SERVER-BRIDGE-URL
        WHEN "bridge-poll-seconds"
            IF FUNCTION TEST-NUMVAL(WS-VALUE) = 0
                MOVE FUNCTION NUMVAL(WS-VALUE) TO SERVER-BRIDGE-POLL-SECONDS
                IF SERVER-BRIDGE-POLL-SECONDS < 1
                    MOVE 1 TO SERVER-BRIDGE-POLL-SECONDS
                END-IF
                IF SERVER-BRIDGE-POLL-SECONDS > 300
                    MOVE 300 TO SERVER-BRIDGE-POLL-SECONDS
                END-IF
            ELSE
                STRING "Invalid bridge-poll-seconds '" FUNCTION TRIM(WS-VALUE) "', keeping 5"
                    DELIMITED BY SIZE INTO WS-LOG-MSG
                CALL "Log-Warn" USING WS-LOG-MSG
            END-IF
        WHEN "language"
            MOVE FUNCTION LOWER-CASE(WS-VALUE(1:16)) TO SERVER-LANGUAGE
        WHEN "maintenance-motd"
            MOVE WS-VALUE TO SERVER-MAINTENANCE-MOTD
            MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-VALUE)) TO SERVER-MAINTENANCE-MOTD-LENGTH
        WHEN "maintenance-group"
            MOVE WS-VALUE(1:16) TO SERVER-MAINTENANCE-GROUP
        WHEN "maintenance-kick-seconds"
            IF FUNCTION TEST-NUMVAL(WS-VALUE) = 0
                MOVE FUNCTION NUMVAL(WS-VALUE) TO SERVER-MAINTENANCE-KICK-SECONDS
                IF SERVER-MAINTENANCE-KICK-SECONDS < 0
                    MOVE 0 TO SERVER-MAINTENANCE-KICK-SECONDS
                END-IF
                IF SERVER-MAINTENANCE-KICK-SECONDS > 600
                    MOVE 600 TO SERVER-MAINTENANCE-KICK-SECONDS
                END-IF
            ELSE
                STRING "Invalid maintenance-kick-seconds '" FUNCTION TRIM(WS-VALUE)
                       "', keeping 60" DELIMITED BY SIZE INTO WS-LOG-MSG
                CALL "Log-Warn" USING WS-LOG-MSG
            END-IF
        WHEN "backup-keep"
            IF FUNCTION TEST-NUMVAL(WS-VALUE) = 0
                MOVE FUNCTION NUMVAL(WS-VALUE) TO SERVER-BACKUP-KEEP
                    DELIMITED BY SIZE INTO WS-LOG-MSG
                CALL "Log-Warn" USING WS-LOG-MSG
            END-IF
        WHEN "inspect-lines"
            IF FUNCTION TEST-NUMVAL(WS-VALUE) = 0
                MOVE FUNCTION NUMVAL(WS-VALUE) TO SERVER-INSPECT-LINES
                IF SERVER-INSPECT-LINES < 1
                    MOVE 1 TO SERVER-INSPECT-LINES
                END-IF
                IF SERVER-INSPECT-LINES > 16
                    MOVE 16 TO SERVER-INSPECT-LINES
                END-IF
            ELSE
                STRING "Invalid inspect-lines '" FUNCTION TRIM(WS-VALUE) "', keeping 8"
                    DELIMITED BY SIZE INTO WS-LOG-MSG
                CALL "Log-Warn" USING WS-LOG-MSG
            END-IF
        WHEN "inspect-days"
            IF FUNCTION TEST-NUMVAL(WS-VALUE) = 0
                MOVE FUNCTION NUMVAL(WS-VALUE) TO SERVER-INSPECT-DAYS
                IF SERVER-INSPECT-DAYS < 1
                    MOVE 1 TO SERVER-INSPECT-DAYS
                END-IF
                IF SERVER-INSPECT-DAYS > 90
                    MOVE 90 TO SERVER-INSPECT-DAYS
                END-IF
            ELSE
                STRING "Invalid inspect-days '" FUNCTION TRIM(WS-VALUE) "', keeping 14"
                    DELIMITED BY SIZE INTO WS-LOG-MSG
                CALL "Log-Warn" USING WS-LOG-MSG
            END-IF
        WHEN "auction-hours"
            IF FUNCTION TEST-NUMVAL(WS-VALUE) = 0
                MOVE FUNCTION NUMVAL(WS-VALUE) TO SERVER-AUCTION-HOURS
                IF SERVER-AUCTION-HOURS < 1
                    MOVE 1 TO SERVER-AUCTION-HOURS
                END-IF
                IF SERVER-AUCTION-HOURS > 168
                    MOVE 168 TO SERVER-AUCTION-HOURS
                END-IF
            ELSE
                STRING "Invalid auction-hours '" FUNCTION TRIM(WS-VALUE) "', keeping 24"
                    DELIMITED BY SIZE INTO WS-LOG-MSG
                CALL "Log-Warn" USING WS-LOG-MSG
            END-IF
        WHEN "mail-max-letters"
            IF FUNCTION TEST-NUMVAL(WS-VALUE) = 0
                MOVE FUNCTION NUMVAL(WS-VALUE) TO SERVER-MAIL-MAX-LETTERS
                IF SERVER-MAIL-MAX-LETTERS < 1
                    MOVE 1 TO SERVER-MAIL-MAX-LETTERS
                END-IF
                IF SERVER-MAIL-MAX-LETTERS > 500
                    MOVE 500 TO SERVER-MAIL-MAX-LETTERS
                END-IF
            ELSE
                STRING "Invalid mail-max-letters '" FUNCTION TRIM(WS-VALUE) "', keeping 50"
                    DELIMITED BY SIZE INTO WS-LOG-MSG
                CALL "Log-Warn" USING WS-LOG-MSG
            END-IF
        WHEN "archive-after-days"
            IF FUNCTION TEST-NUMVAL(WS-VALUE) = 0
                MOVE FUNCTION NUMVAL(WS-VALUE) TO SERVER-ARCHIVE-AFTER-DAYS
                IF SERVER-ARCHIVE-AFTER-DAYS < 7
                    MOVE 7 TO SERVER-ARCHIVE-AFTER-DAYS
                END-IF
            ELSE
                STRING "Invalid archive-after-days '" FUNCTION TRIM(WS-VALUE) "', keeping 180"
                    DELIMITED BY SIZE INTO WS-LOG-MSG
                CALL "Log-Warn" USING WS-LOG-MSG
            END-IF
        WHEN "trim-min-minutes"
            IF FUNCTION TEST-NUMVAL(WS-VALUE) = 0
                MOVE FUNCTION NUMVAL(WS-VALUE) TO SERVER-TRIM-MIN-MINUTES
                IF SERVER-TRIM-MIN-MINUTES < 1
                    MOVE 1 TO SERVER-TRIM-MIN-MINUTES
                END-IF
            ELSE
                STRING "Invalid trim-min-minutes '" FUNCTION TRIM(WS-VALUE) "', keeping 5"
                    DELIMITED BY SIZE INTO WS-LOG-MSG
                CALL "Log-Warn" USING WS-LOG-MSG
            END-IF
        WHEN "trim-protect-radius"
            IF FUNCTION TEST-NUMVAL(WS-VALUE) = 0
                MOVE FUNCTION NUMVAL(WS-VALUE) TO SERVER-TRIM-PROTECT-RADIUS
                IF SERVER-TRIM-PROTECT-RADIUS < 0
                    MOVE 0 TO SERVER-TRIM-PROTECT-RADIUS
                END-IF
            ELSE
                STRING "Invalid trim-protect-radius '" FUNCTION TRIM(WS-VALUE) "', keeping 32"
                    DELIMITED BY SIZE INTO WS-LOG-MSG
                CALL "Log-Warn" USING WS-LOG-MSG
            END-IF
        WHEN "spawn-chunk-radius"
            IF FUNCTION TEST-NUMVAL(WS-VALUE) = 0
                MOVE FUNCTION NUMVAL(WS-VALUE) TO SERVER-SPAWN-CHUNK-RADIUS
                IF SERVER-SPAWN-CHUNK-RADIUS < 0
                    MOVE 0 TO SERVER-SPAWN-CHUNK-RADIUS
                END-IF
                IF SERVER-SPAWN-CHUNK-RADIUS > 4
                    MOVE 4 TO SERVER-SPAWN-CHUNK-RADIUS
                END-IF
            ELSE
                STRING "Invalid spawn-chunk-radius '" FUNCTION TRIM(WS-VALUE) "', keeping 2"
                    DELIMITED BY SIZE INTO WS-LOG-MSG
                CALL "Log-Warn" USING WS-LOG-MSG
            END-IF
        WHEN "forceload-per-claim"
            IF FUNCTION TEST-NUMVAL(WS-VALUE) = 0
                MOVE FUNCTION NUMVAL(WS-VALUE) TO SERVER-FORCELOAD-PER-CLAIM
                IF SERVER-FORCELOAD-PER-CLAIM < 0
                    MOVE 0 TO SERVER-FORCELOAD-PER-CLAIM
                END-IF
                IF SERVER-FORCELOAD-PER-CLAIM > 16
                    MOVE 16 TO SERVER-FORCELOAD-PER-CLAIM
                END-IF
            ELSE
                STRING "Invalid forceload-per-claim '" FUNCTION TRIM(WS-VALUE) "', keeping 2"
                    DELIMITED BY SIZE INTO WS-LOG-MSG
                CALL "Log-Warn" USING WS-LOG-MSG
            END-IF
        WHEN "area-edit-max-blocks"
            IF FUNCTION TEST-NUMVAL(WS-VALUE) = 0
                MOVE FUNCTION NUMVAL(WS-VALUE) TO SERVER-AREA-EDIT-MAX-BLOCKS
                IF SERVER-AREA-EDIT-MAX-BLOCKS < 1
                    MOVE 1 TO SERVER-AREA-EDIT-MAX-BLOCKS
                END-IF
                IF SERVER-AREA-EDIT-MAX-BLOCKS > 32768
                    MOVE 32768 TO SERVER-AREA-EDIT-MAX-BLOCKS
                END-IF
            ELSE
                STRING "Invalid area-edit-max-blocks '" FUNCTION TRIM(WS-VALUE)
                       "', keeping 32768" DELIMITED BY SIZE INTO WS-LOG-MSG
                CALL "Log-Warn" USING WS-LOG-MSG
            END-IF
        WHEN "area-edit-blocks-per-tick"
            IF FUNCTION TEST-NUMVAL(WS-VALUE) = 0
                MOVE FUNCTION NUMVAL(WS-VALUE) TO SERVER-AREA-EDIT-PER-TICK
                IF SERVER-AREA-EDIT-PER-TICK < 1
                    MOVE 1 TO SERVER-AREA-EDIT-PER-TICK
                END-IF
                IF SERVER-AREA-EDIT-PER-TICK > 8192
                    MOVE 8192 TO SERVER-AREA-EDIT-PER-TICK
                END-IF
            ELSE
                STRING "Invalid area-edit-blocks-per-tick '" FUNCTION TRIM(WS-VALUE)
                       "', keeping 1024" DELIMITED BY SIZE INTO WS-LOG-MSG
                CALL "Log-Warn" USING WS-LOG-MSG
            END-IF
        WHEN "item-cleanup-minutes"
            IF FUNCTION TEST-NUMVAL(WS-VALUE) = 0
                MOVE FUNCTION NUMVAL(WS-VALUE) TO SERVER-ITEM-CLEANUP-MINUTES
                IF SERVER-ITEM-CLEANUP-MINUTES < 0
                    MOVE 0 TO SERVER-ITEM-CLEANUP-MINUTES
                END-IF
                IF SERVER-ITEM-CLEANUP-MINUTES > 1440
                    MOVE 1440 TO SERVER-ITEM-CLEANUP-MINUTES
                END-IF
            ELSE
                STRING "Invalid item-cleanup-minutes '" FUNCTION TRIM(WS-VALUE)
                       "', keeping 0" DELIMITED BY SIZE INTO WS-LOG-MSG
                CALL "Log-Warn" USING WS-LOG-MSG
            END-IF
        WHEN "item-cleanup-age-seconds"
            IF FUNCTION TEST-NUMVAL(WS-VALUE) = 0
                MOVE FUNCTION NUMVAL(WS-VALUE) TO SERVER-ITEM-CLEANUP-AGE
                IF SERVER-ITEM-CLEANUP-AGE < 0
                    MOVE 0 TO SERVER-ITEM-CLEANUP-AGE
                END-IF
                IF SERVER-ITEM-CLEANUP-AGE > 300
                    MOVE 300 TO SERVER-ITEM-CLEANUP-AGE
                END-IF
            ELSE
                STRING "Invalid item-cleanup-age-seconds '" FUNCTION TRIM(WS-VALUE)
                       "', keeping 60" DELIMITED BY SIZE INTO WS-LOG-MSG
                CALL "Log-Warn" USING WS-LOG-MSG
            END-IF
        WHEN "entity-chunk-cap"
            IF FUNCTION TEST-NUMVAL(WS-VALUE) = 0
                MOVE FUNCTION NUMVAL(WS-VALUE) TO SERVER-ENTITY-CHUNK-CAP
                IF SERVER-ENTITY-CHUNK-CAP < 0
                    MOVE 0 TO SERVER-ENTITY-CHUNK-CAP
                END-IF
                IF SERVER-ENTITY-CHUNK-CAP > 4096
                    MOVE 4096 TO SERVER-ENTITY-CHUNK-CAP
                END-IF
            ELSE
                STRING "Invalid entity-chunk-cap '" FUNCTION TRIM(WS-VALUE)
                       "', keeping 0" DELIMITED BY SIZE INTO WS-LOG-MSG
                CALL "Log-Warn" USING WS-LOG-MSG
            END-IF
        WHEN "pvp"
            IF WS-VALUE = "false"
                MOVE 0 TO SERVER-PVP-ENABLED
            ELSE
                MOVE 0 TO SERVER-WHITELIST-ENFORCE
            END-IF
        WHEN "anti-xray"
            IF WS-VALUE = "true"
                MOVE 1 TO SERVER-ANTI-XRAY
            ELSE
                MOVE 0 TO SERVER-ANTI-XRAY
            END-IF
        WHEN "proxy-mode"
            EVALUATE WS-VALUE
                WHEN "none"
                    MOVE PROXY-MODE-NONE TO SERVER-PROXY-MODE
                WHEN "bungeecord"
                    MOVE PROXY-MODE-BUNGEECORD TO SERVER-PROXY-MODE
                WHEN "velocity"
                    MOVE PROXY-MODE-VELOCITY TO SERVER-PROXY-MODE
                WHEN OTHER
                    STRING "Unknown proxy-mode '" FUNCTION TRIM(WS-VALUE) "', defaulting to none"
                        DELIMITED BY SIZE INTO WS-LOG-MSG
                    CALL "Log-Warn" USING WS-LOG-MSG
                    MOVE PROXY-MODE-NONE TO SERVER-PROXY-MODE
            END-EVALUATE
        WHEN "proxy-secret"
            MOVE WS-VALUE(1:128) TO SERVER-PROXY-SECRET
        WHEN "proxy-address"
            MOVE WS-VALUE(1:46) TO SERVER-PROXY-ADDRESS
        WHEN OTHER
            STRING "Unknown server.properties key: " WS-KEY
                DELIMITED BY SIZE INTO WS-LOG-MSG
