*> --- Bridge-LoadAccounts ---
*> Parse bridge-accounts.conf into DD-BRIDGE: one "<community name>,<game
*> name>" pair per line, the way the other two-field conf files load. A
*> missing file maps nobody. Called on first use by Bridge-Relay;
*> Admin-Reload clears BRIDGE-LOADED to force a re-read.
IDENTIFICATION DIVISION.
PROGRAM-ID. Bridge-LoadAccounts.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BRIDGE-ACCOUNTS-FILE ASSIGN TO "bridge-accounts.conf"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  BRIDGE-ACCOUNTS-FILE.
01  BRIDGE-ACCOUNTS-LINE        PIC X(128).

WORKING-STORAGE SECTION.
    COPY DD-BRIDGE.
    01 FS-STATUS                PIC X(2).
    01 WS-COMMUNITY-NAME        PIC X(64).
    01 WS-GAME-NAME             PIC X(64).

PROCEDURE DIVISION.
    MOVE 0 TO BRIDGE-ACCOUNT-COUNT
    MOVE 1 TO BRIDGE-LOADED

    OPEN INPUT BRIDGE-ACCOUNTS-FILE
    IF FS-STATUS NOT = "00"
        GOBACK
    END-IF

    PERFORM UNTIL FS-STATUS = "10"
        READ BRIDGE-ACCOUNTS-FILE
            AT END
                MOVE "10" TO FS-STATUS
            NOT AT END
                PERFORM ParseLine
        END-READ
    END-PERFORM

    CLOSE BRIDGE-ACCOUNTS-FILE
    CALL "Log-Info" USING "Loaded bridge-accounts.conf"
    GOBACK.

ParseLine.
    IF BRIDGE-ACCOUNTS-LINE = SPACES OR BRIDGE-ACCOUNTS-LINE(1:1) = "#"
        EXIT PARAGRAPH
    END-IF
    IF BRIDGE-ACCOUNT-COUNT >= MAX-BRIDGE-ACCOUNTS
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-COMMUNITY-NAME WS-GAME-NAME
    UNSTRING BRIDGE-ACCOUNTS-LINE DELIMITED BY ","
        INTO WS-COMMUNITY-NAME WS-GAME-NAME
    MOVE FUNCTION TRIM(WS-COMMUNITY-NAME) TO WS-COMMUNITY-NAME
    MOVE FUNCTION TRIM(WS-GAME-NAME) TO WS-GAME-NAME
    IF WS-COMMUNITY-NAME = SPACES OR WS-GAME-NAME = SPACES
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO BRIDGE-ACCOUNT-COUNT
    MOVE WS-COMMUNITY-NAME TO BRIDGE-COMMUNITY-NAME(BRIDGE-ACCOUNT-COUNT)
    MOVE WS-GAME-NAME TO BRIDGE-GAME-NAME(BRIDGE-ACCOUNT-COUNT)
    EXIT PARAGRAPH.

END PROGRAM Bridge-LoadAccounts.

*> --- Bridge-Relay ---
*> Put one community chat line into the game: broadcast to every play-state
*> client as "[Community] <name>: <message>", so it can never be mistaken
*> for a player's own "<name> message" chat. A community account mapped to
*> a game account in bridge-accounts.conf is held to that account's mute --
*> a muted player can't talk into the game from the other side either. Both
*> outcomes land in the audit trail as [bridge] records. Shared by
*> Bridge-Poll and the RCON "bridge" relay; LK-RESPONSE says what happened.
IDENTIFICATION DIVISION.
PROGRAM-ID. Bridge-Relay.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-BRIDGE.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    01 WS-NAME                  PIC X(32).
    01 WS-MESSAGE               PIC X(256).
    01 WS-GAME-NAME             PIC X(16).
    01 WS-INDEX                 BINARY-LONG UNSIGNED.
    01 WS-SCAN-ID               BINARY-LONG UNSIGNED.
    01 WS-MUTED                 BINARY-CHAR UNSIGNED.
    01 WS-CHAT-LINE             PIC X(300).
    01 WS-CHAT-LINE-LENGTH      BINARY-LONG UNSIGNED.
    01 WS-AUDIT-LINE            PIC X(360).
LINKAGE SECTION.
    01 LK-NAME                  PIC X ANY LENGTH.
    01 LK-MESSAGE               PIC X ANY LENGTH.
    01 LK-RESPONSE              PIC X ANY LENGTH.
    01 LK-RESPONSE-LENGTH       BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-NAME LK-MESSAGE LK-RESPONSE LK-RESPONSE-LENGTH.
    MOVE SPACES TO LK-RESPONSE
    IF BRIDGE-LOADED = 0
        CALL "Bridge-LoadAccounts"
    END-IF

    MOVE FUNCTION TRIM(LK-NAME) TO WS-NAME
    MOVE FUNCTION TRIM(LK-MESSAGE) TO WS-MESSAGE
    IF WS-NAME = SPACES OR WS-MESSAGE = SPACES
        MOVE "Nothing to relay" TO LK-RESPONSE
        COMPUTE LK-RESPONSE-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(LK-RESPONSE))
        GOBACK
    END-IF

    MOVE SPACES TO WS-GAME-NAME
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > BRIDGE-ACCOUNT-COUNT
        IF BRIDGE-COMMUNITY-NAME(WS-INDEX) = WS-NAME
            MOVE BRIDGE-GAME-NAME(WS-INDEX) TO WS-GAME-NAME
            EXIT PERFORM
        END-IF
    END-PERFORM

    MOVE SPACES TO WS-AUDIT-LINE
    IF WS-GAME-NAME NOT = SPACES
        CALL "Mute-Check" USING WS-GAME-NAME WS-MUTED
        IF WS-MUTED = 1
            STRING "[bridge] " FUNCTION TRIM(WS-NAME) " (as " FUNCTION TRIM(WS-GAME-NAME)
                   ") held, muted: " FUNCTION TRIM(WS-MESSAGE)
                DELIMITED BY SIZE INTO WS-AUDIT-LINE
            CALL "Audit-Log" USING WS-AUDIT-LINE
            STRING FUNCTION TRIM(WS-NAME) " is muted in game as " FUNCTION TRIM(WS-GAME-NAME)
                DELIMITED BY SIZE INTO LK-RESPONSE
            COMPUTE LK-RESPONSE-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(LK-RESPONSE))
            GOBACK
        END-IF
        STRING "[bridge] " FUNCTION TRIM(WS-NAME) " (as " FUNCTION TRIM(WS-GAME-NAME)
               "): " FUNCTION TRIM(WS-MESSAGE)
            DELIMITED BY SIZE INTO WS-AUDIT-LINE
    ELSE
        STRING "[bridge] " FUNCTION TRIM(WS-NAME) ": " FUNCTION TRIM(WS-MESSAGE)
            DELIMITED BY SIZE INTO WS-AUDIT-LINE
    END-IF
    CALL "Audit-Log" USING WS-AUDIT-LINE

    MOVE SPACES TO WS-CHAT-LINE
    STRING "[Community] " FUNCTION TRIM(WS-NAME) ": " FUNCTION TRIM(WS-MESSAGE)
        DELIMITED BY SIZE INTO WS-CHAT-LINE
    COMPUTE WS-CHAT-LINE-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(WS-CHAT-LINE))
    CALL "Log-Info" USING WS-CHAT-LINE
    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(WS-SCAN-ID) = 1 AND CLIENT-STATE(WS-SCAN-ID) = CLIENT-STATE-PLAY
            CALL "SendPacket-SystemChat" USING WS-SCAN-ID WS-CHAT-LINE WS-CHAT-LINE-LENGTH
        END-IF
    END-PERFORM

    MOVE "Message relayed" TO LK-RESPONSE
    COMPUTE LK-RESPONSE-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(LK-RESPONSE))
    GOBACK.

END PROGRAM Bridge-Relay.

*> --- Bridge-Poll ---
*> Called once per server tick; every bridge-poll-seconds it fetches the
*> bridge-url feed (Http-Get, the same opaque runtime boundary Http-Post is
*> for Webhook-Notify) and relays each new line through Bridge-Relay. The
*> feed is plain text, one line per community chat message:
*>   <message ID><TAB><community name><TAB><message>
*> with IDs increasing. Each request passes the highest ID already relayed
*> as an "after" query parameter, and any line at or below it is skipped all
*> the same, so a feed that ignores the parameter never repeats itself. A
*> failing endpoint is logged once when it starts failing and once when it
*> recovers, never every poll.
IDENTIFICATION DIVISION.
PROGRAM-ID. Bridge-Poll.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-BRIDGE.
    COPY DD-SERVER-PROPERTIES.
    01 ERRNO                    PIC 9(3).
    01 WS-NOW                   BINARY-DOUBLE.
    01 WS-URL                   PIC X(320).
    01 WS-URL-LEN               BINARY-LONG UNSIGNED.
    01 WS-CURSOR-TEXT           PIC Z(17)9.
    01 WS-RESPONSE              PIC X(16384).
    01 WS-RESPONSE-LEN          BINARY-LONG UNSIGNED.
    01 WS-POS                   BINARY-LONG UNSIGNED.
    01 WS-LINE-LEN              BINARY-LONG UNSIGNED.
    01 WS-LINE                  PIC X(512).
    01 WS-PTR                   BINARY-LONG UNSIGNED.
    01 WS-ID-TEXT               PIC X(20).
    01 WS-ID                    BINARY-DOUBLE UNSIGNED.
    01 WS-NAME                  PIC X(64).
    01 WS-MESSAGE               PIC X(512).
    01 WS-RELAY-RESPONSE        PIC X(128).
    01 WS-RELAY-RESPONSE-LEN    BINARY-LONG UNSIGNED.
    01 WS-FAILING               BINARY-CHAR UNSIGNED VALUE 0.
    01 WS-ERRNO-TEXT            PIC Z(2)9.
    01 WS-LOG-MSG               PIC X(128).

PROCEDURE DIVISION.
    IF SERVER-BRIDGE-URL = SPACES
        GOBACK
    END-IF
    CALL "SystemTimeMicros" USING WS-NOW
    IF WS-NOW - BRIDGE-LAST-POLL < SERVER-BRIDGE-POLL-SECONDS * 1000000
        GOBACK
    END-IF
    MOVE WS-NOW TO BRIDGE-LAST-POLL

    MOVE BRIDGE-CURSOR TO WS-CURSOR-TEXT
    MOVE SPACES TO WS-URL
    MOVE 0 TO WS-PTR
    INSPECT SERVER-BRIDGE-URL TALLYING WS-PTR FOR ALL "?"
    IF WS-PTR = 0
        STRING FUNCTION TRIM(SERVER-BRIDGE-URL) "?after=" FUNCTION TRIM(WS-CURSOR-TEXT)
            DELIMITED BY SIZE INTO WS-URL
    ELSE
        STRING FUNCTION TRIM(SERVER-BRIDGE-URL) "&after=" FUNCTION TRIM(WS-CURSOR-TEXT)
            DELIMITED BY SIZE INTO WS-URL
    END-IF
    COMPUTE WS-URL-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-URL))

    MOVE 0 TO ERRNO
    MOVE 0 TO WS-RESPONSE-LEN
    CALL "Http-Get" USING WS-URL WS-URL-LEN WS-RESPONSE WS-RESPONSE-LEN ERRNO
    IF ERRNO NOT = 0
        IF WS-FAILING = 0
            MOVE ERRNO TO WS-ERRNO-TEXT
            STRING "Chat bridge poll failed (" FUNCTION TRIM(WS-ERRNO-TEXT)
                   "); retrying quietly"
                DELIMITED BY SIZE INTO WS-LOG-MSG
            CALL "Log-Warn" USING WS-LOG-MSG
            MOVE 1 TO WS-FAILING
        END-IF
        GOBACK
    END-IF
    IF WS-FAILING = 1
        CALL "Log-Info" USING "Chat bridge poll recovered"
        MOVE 0 TO WS-FAILING
    END-IF
    IF WS-RESPONSE-LEN > LENGTH OF WS-RESPONSE
        MOVE LENGTH OF WS-RESPONSE TO WS-RESPONSE-LEN
    END-IF

    MOVE 1 TO WS-POS
    PERFORM UNTIL WS-POS > WS-RESPONSE-LEN
        MOVE 0 TO WS-LINE-LEN
        INSPECT WS-RESPONSE(WS-POS:WS-RESPONSE-LEN - WS-POS + 1)
            TALLYING WS-LINE-LEN FOR CHARACTERS BEFORE INITIAL X"0A"
        MOVE SPACES TO WS-LINE
        IF WS-LINE-LEN > 0
            MOVE WS-RESPONSE(WS-POS:WS-LINE-LEN) TO WS-LINE
            PERFORM RelayLine
        END-IF
        COMPUTE WS-POS = WS-POS + WS-LINE-LEN + 1
    END-PERFORM

    *> The first answer since startup only sets the cursor.
    MOVE 1 TO BRIDGE-PRIMED
    GOBACK.

RelayLine.
    INSPECT WS-LINE REPLACING ALL X"0D" BY SPACE
    MOVE SPACES TO WS-ID-TEXT WS-NAME WS-MESSAGE
    MOVE 1 TO WS-PTR
    UNSTRING WS-LINE DELIMITED BY X"09"
        INTO WS-ID-TEXT WS-NAME
        WITH POINTER WS-PTR
    IF WS-PTR > LENGTH OF WS-LINE OR FUNCTION TEST-NUMVAL(WS-ID-TEXT) NOT = 0
        EXIT PARAGRAPH
    END-IF
    MOVE WS-LINE(WS-PTR:) TO WS-MESSAGE
    COMPUTE WS-ID = FUNCTION NUMVAL(WS-ID-TEXT)
    IF WS-ID <= BRIDGE-CURSOR
        EXIT PARAGRAPH
    END-IF
    MOVE WS-ID TO BRIDGE-CURSOR
    IF BRIDGE-PRIMED = 1
        CALL "Bridge-Relay" USING WS-NAME WS-MESSAGE WS-RELAY-RESPONSE WS-RELAY-RESPONSE-LEN
    END-IF
    EXIT PARAGRAPH.

END PROGRAM Bridge-Poll.
