*> --- Query-Listen ---
*> Opens the UDP query socket on query.port, the way Rcon-Listen opens the RCON
*> listener: a failure here (port in use, etc.) only disables the query
*> listener rather than taking the whole server down.
IDENTIFICATION DIVISION.
PROGRAM-ID. Query-Listen.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-QUERY.
    COPY DD-SERVER-PROPERTIES.
    01 ERRNO             PIC 9(3) VALUE 0.
    01 WS-LOG-MSG         PIC X(128).

PROCEDURE DIVISION.
    CALL "Socket-ListenUdp" USING SERVER-QUERY-PORT QUERY-SOCKET ERRNO
    IF ERRNO NOT = 0
        STRING "Failed to start query listener, query disabled: " ERRNO
            DELIMITED BY SIZE INTO WS-LOG-MSG
        CALL "Log-Error" USING WS-LOG-MSG
        GOBACK
    END-IF

    INITIALIZE QUERY-PEER-TABLE
    MOVE 1 TO QUERY-LISTENING
    STRING "Query listening on UDP port " SERVER-QUERY-PORT
        DELIMITED BY SIZE INTO WS-LOG-MSG
    CALL "Log-Info" USING WS-LOG-MSG
    GOBACK.

END PROGRAM Query-Listen.

*> --- Query-Poll ---
*> Called once per server tick alongside Rcon-Poll: answers whatever datagrams
*> are waiting on the query socket, up to a fixed number per tick. Speaks the
*> GameSpy4 query protocol server-list sites use -- every request starts FE FD,
*> a type byte and a four-byte session ID the answer echoes back:
*>   type 9, handshake: answered with a fresh challenge token, as decimal text;
*>   type 0, stat: carries that token back (big-endian int32), then four
*>     padding bytes when the full stat is wanted rather than the basic one.
*> Stats only go to an address holding a live token, so a request with a
*> forged source address gets nothing bigger than a handshake reply -- and an
*> address sending more than QUERY-MAX-PER-SECOND packets a second is simply
*> not answered -- so the listener can't be used to reflect traffic at anyone.
*> Answers come from the same data the TCP status response uses: the
*> play-state clients and server.properties.
IDENTIFICATION DIVISION.
PROGRAM-ID. Query-Poll.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-QUERY.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.

    01 ERRNO              PIC 9(3) VALUE 0.
    01 MAX-PACKETS-PER-TICK BINARY-LONG UNSIGNED VALUE 16.
    01 WS-PACKETS         BINARY-LONG UNSIGNED.
    01 BYTE-COUNT         PIC 9(5).
    01 BUFFER             PIC X(1500).
    01 OUT-BUFFER         PIC X(4096).
    01 WS-PTR             BINARY-LONG UNSIGNED.
    01 WS-OFFSET          BINARY-LONG UNSIGNED.
    01 WS-PEER-ADDRESS    PIC X(46).
    01 WS-PEER-PORT       BINARY-LONG UNSIGNED.
    01 WS-NOW             BINARY-DOUBLE.
    01 WS-PEER            BINARY-LONG UNSIGNED.
    01 WS-SCAN-ID         BINARY-LONG UNSIGNED.
    01 WS-RATE-LIMITED    BINARY-CHAR UNSIGNED.
    01 WS-SESSION-ID      PIC X(4).
    01 WS-CLIENT-TOKEN    BINARY-LONG.
    01 WS-TOKEN-TEXT      PIC Z(9)9.
    01 WS-ONLINE-COUNT    BINARY-LONG UNSIGNED.
    01 WS-ONLINE-TEXT     PIC Z(4)9.
    01 WS-MAX-TEXT        PIC Z(4)9.
    01 WS-PORT-NUMBER     BINARY-LONG UNSIGNED.
    01 WS-PORT-BYTES      PIC X(2).
    01 WS-MOTD            PIC X(256).

PROCEDURE DIVISION.
    IF QUERY-LISTENING = 0
        GOBACK
    END-IF

    CALL "SystemTimeMicros" USING WS-NOW
    PERFORM VARYING WS-PACKETS FROM 1 BY 1 UNTIL WS-PACKETS > MAX-PACKETS-PER-TICK
        *> Non-blocking like Socket-Accept: an empty socket is the normal end.
        MOVE LENGTH OF BUFFER TO BYTE-COUNT
        CALL "Socket-ReceiveFrom" USING QUERY-SOCKET BUFFER BYTE-COUNT
            WS-PEER-ADDRESS WS-PEER-PORT ERRNO
        IF ERRNO NOT = 0
            EXIT PERFORM
        END-IF
        PERFORM HandleQueryPacket
    END-PERFORM.

    GOBACK.

HandleQueryPacket SECTION.
    IF BYTE-COUNT < 7 OR BUFFER(1:2) NOT = X"FEFD"
        EXIT SECTION
    END-IF

    PERFORM FindQueryPeer
    IF WS-RATE-LIMITED = 1
        EXIT SECTION
    END-IF

    MOVE BUFFER(4:4) TO WS-SESSION-ID
    EVALUATE BUFFER(3:1)
        WHEN X"09"
            PERFORM SendChallenge
        WHEN X"00"
            IF BYTE-COUNT < 11
                EXIT SECTION
            END-IF
            MOVE 8 TO WS-OFFSET
            CALL "Decode-Int" USING BUFFER WS-OFFSET WS-CLIENT-TOKEN
            IF QUERY-PEER-TOKEN(WS-PEER) = 0
                    OR WS-CLIENT-TOKEN NOT = QUERY-PEER-TOKEN(WS-PEER)
                    OR WS-NOW - QUERY-PEER-TOKEN-TIME(WS-PEER) > QUERY-TOKEN-MICROS
                EXIT SECTION
            END-IF
            PERFORM CountOnlinePlayers
            IF BYTE-COUNT >= 15
                PERFORM SendFullStat
            ELSE
                PERFORM SendBasicStat
            END-IF
    END-EVALUATE.

    EXIT SECTION.

FindQueryPeer SECTION.
    *> The sender's QUERY-PEER entry -- taking over a free one, or else the one
    *> quiet the longest, for a new address -- with this packet counted against
    *> its one-second window.
    MOVE 0 TO WS-PEER
    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-QUERY-PEERS
        IF QUERY-PEER-PRESENT(WS-SCAN-ID) = 1
                AND QUERY-PEER-ADDRESS(WS-SCAN-ID) = WS-PEER-ADDRESS
            MOVE WS-SCAN-ID TO WS-PEER
            EXIT PERFORM
        END-IF
    END-PERFORM

    IF WS-PEER = 0
        MOVE 1 TO WS-PEER
        PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-QUERY-PEERS
            IF QUERY-PEER-PRESENT(WS-SCAN-ID) = 0
                MOVE WS-SCAN-ID TO WS-PEER
                EXIT PERFORM
            END-IF
            IF QUERY-PEER-WINDOW-START(WS-SCAN-ID) < QUERY-PEER-WINDOW-START(WS-PEER)
                MOVE WS-SCAN-ID TO WS-PEER
            END-IF
        END-PERFORM
        MOVE 1 TO QUERY-PEER-PRESENT(WS-PEER)
        MOVE WS-PEER-ADDRESS TO QUERY-PEER-ADDRESS(WS-PEER)
        MOVE 0 TO QUERY-PEER-TOKEN(WS-PEER)
        MOVE 0 TO QUERY-PEER-TOKEN-TIME(WS-PEER)
        MOVE WS-NOW TO QUERY-PEER-WINDOW-START(WS-PEER)
        MOVE 0 TO QUERY-PEER-WINDOW-COUNT(WS-PEER)
    END-IF

    IF WS-NOW - QUERY-PEER-WINDOW-START(WS-PEER) >= 1000000
        MOVE WS-NOW TO QUERY-PEER-WINDOW-START(WS-PEER)
        MOVE 0 TO QUERY-PEER-WINDOW-COUNT(WS-PEER)
    END-IF
    ADD 1 TO QUERY-PEER-WINDOW-COUNT(WS-PEER)
    IF QUERY-PEER-WINDOW-COUNT(WS-PEER) > QUERY-MAX-PER-SECOND
        MOVE 1 TO WS-RATE-LIMITED
    ELSE
        MOVE 0 TO WS-RATE-LIMITED
    END-IF.

    EXIT SECTION.

SendChallenge SECTION.
    *> A fresh token per handshake, from the same PRNG sequence the login
    *> verify tokens use; never 0, which marks "no token handed out".
    COMPUTE QUERY-PEER-TOKEN(WS-PEER) = FUNCTION RANDOM * 2147483646 + 1
    MOVE WS-NOW TO QUERY-PEER-TOKEN-TIME(WS-PEER)
    MOVE QUERY-PEER-TOKEN(WS-PEER) TO WS-TOKEN-TEXT

    MOVE 1 TO WS-PTR
    STRING X"09" WS-SESSION-ID FUNCTION TRIM(WS-TOKEN-TEXT) X"00"
        DELIMITED BY SIZE INTO OUT-BUFFER WITH POINTER WS-PTR
    PERFORM SendQueryReply.

    EXIT SECTION.

CountOnlinePlayers SECTION.
    MOVE 0 TO WS-ONLINE-COUNT
    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(WS-SCAN-ID) = 1 AND CLIENT-STATE(WS-SCAN-ID) = CLIENT-STATE-PLAY
            ADD 1 TO WS-ONLINE-COUNT
        END-IF
    END-PERFORM
    MOVE WS-ONLINE-COUNT TO WS-ONLINE-TEXT
    MOVE SERVER-MAX-PLAYERS TO WS-MAX-TEXT
    MOVE SPACES TO WS-MOTD
    IF SERVER-MOTD-LENGTH > 0
        MOVE SERVER-MOTD(1:SERVER-MOTD-LENGTH) TO WS-MOTD
    END-IF.

    EXIT SECTION.

SendBasicStat SECTION.
    *> MOTD, game type, map (the level type), player counts, then the game
    *> port as a little-endian short and the host address.
    MOVE FUNCTION NUMVAL(SERVER-PORT) TO WS-PORT-NUMBER
    MOVE FUNCTION CHAR(FUNCTION MOD(WS-PORT-NUMBER, 256) + 1) TO WS-PORT-BYTES(1:1)
    MOVE FUNCTION CHAR(WS-PORT-NUMBER / 256 + 1) TO WS-PORT-BYTES(2:1)

    MOVE 1 TO WS-PTR
    STRING X"00" WS-SESSION-ID
           FUNCTION TRIM(WS-MOTD) X"00"
           "SMP" X"00"
           FUNCTION TRIM(SERVER-LEVEL-TYPE) X"00"
           FUNCTION TRIM(WS-ONLINE-TEXT) X"00"
           FUNCTION TRIM(WS-MAX-TEXT) X"00"
           WS-PORT-BYTES
           "0.0.0.0" X"00"
        DELIMITED BY SIZE INTO OUT-BUFFER WITH POINTER WS-PTR
    PERFORM SendQueryReply.

    EXIT SECTION.

SendFullStat SECTION.
    *> The fixed "splitnum" padding, NUL-separated key/value pairs ended by an
    *> empty key, the "player_" padding, then every online name and an empty
    *> one to finish.
    MOVE 1 TO WS-PTR
    STRING X"00" WS-SESSION-ID
           "splitnum" X"00" X"80" X"00"
           "hostname" X"00" FUNCTION TRIM(WS-MOTD) X"00"
           "gametype" X"00" "SMP" X"00"
           "game_id" X"00" "MINECRAFT" X"00"
           "version" X"00" "1.20.4" X"00"
           "plugins" X"00" "CobolCraft" X"00"
           "map" X"00" FUNCTION TRIM(SERVER-LEVEL-TYPE) X"00"
           "numplayers" X"00" FUNCTION TRIM(WS-ONLINE-TEXT) X"00"
           "maxplayers" X"00" FUNCTION TRIM(WS-MAX-TEXT) X"00"
           "hostport" X"00" FUNCTION TRIM(SERVER-PORT) X"00"
           "hostip" X"00" "0.0.0.0" X"00"
           X"00"
           X"01" "player_" X"00" X"00"
        DELIMITED BY SIZE INTO OUT-BUFFER WITH POINTER WS-PTR

    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(WS-SCAN-ID) = 1 AND CLIENT-STATE(WS-SCAN-ID) = CLIENT-STATE-PLAY
            STRING FUNCTION TRIM(CLIENT-USERNAME(WS-SCAN-ID)) X"00"
                DELIMITED BY SIZE INTO OUT-BUFFER WITH POINTER WS-PTR
        END-IF
    END-PERFORM
    STRING X"00" DELIMITED BY SIZE INTO OUT-BUFFER WITH POINTER WS-PTR
    PERFORM SendQueryReply.

    EXIT SECTION.

SendQueryReply SECTION.
    *> Best-effort, as UDP is: a failed send is not retried.
    COMPUTE BYTE-COUNT = WS-PTR - 1
    CALL "Socket-SendTo" USING QUERY-SOCKET WS-PEER-ADDRESS WS-PEER-PORT
        OUT-BUFFER BYTE-COUNT ERRNO
    MOVE 0 TO ERRNO.

    EXIT SECTION.

END PROGRAM Query-Poll.
