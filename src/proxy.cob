*> --- Proxy-ReadLegacyForward ---
*> BungeeCord-style forwarding: with ip_forward on, the proxy rewrites the
*> handshake's server address into NUL-separated fields -- the host the player
*> typed, their real address, their UUID as 32 hex digits, and the game
*> profile properties as a JSON array. Fewer than three fields means the
*> connection didn't come through a forwarding proxy at all. With a
*> proxy-secret configured the properties must also carry a matching
*> "bungeeguard-token" entry (the BungeeGuard plugin's convention), since plain
*> forwarding can be forged by anyone who can reach the port.
*> LK-OK comes back 1 with PROXY-FORWARD(LK-CLIENT) filled in.
IDENTIFICATION DIVISION.
PROGRAM-ID. Proxy-ReadLegacyForward.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PROXY.
    COPY DD-SERVER-PROPERTIES.
    01 WS-FIELD-COUNT           BINARY-LONG UNSIGNED.
    01 WS-HOST                  PIC X(255).
    01 WS-IP                    PIC X(64).
    01 WS-IP-LEN                BINARY-LONG UNSIGNED.
    01 WS-UUID-HEX              PIC X(64).
    01 WS-UUID-LEN              BINARY-LONG UNSIGNED.
    01 WS-PROPS                 PIC X(8192).
    01 WS-PROPS-LEN             BINARY-LONG UNSIGNED.
    01 WS-TOKEN                 PIC X(256).
    01 WS-TOKEN-LEN             BINARY-LONG UNSIGNED.
    01 WS-UNUSED                PIC X(1).
    01 WS-UNUSED-LEN            BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
    01 LK-ADDRESS               PIC X ANY LENGTH.
    01 LK-OK                    BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-CLIENT LK-ADDRESS LK-OK.
    MOVE 0 TO LK-OK
    MOVE 0 TO PROXY-FORWARDED(LK-CLIENT)
    MOVE 0 TO WS-FIELD-COUNT WS-IP-LEN WS-UUID-LEN WS-PROPS-LEN
    MOVE SPACES TO WS-HOST WS-IP WS-UUID-HEX WS-PROPS
    UNSTRING LK-ADDRESS DELIMITED BY X"00"
        INTO WS-HOST
             WS-IP COUNT IN WS-IP-LEN
             WS-UUID-HEX COUNT IN WS-UUID-LEN
             WS-PROPS COUNT IN WS-PROPS-LEN
        TALLYING IN WS-FIELD-COUNT
    END-UNSTRING
    IF WS-FIELD-COUNT < 3 OR WS-IP-LEN < 1 OR WS-IP-LEN > 46 OR WS-UUID-LEN NOT = 32
        GOBACK
    END-IF
    IF WS-PROPS-LEN > LENGTH OF WS-PROPS
        MOVE LENGTH OF WS-PROPS TO WS-PROPS-LEN
    END-IF

    MOVE 0 TO PROXY-SKIN-VALUE-LEN(LK-CLIENT)
    MOVE 0 TO PROXY-SKIN-SIGNATURE-LEN(LK-CLIENT)
    IF WS-PROPS-LEN > 0
        CALL "Proxy-JsonProperty" USING WS-PROPS(1:WS-PROPS-LEN) "textures"
            PROXY-SKIN-VALUE(LK-CLIENT) PROXY-SKIN-VALUE-LEN(LK-CLIENT)
            PROXY-SKIN-SIGNATURE(LK-CLIENT) PROXY-SKIN-SIGNATURE-LEN(LK-CLIENT)
    END-IF

    IF SERVER-PROXY-SECRET NOT = SPACES
        MOVE 0 TO WS-TOKEN-LEN
        IF WS-PROPS-LEN > 0
            CALL "Proxy-JsonProperty" USING WS-PROPS(1:WS-PROPS-LEN) "bungeeguard-token"
                WS-TOKEN WS-TOKEN-LEN WS-UNUSED WS-UNUSED-LEN
        END-IF
        IF WS-TOKEN-LEN = 0
                OR WS-TOKEN(1:WS-TOKEN-LEN) NOT = FUNCTION TRIM(SERVER-PROXY-SECRET)
            GOBACK
        END-IF
    END-IF

    MOVE WS-IP(1:WS-IP-LEN) TO PROXY-REAL-ADDRESS(LK-CLIENT)
    CALL "Uuid-FromHex" USING WS-UUID-HEX(1:32) PROXY-UUID(LK-CLIENT)
    *> Legacy forwarding doesn't repeat the name; Login Start supplies it.
    MOVE SPACES TO PROXY-USERNAME(LK-CLIENT)
    MOVE 1 TO PROXY-FORWARDED(LK-CLIENT)
    MOVE 1 TO LK-OK
    GOBACK.

END PROGRAM Proxy-ReadLegacyForward.

*> --- Proxy-ReadModernForward ---
*> Velocity's modern forwarding: the answer to our "velocity:player_info"
*> login plugin request is a 32-byte HMAC-SHA256 over the rest of the data,
*> keyed with the secret the proxy and this server share (proxy-secret), then
*> the forwarding version, the player's real address, UUID and name, and
*> their game profile properties. A bad signature means the answer didn't
*> come from our proxy, and LK-OK stays 0; otherwise PROXY-FORWARD(LK-CLIENT)
*> is filled in. Every length is checked against LK-DATA-LEN before it is
*> used, so a short or garbled answer is simply refused.
IDENTIFICATION DIVISION.
PROGRAM-ID. Proxy-ReadModernForward.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PROXY.
    COPY DD-SERVER-PROPERTIES.
    01 SIGNATURE-LENGTH         BINARY-LONG UNSIGNED VALUE 32.
    01 WS-SECRET-LEN            BINARY-LONG UNSIGNED.
    01 WS-SIGNED-LEN            BINARY-LONG UNSIGNED.
    01 WS-DIGEST                PIC X(32).
    01 WS-OFFSET                BINARY-LONG UNSIGNED.
    01 WS-VERSION               BINARY-LONG.
    01 WS-STR-LEN               BINARY-LONG.
    01 WS-STR-START             BINARY-LONG UNSIGNED.
    01 WS-BAD                   BINARY-CHAR UNSIGNED.
    01 WS-PROP-COUNT            BINARY-LONG.
    01 WS-PROP-INDEX            BINARY-LONG.
    01 WS-PROP-NAME             PIC X(32).
    01 WS-VALUE-START           BINARY-LONG UNSIGNED.
    01 WS-VALUE-LEN             BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
    01 LK-DATA                  PIC X ANY LENGTH.
    01 LK-DATA-LEN              BINARY-LONG UNSIGNED.
    01 LK-OK                    BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-CLIENT LK-DATA LK-DATA-LEN LK-OK.
    MOVE 0 TO LK-OK
    MOVE 0 TO PROXY-FORWARDED(LK-CLIENT)
    IF LK-DATA-LEN <= SIGNATURE-LENGTH OR SERVER-PROXY-SECRET = SPACES
        GOBACK
    END-IF

    COMPUTE WS-SECRET-LEN = FUNCTION LENGTH(FUNCTION TRIM(SERVER-PROXY-SECRET))
    COMPUTE WS-SIGNED-LEN = LK-DATA-LEN - SIGNATURE-LENGTH
    CALL "Crypto-HmacSha256" USING FUNCTION TRIM(SERVER-PROXY-SECRET) WS-SECRET-LEN
        LK-DATA(SIGNATURE-LENGTH + 1:WS-SIGNED-LEN) WS-SIGNED-LEN WS-DIGEST
    IF WS-DIGEST NOT = LK-DATA(1:SIGNATURE-LENGTH)
        GOBACK
    END-IF

    MOVE 0 TO WS-BAD
    COMPUTE WS-OFFSET = SIGNATURE-LENGTH + 1
    CALL "Decode-VarInt" USING LK-DATA WS-OFFSET WS-VERSION
    IF WS-VERSION < 1
        GOBACK
    END-IF

    PERFORM ReadString
    IF WS-BAD = 1 OR WS-STR-LEN < 1 OR WS-STR-LEN > 46
        GOBACK
    END-IF
    MOVE SPACES TO PROXY-REAL-ADDRESS(LK-CLIENT)
    MOVE LK-DATA(WS-STR-START:WS-STR-LEN) TO PROXY-REAL-ADDRESS(LK-CLIENT)

    IF WS-OFFSET + 15 > LK-DATA-LEN
        GOBACK
    END-IF
    MOVE LK-DATA(WS-OFFSET:16) TO PROXY-UUID(LK-CLIENT)
    ADD 16 TO WS-OFFSET

    PERFORM ReadString
    IF WS-BAD = 1 OR WS-STR-LEN < 1 OR WS-STR-LEN > 16
        GOBACK
    END-IF
    MOVE SPACES TO PROXY-USERNAME(LK-CLIENT)
    MOVE LK-DATA(WS-STR-START:WS-STR-LEN) TO PROXY-USERNAME(LK-CLIENT)

    MOVE 0 TO PROXY-SKIN-VALUE-LEN(LK-CLIENT)
    MOVE 0 TO PROXY-SKIN-SIGNATURE-LEN(LK-CLIENT)
    CALL "Decode-VarInt" USING LK-DATA WS-OFFSET WS-PROP-COUNT
    PERFORM VARYING WS-PROP-INDEX FROM 1 BY 1 UNTIL WS-PROP-INDEX > WS-PROP-COUNT
        PERFORM ReadProperty
        IF WS-BAD = 1
            GOBACK
        END-IF
    END-PERFORM

    MOVE 1 TO PROXY-FORWARDED(LK-CLIENT)
    MOVE 1 TO LK-OK
    GOBACK.

*> A VarInt-prefixed string: WS-STR-START/WS-STR-LEN locate it in LK-DATA and
*> WS-OFFSET moves past it; WS-BAD is set when it would run off the end.
ReadString.
    IF WS-OFFSET > LK-DATA-LEN
        MOVE 1 TO WS-BAD
        EXIT PARAGRAPH
    END-IF
    CALL "Decode-VarInt" USING LK-DATA WS-OFFSET WS-STR-LEN
    IF WS-STR-LEN < 0 OR WS-OFFSET + WS-STR-LEN - 1 > LK-DATA-LEN
        MOVE 1 TO WS-BAD
        EXIT PARAGRAPH
    END-IF
    MOVE WS-OFFSET TO WS-STR-START
    ADD WS-STR-LEN TO WS-OFFSET
    EXIT PARAGRAPH.

*> Name, value, then an optional signature. Only "textures" is kept.
ReadProperty.
    PERFORM ReadString
    IF WS-BAD = 1
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-PROP-NAME
    IF WS-STR-LEN > 0 AND WS-STR-LEN <= 32
        MOVE LK-DATA(WS-STR-START:WS-STR-LEN) TO WS-PROP-NAME
    END-IF

    PERFORM ReadString
    IF WS-BAD = 1
        EXIT PARAGRAPH
    END-IF
    MOVE WS-STR-START TO WS-VALUE-START
    MOVE WS-STR-LEN TO WS-VALUE-LEN
    IF WS-PROP-NAME = "textures" AND WS-VALUE-LEN > 0
            AND WS-VALUE-LEN <= LENGTH OF PROXY-SKIN-VALUE(LK-CLIENT)
        MOVE LK-DATA(WS-VALUE-START:WS-VALUE-LEN) TO PROXY-SKIN-VALUE(LK-CLIENT)
        MOVE WS-VALUE-LEN TO PROXY-SKIN-VALUE-LEN(LK-CLIENT)
    END-IF

    IF WS-OFFSET > LK-DATA-LEN
        MOVE 1 TO WS-BAD
        EXIT PARAGRAPH
    END-IF
    IF LK-DATA(WS-OFFSET:1) = X"00"
        ADD 1 TO WS-OFFSET
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-OFFSET
    PERFORM ReadString
    IF WS-BAD = 1
        EXIT PARAGRAPH
    END-IF
    IF WS-PROP-NAME = "textures" AND PROXY-SKIN-VALUE-LEN(LK-CLIENT) > 0
            AND WS-STR-LEN > 0
            AND WS-STR-LEN <= LENGTH OF PROXY-SKIN-SIGNATURE(LK-CLIENT)
        MOVE LK-DATA(WS-STR-START:WS-STR-LEN) TO PROXY-SKIN-SIGNATURE(LK-CLIENT)
        MOVE WS-STR-LEN TO PROXY-SKIN-SIGNATURE-LEN(LK-CLIENT)
    END-IF
    EXIT PARAGRAPH.

END PROGRAM Proxy-ReadModernForward.

*> --- Proxy-JsonProperty ---
*> Pull one game profile property out of the JSON array BungeeCord forwards,
*> [{"name":"textures","value":"...","signature":"..."}, ...]: the value and
*> signature strings of the object whose name is LK-NAME. The proxy writes the
*> three keys in that order, so a plain scan forward from the name -- bounded
*> by the end of its object -- is all the parsing it needs. Lengths come back 0
*> for anything missing or too long for the caller's field.
IDENTIFICATION DIVISION.
PROGRAM-ID. Proxy-JsonProperty.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 WS-PATTERN               PIC X(64).
    01 WS-PLEN                  BINARY-LONG UNSIGNED.
    01 WS-FROM                  BINARY-LONG UNSIGNED.
    01 WS-TO                    BINARY-LONG UNSIGNED.
    01 WS-FOUND-AT              BINARY-LONG UNSIGNED.
    01 WS-COUNT                 BINARY-LONG UNSIGNED.
    01 WS-JSON-LEN              BINARY-LONG UNSIGNED.
    01 WS-OBJECT-START          BINARY-LONG UNSIGNED.
    01 WS-OBJECT-END            BINARY-LONG UNSIGNED.
    01 WS-STRING-START          BINARY-LONG UNSIGNED.
    01 WS-STRING-LEN            BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-JSON                  PIC X ANY LENGTH.
    01 LK-NAME                  PIC X ANY LENGTH.
    01 LK-VALUE                 PIC X ANY LENGTH.
    01 LK-VALUE-LEN             BINARY-LONG UNSIGNED.
    01 LK-SIGNATURE             PIC X ANY LENGTH.
    01 LK-SIGNATURE-LEN         BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-JSON LK-NAME LK-VALUE LK-VALUE-LEN LK-SIGNATURE
        LK-SIGNATURE-LEN.
    MOVE 0 TO LK-VALUE-LEN
    MOVE 0 TO LK-SIGNATURE-LEN
    MOVE LENGTH OF LK-JSON TO WS-JSON-LEN

    MOVE SPACES TO WS-PATTERN
    STRING '"name":"' LK-NAME '"' DELIMITED BY SIZE INTO WS-PATTERN
    COMPUTE WS-PLEN = LENGTH OF LK-NAME + 9
    MOVE 1 TO WS-FROM
    COMPUTE WS-TO = WS-JSON-LEN + 1
    PERFORM FindPattern
    IF WS-FOUND-AT = 0
        GOBACK
    END-IF
    COMPUTE WS-OBJECT-START = WS-FOUND-AT + WS-PLEN

    MOVE "}" TO WS-PATTERN
    MOVE 1 TO WS-PLEN
    MOVE WS-OBJECT-START TO WS-FROM
    PERFORM FindPattern
    IF WS-FOUND-AT = 0
        GOBACK
    END-IF
    MOVE WS-FOUND-AT TO WS-OBJECT-END

    MOVE '"value":"' TO WS-PATTERN
    MOVE 9 TO WS-PLEN
    PERFORM FindString
    IF WS-STRING-LEN > 0 AND WS-STRING-LEN <= LENGTH OF LK-VALUE
        MOVE LK-JSON(WS-STRING-START:WS-STRING-LEN) TO LK-VALUE
        MOVE WS-STRING-LEN TO LK-VALUE-LEN
    END-IF

    MOVE '"signature":"' TO WS-PATTERN
    MOVE 13 TO WS-PLEN
    PERFORM FindString
    IF WS-STRING-LEN > 0 AND WS-STRING-LEN <= LENGTH OF LK-SIGNATURE
        MOVE LK-JSON(WS-STRING-START:WS-STRING-LEN) TO LK-SIGNATURE
        MOVE WS-STRING-LEN TO LK-SIGNATURE-LEN
    END-IF
    GOBACK.

*> The string following WS-PATTERN inside the object, up to its closing quote
*> (base64 and the token never hold an escaped one).
FindString.
    MOVE 0 TO WS-STRING-LEN
    MOVE WS-OBJECT-START TO WS-FROM
    MOVE WS-OBJECT-END TO WS-TO
    PERFORM FindPattern
    IF WS-FOUND-AT = 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-STRING-START = WS-FOUND-AT + WS-PLEN
    MOVE '"' TO WS-PATTERN
    MOVE 1 TO WS-PLEN
    MOVE WS-STRING-START TO WS-FROM
    PERFORM FindPattern
    IF WS-FOUND-AT = 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-STRING-LEN = WS-FOUND-AT - WS-STRING-START
    EXIT PARAGRAPH.

*> First WS-PATTERN(1:WS-PLEN) in LK-JSON from WS-FROM up to (not including)
*> WS-TO, or WS-FOUND-AT = 0.
FindPattern.
    MOVE 0 TO WS-FOUND-AT
    IF WS-FROM >= WS-TO OR WS-TO - WS-FROM < WS-PLEN
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-COUNT
    INSPECT LK-JSON(WS-FROM:WS-TO - WS-FROM) TALLYING WS-COUNT
        FOR CHARACTERS BEFORE INITIAL WS-PATTERN(1:WS-PLEN)
    IF WS-COUNT < WS-TO - WS-FROM
        COMPUTE WS-FOUND-AT = WS-FROM + WS-COUNT
    END-IF
    EXIT PARAGRAPH.

END PROGRAM Proxy-JsonProperty.
