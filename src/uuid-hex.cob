*> --- Uuid-ToHex ---
*> A 16-byte UUID as the 32 lower-case hex digits the data files store it as
*> (the claims.dat rendering), for files that key records by player.
IDENTIFICATION DIVISION.
PROGRAM-ID. Uuid-ToHex.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 WS-HEX-DIGITS            PIC X(16) VALUE "0123456789abcdef".
    01 WS-HEX-POS               BINARY-LONG UNSIGNED.
    01 WS-BYTE-INDEX            BINARY-LONG UNSIGNED.
    01 WS-UUID-BYTE             BINARY-CHAR UNSIGNED.
    01 WS-HI-NIBBLE             BINARY-LONG UNSIGNED.
    01 WS-LO-NIBBLE             BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-UUID                  PIC X(16).
    01 LK-HEX                   PIC X(32).

PROCEDURE DIVISION USING LK-UUID LK-HEX.
    MOVE 1 TO WS-HEX-POS
    PERFORM VARYING WS-BYTE-INDEX FROM 1 BY 1 UNTIL WS-BYTE-INDEX > 16
        COMPUTE WS-UUID-BYTE = FUNCTION ORD(LK-UUID(WS-BYTE-INDEX:1)) - 1
        COMPUTE WS-HI-NIBBLE = WS-UUID-BYTE / 16
        COMPUTE WS-LO-NIBBLE = WS-UUID-BYTE - WS-HI-NIBBLE * 16
        MOVE WS-HEX-DIGITS(WS-HI-NIBBLE + 1:1) TO LK-HEX(WS-HEX-POS:1)
        ADD 1 TO WS-HEX-POS
        MOVE WS-HEX-DIGITS(WS-LO-NIBBLE + 1:1) TO LK-HEX(WS-HEX-POS:1)
        ADD 1 TO WS-HEX-POS
    END-PERFORM
    GOBACK.

END PROGRAM Uuid-ToHex.

*> --- Uuid-FromHex ---
*> The reverse: 32 hex digits back into the 16 raw UUID bytes. Anything that
*> isn't a hex digit reads as 0, the same forgiving rule Claims-Load applies.
IDENTIFICATION DIVISION.
PROGRAM-ID. Uuid-FromHex.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 WS-HEX-DIGITS            PIC X(16) VALUE "0123456789abcdef".
    01 WS-HEX-POS               BINARY-LONG UNSIGNED.
    01 WS-BYTE-INDEX            BINARY-LONG UNSIGNED.
    01 WS-HI-NIBBLE             BINARY-LONG.
    01 WS-LO-NIBBLE             BINARY-LONG.
    01 WS-NIBBLE-CHAR           PIC X.
    01 WS-NIBBLE-VALUE          BINARY-LONG.
LINKAGE SECTION.
    01 LK-HEX                   PIC X(32).
    01 LK-UUID                  PIC X(16).

PROCEDURE DIVISION USING LK-HEX LK-UUID.
    MOVE 1 TO WS-HEX-POS
    PERFORM VARYING WS-BYTE-INDEX FROM 1 BY 1 UNTIL WS-BYTE-INDEX > 16
        MOVE LK-HEX(WS-HEX-POS:1) TO WS-NIBBLE-CHAR
        PERFORM NibbleValue
        MOVE WS-NIBBLE-VALUE TO WS-HI-NIBBLE
        ADD 1 TO WS-HEX-POS
        MOVE LK-HEX(WS-HEX-POS:1) TO WS-NIBBLE-CHAR
        PERFORM NibbleValue
        MOVE WS-NIBBLE-VALUE TO WS-LO-NIBBLE
        ADD 1 TO WS-HEX-POS
        MOVE FUNCTION CHAR(WS-HI-NIBBLE * 16 + WS-LO-NIBBLE + 1)
            TO LK-UUID(WS-BYTE-INDEX:1)
    END-PERFORM
    GOBACK.

NibbleValue.
    MOVE 0 TO WS-NIBBLE-VALUE
    PERFORM VARYING WS-NIBBLE-VALUE FROM 0 BY 1 UNTIL WS-NIBBLE-VALUE > 15
        IF WS-HEX-DIGITS(WS-NIBBLE-VALUE + 1:1) = WS-NIBBLE-CHAR
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-NIBBLE-VALUE > 15
        MOVE 0 TO WS-NIBBLE-VALUE
    END-IF
    EXIT PARAGRAPH.

END PROGRAM Uuid-FromHex.
