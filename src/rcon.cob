*> Runs a command received over RCON and returns its text response. "stop"/"shutdown"
*> set RCON-SHUTDOWN-REQUESTED for ServerLoop to act on, the same handoff the operator
*> console uses, since GracefulShutdown needs access to CLIENT-TABLE in server.cob.
*> "bridge <community name>: <message>" is the chat bridge's relay, for a
*> community chat bot holding the RCON password (see Bridge-Relay).
*> Anything else is handed to Admin-ExecuteCommand, the shared set of commands
*> that need no player context -- the same set the operator console runs, so the
*> two surfaces never drift apart.
DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-RCON.
    01 WS-BRIDGE-TAIL     PIC X(512).
    01 WS-SEP-POS         BINARY-LONG UNSIGNED.
    01 WS-BRIDGE-NAME     PIC X(64).
    01 WS-BRIDGE-MESSAGE  PIC X(512).
LINKAGE SECTION.
    01 LK-COMMAND        PIC X ANY LENGTH.
    01 LK-RESPONSE        PIC X ANY LENGTH.
PROCEDURE DIVISION USING LK-COMMAND LK-RESPONSE LK-RESPONSE-LENGTH.
    MOVE SPACES TO LK-RESPONSE

    IF LENGTH OF LK-COMMAND > 7 AND LK-COMMAND(1:7) = "bridge "
        PERFORM RelayBridgeLine
        GOBACK
    END-IF

    EVALUATE FUNCTION TRIM(LK-COMMAND)
        WHEN "stop"
        WHEN "shutdown"
    COMPUTE LK-RESPONSE-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(LK-RESPONSE))
    GOBACK.

*> The community name runs up to the first ": ", which keeps names with
*> spaces in them intact.
RelayBridgeLine.
    MOVE LK-COMMAND(8:) TO WS-BRIDGE-TAIL
    MOVE 0 TO WS-SEP-POS
    INSPECT WS-BRIDGE-TAIL TALLYING WS-SEP-POS FOR CHARACTERS BEFORE INITIAL ": "
    IF WS-SEP-POS = 0 OR WS-SEP-POS >= LENGTH OF WS-BRIDGE-TAIL - 2
        MOVE "Usage: bridge <community name>: <message>" TO LK-RESPONSE
        COMPUTE LK-RESPONSE-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(LK-RESPONSE))
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-BRIDGE-NAME WS-BRIDGE-MESSAGE
    MOVE WS-BRIDGE-TAIL(1:WS-SEP-POS) TO WS-BRIDGE-NAME
    MOVE WS-BRIDGE-TAIL(WS-SEP-POS + 3:) TO WS-BRIDGE-MESSAGE
    CALL "Bridge-Relay" USING WS-BRIDGE-NAME WS-BRIDGE-MESSAGE
        LK-RESPONSE LK-RESPONSE-LENGTH
    EXIT PARAGRAPH.

END PROGRAM Rcon-ExecuteCommand.
