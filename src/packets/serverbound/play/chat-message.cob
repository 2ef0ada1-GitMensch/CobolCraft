    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-PLAYERS.
    COPY DD-MESSAGE-ARGS.
    01 WS-MESSAGE-LEN       BINARY-LONG UNSIGNED.
    01 WS-MESSAGE           PIC X(256).
    01 WS-CHAT-LINE         PIC X(280).
    *> A muted player's chat goes nowhere but back to them.
    CALL "Mute-Check" USING CLIENT-USERNAME(LK-CLIENT) WS-MUTED
    IF WS-MUTED = 1
        MOVE SPACES TO MESSAGE-ARGS
        CALL "Message-Send" USING LK-CLIENT "chat.muted" MESSAGE-ARGS
        GOBACK
    END-IF

