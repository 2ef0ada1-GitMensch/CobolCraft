    COPY DD-PLAYERS.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-MESSAGE-ARGS.
    01 WS-ACTION                BINARY-CHAR UNSIGNED.
    01 WS-CHANGED               BINARY-CHAR UNSIGNED.
    01 WS-LIVE-CHANGED          BINARY-CHAR UNSIGNED.

    IF WS-CHANGED = 1 OR WS-LIVE-CHANGED = 1
        IF LK-MAKE-OP = 1
            MOVE SPACES TO MESSAGE-ARGS
            MOVE LK-NAME TO MESSAGE-ARG(1)
            CALL "Message-Text" USING "ops.made" MESSAGE-ARGS LK-RESULT
        ELSE
            MOVE SPACES TO MESSAGE-ARGS
            MOVE LK-NAME TO MESSAGE-ARG(1)
            CALL "Message-Text" USING "ops.removed" MESSAGE-ARGS LK-RESULT
        END-IF
    ELSE
        CALL "Message-Text" USING "ops.nothing" MESSAGE-ARGS LK-RESULT
    END-IF
    GOBACK.

