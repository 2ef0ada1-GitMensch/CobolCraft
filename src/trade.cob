    COPY DD-CLIENT-STATES.
    COPY DD-PLAYERS.
    COPY DD-CONTAINERS.
    COPY DD-MESSAGE-ARGS.
    01 WS-TRADE                 BINARY-LONG UNSIGNED.
    01 WS-SCAN-ID               BINARY-LONG UNSIGNED.
    01 WS-OTHER-PLAYER          BINARY-LONG UNSIGNED.
    01 WS-CONTAINER-ID          BINARY-LONG UNSIGNED.
    01 WS-SLOT-INDEX            BINARY-LONG UNSIGNED.
    01 WS-AUDIT-LINE            PIC X(160).
    01 WS-RECEIVER              BINARY-LONG UNSIGNED.
    01 WS-FROM-SLOT             BINARY-LONG UNSIGNED.
        WHEN "cancel"
            PERFORM CancelOwnTrade
        WHEN SPACES
            CALL "Message-Text" USING "trade.usage" MESSAGE-ARGS LK-RESULT
        WHEN OTHER
            PERFORM RequestTrade
    END-EVALUATE
RequestTrade.
    PERFORM FindOwnTrade
    IF WS-TRADE <= MAX-TRADE-ENTRIES
        CALL "Message-Text" USING "trade.already" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF

        END-IF
    END-PERFORM
    IF WS-OTHER-PLAYER = 0 OR WS-OTHER-PLAYER = LK-PLAYER-ID
        CALL "Message-Text" USING "player.not-online-any" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF

        END-IF
    END-PERFORM
    IF WS-TRADE > MAX-TRADE-ENTRIES
        CALL "Message-Text" USING "trade.too-many" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO TRADE-CONFIRMED-A(WS-TRADE)
    MOVE 0 TO TRADE-CONFIRMED-B(WS-TRADE)

    MOVE SPACES TO MESSAGE-ARGS
    MOVE PLAYER-USERNAME(LK-PLAYER-ID) TO MESSAGE-ARG(1)
    PERFORM NotifyOtherPlayer
    CALL "Message-Text" USING "trade.requested" MESSAGE-ARGS LK-RESULT
    EXIT PARAGRAPH.

AcceptTrade.
        END-IF
    END-PERFORM
    IF WS-TRADE > MAX-TRADE-ENTRIES
        CALL "Message-Text" USING "trade.no-offer" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF

    END-PERFORM
    IF WS-CONTAINER-ID > MAX-CONTAINER-ENTRIES
        MOVE 0 TO TRADE-PRESENT(WS-TRADE)
        CALL "Message-Text" USING "trade.no-room" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO CONTAINER-PRESENT(WS-CONTAINER-ID)
    MOVE WS-CONTAINER-ID TO TRADE-CONTAINER(WS-TRADE)

    PERFORM OpenWindowForBoth
    CALL "Message-Text" USING "trade.opened" MESSAGE-ARGS LK-RESULT
    EXIT PARAGRAPH.

ConfirmTrade.
    PERFORM FindOwnTrade
    IF WS-TRADE > MAX-TRADE-ENTRIES OR TRADE-STATE(WS-TRADE) NOT = TRADE-STATE-OPEN
        CALL "Message-Text" USING "trade.nothing-to-confirm" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF
    IF TRADE-PLAYER-A(WS-TRADE) = LK-PLAYER-ID
    END-IF
    IF TRADE-CONFIRMED-A(WS-TRADE) = 1 AND TRADE-CONFIRMED-B(WS-TRADE) = 1
        PERFORM ExecuteSwap
        CALL "Message-Text" USING "trade.completed" MESSAGE-ARGS LK-RESULT
    ELSE
        CALL "Message-Text" USING "trade.confirmed" MESSAGE-ARGS LK-RESULT
    END-IF
    EXIT PARAGRAPH.

CancelOwnTrade.
    PERFORM FindOwnTrade
    IF WS-TRADE > MAX-TRADE-ENTRIES
        CALL "Message-Text" USING "trade.nothing-to-cancel" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF
    PERFORM CancelTrade
    CALL "Message-Text" USING "trade.cancelled" MESSAGE-ARGS LK-RESULT
    EXIT PARAGRAPH.

*> The trade (requested or open) this player is part of, if any.
    EXIT PARAGRAPH.

NotifyOtherPlayer.
    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(WS-SCAN-ID) = 1 AND CLIENT-STATE(WS-SCAN-ID) = CLIENT-STATE-PLAY
                AND CLIENT-PLAYER(WS-SCAN-ID) = WS-OTHER-PLAYER
            CALL "Message-Send" USING WS-SCAN-ID "trade.request-notice" MESSAGE-ARGS
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.
