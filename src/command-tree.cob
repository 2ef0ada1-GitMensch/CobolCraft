    COPY DD-CLIENTS.
    COPY DD-PLAYERS.
    *> The dispatcher's command set, declared once. Order is presentation order.
    01 MAX-TREE-COMMANDS        BINARY-LONG UNSIGNED VALUE 96.
    01 WS-DECLARED-COUNT        BINARY-LONG UNSIGNED VALUE 0.
    01 WS-DECLARED-TABLE.
        05 WS-DECLARED-ENTRY OCCURS 96 TIMES.
            10 WS-DECLARED-NAME     PIC X(16).
            10 WS-DECLARED-ARGS     PIC X(64).
            10 WS-DECLARED-OP-ONLY  BINARY-CHAR UNSIGNED.
    *> player isn't allowed to see.
    01 COMMAND-TREE.
        05 COMMAND-TREE-COUNT   BINARY-LONG UNSIGNED.
        05 COMMAND-TREE-ENTRY OCCURS 96 TIMES.
            10 TREE-NAME            PIC X(16).
            10 TREE-ARGS            PIC X(64).
LINKAGE SECTION.
    PERFORM DeclareHomes
    PERFORM DeclareTrade
    PERFORM DeclareClaims
    PERFORM DeclareAccounts
    PERFORM DeclareReport
    PERFORM DeclareOperatorSet
    EXIT PARAGRAPH.

    MOVE "trust" TO WS-DECLARED-NAME(WS-DECLARED-COUNT)
    MOVE "player" TO WS-DECLARED-ARGS(WS-DECLARED-COUNT)
    MOVE 0 TO WS-DECLARED-OP-ONLY(WS-DECLARED-COUNT)

    *> Claim owners force-load inside their own claims, so not operator-only.
    ADD 1 TO WS-DECLARED-COUNT
    MOVE "forceload" TO WS-DECLARED-NAME(WS-DECLARED-COUNT)
    MOVE "enum:add|remove|list text" TO WS-DECLARED-ARGS(WS-DECLARED-COUNT)
    MOVE 0 TO WS-DECLARED-OP-ONLY(WS-DECLARED-COUNT)
    EXIT PARAGRAPH.

DeclareAccounts.
    ADD 1 TO WS-DECLARED-COUNT
    MOVE "balance" TO WS-DECLARED-NAME(WS-DECLARED-COUNT)
    MOVE SPACES TO WS-DECLARED-ARGS(WS-DECLARED-COUNT)
    MOVE 0 TO WS-DECLARED-OP-ONLY(WS-DECLARED-COUNT)

    ADD 1 TO WS-DECLARED-COUNT
    MOVE "pay" TO WS-DECLARED-NAME(WS-DECLARED-COUNT)
    MOVE "player count" TO WS-DECLARED-ARGS(WS-DECLARED-COUNT)
    MOVE 0 TO WS-DECLARED-OP-ONLY(WS-DECLARED-COUNT)

    ADD 1 TO WS-DECLARED-COUNT
    MOVE "auction" TO WS-DECLARED-NAME(WS-DECLARED-COUNT)
    MOVE "enum:sell|list|bid|cancel text" TO WS-DECLARED-ARGS(WS-DECLARED-COUNT)
    MOVE 0 TO WS-DECLARED-OP-ONLY(WS-DECLARED-COUNT)
    EXIT PARAGRAPH.

DeclareReport.
    ADD 1 TO WS-DECLARED-COUNT
    MOVE "report" TO WS-DECLARED-NAME(WS-DECLARED-COUNT)
    MOVE "text" TO WS-DECLARED-ARGS(WS-DECLARED-COUNT)
    MOVE 0 TO WS-DECLARED-OP-ONLY(WS-DECLARED-COUNT)

    ADD 1 TO WS-DECLARED-COUNT
    MOVE "mail" TO WS-DECLARED-NAME(WS-DECLARED-COUNT)
    MOVE "enum:send|read|clear|all text" TO WS-DECLARED-ARGS(WS-DECLARED-COUNT)
    MOVE 0 TO WS-DECLARED-OP-ONLY(WS-DECLARED-COUNT)
    EXIT PARAGRAPH.

DeclareOperatorSet.
    MOVE "player text" TO WS-DECLARED-ARGS(WS-DECLARED-COUNT)
    MOVE 1 TO WS-DECLARED-OP-ONLY(WS-DECLARED-COUNT)

    ADD 1 TO WS-DECLARED-COUNT
    MOVE "warn" TO WS-DECLARED-NAME(WS-DECLARED-COUNT)
    MOVE "player text" TO WS-DECLARED-ARGS(WS-DECLARED-COUNT)
    MOVE 1 TO WS-DECLARED-OP-ONLY(WS-DECLARED-COUNT)

    ADD 1 TO WS-DECLARED-COUNT
    MOVE "history" TO WS-DECLARED-NAME(WS-DECLARED-COUNT)
    MOVE "player" TO WS-DECLARED-ARGS(WS-DECLARED-COUNT)
    MOVE 1 TO WS-DECLARED-OP-ONLY(WS-DECLARED-COUNT)

    ADD 1 TO WS-DECLARED-COUNT
    MOVE "tickets" TO WS-DECLARED-NAME(WS-DECLARED-COUNT)
    MOVE "enum:list|claim|tp|close text" TO WS-DECLARED-ARGS(WS-DECLARED-COUNT)
    MOVE 1 TO WS-DECLARED-OP-ONLY(WS-DECLARED-COUNT)

    ADD 1 TO WS-DECLARED-COUNT
    MOVE "seen" TO WS-DECLARED-NAME(WS-DECLARED-COUNT)
    MOVE "player" TO WS-DECLARED-ARGS(WS-DECLARED-COUNT)
    MOVE 1 TO WS-DECLARED-OP-ONLY(WS-DECLARED-COUNT)

    ADD 1 TO WS-DECLARED-COUNT
    MOVE "reload" TO WS-DECLARED-NAME(WS-DECLARED-COUNT)
    MOVE SPACES TO WS-DECLARED-ARGS(WS-DECLARED-COUNT)
    MOVE "give" TO WS-DECLARED-NAME(WS-DECLARED-COUNT)
    MOVE "player item count" TO WS-DECLARED-ARGS(WS-DECLARED-COUNT)
    MOVE 1 TO WS-DECLARED-OP-ONLY(WS-DECLARED-COUNT)

    ADD 1 TO WS-DECLARED-COUNT
    MOVE "inspect" TO WS-DECLARED-NAME(WS-DECLARED-COUNT)
    MOVE "enum:on|off" TO WS-DECLARED-ARGS(WS-DECLARED-COUNT)
    MOVE 1 TO WS-DECLARED-OP-ONLY(WS-DECLARED-COUNT)

    ADD 1 TO WS-DECLARED-COUNT
    MOVE "eco" TO WS-DECLARED-NAME(WS-DECLARED-COUNT)
    MOVE "enum:grant|take player count" TO WS-DECLARED-ARGS(WS-DECLARED-COUNT)
    MOVE 1 TO WS-DECLARED-OP-ONLY(WS-DECLARED-COUNT)

    ADD 1 TO WS-DECLARED-COUNT
    MOVE "scoreboard" TO WS-DECLARED-NAME(WS-DECLARED-COUNT)
    MOVE "enum:objectives|players text" TO WS-DECLARED-ARGS(WS-DECLARED-COUNT)
    MOVE 1 TO WS-DECLARED-OP-ONLY(WS-DECLARED-COUNT)

    ADD 1 TO WS-DECLARED-COUNT
    MOVE "fill" TO WS-DECLARED-NAME(WS-DECLARED-COUNT)
    MOVE "vec3 vec3 text" TO WS-DECLARED-ARGS(WS-DECLARED-COUNT)
    MOVE 1 TO WS-DECLARED-OP-ONLY(WS-DECLARED-COUNT)

    ADD 1 TO WS-DECLARED-COUNT
    MOVE "replace" TO WS-DECLARED-NAME(WS-DECLARED-COUNT)
    MOVE "vec3 vec3 text" TO WS-DECLARED-ARGS(WS-DECLARED-COUNT)
    MOVE 1 TO WS-DECLARED-OP-ONLY(WS-DECLARED-COUNT)

    ADD 1 TO WS-DECLARED-COUNT
    MOVE "clone" TO WS-DECLARED-NAME(WS-DECLARED-COUNT)
    MOVE "vec3 vec3 vec3 text" TO WS-DECLARED-ARGS(WS-DECLARED-COUNT)
    MOVE 1 TO WS-DECLARED-OP-ONLY(WS-DECLARED-COUNT)

    ADD 1 TO WS-DECLARED-COUNT
    MOVE "undo" TO WS-DECLARED-NAME(WS-DECLARED-COUNT)
    MOVE SPACES TO WS-DECLARED-ARGS(WS-DECLARED-COUNT)
    MOVE 1 TO WS-DECLARED-OP-ONLY(WS-DECLARED-COUNT)

    ADD 1 TO WS-DECLARED-COUNT
    MOVE "entities" TO WS-DECLARED-NAME(WS-DECLARED-COUNT)
    MOVE "count" TO WS-DECLARED-ARGS(WS-DECLARED-COUNT)
    MOVE 1 TO WS-DECLARED-OP-ONLY(WS-DECLARED-COUNT)

    ADD 1 TO WS-DECLARED-COUNT
    MOVE "clearentities" TO WS-DECLARED-NAME(WS-DECLARED-COUNT)
    MOVE "text" TO WS-DECLARED-ARGS(WS-DECLARED-COUNT)
    MOVE 1 TO WS-DECLARED-OP-ONLY(WS-DECLARED-COUNT)
    EXIT PARAGRAPH.

END PROGRAM Commands-SendTree.
