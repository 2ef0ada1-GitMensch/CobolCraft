*> --- Player-HandleDeath ---
*> The one death transition, called from ServiceClient the tick a player's
*> health is first seen at zero: marks the entry dead, bumps the statistic,
*> ends every running status effect, and -- unless the keepInventory gamerule says otherwise -- spills the whole
*> 46-slot inventory and the mouse-carried stack as item entities where they
*> fell, then clears it and pushes the emptied view at the owning client.
*> (The client's own death screen already appeared off the Update Health that
    COPY DD-PLAYERS.
    COPY DD-GAMERULES.
    COPY DD-DAMAGE-CAUSES.
    COPY DD-MESSAGE-ARGS.
    01 WS-SLOT-INDEX            BINARY-LONG UNSIGNED.
    01 WS-CLIENT-ID             BINARY-LONG UNSIGNED.
    01 WS-DEATH-LINE            PIC X(128).
    01 WS-DEATH-LINE-LEN        BINARY-LONG UNSIGNED.
    01 WS-DEATH-KEY             PIC X(32).
    01 WS-AUDIT-CATALOG         BINARY-LONG UNSIGNED VALUE 1.
    01 WS-AUDIT-LINE            PIC X(200).
    01 WS-X-TEXT                PIC -(10)9.
    01 WS-Y-TEXT                PIC -(10)9.
    MOVE 1 TO PLAYER-DEAD(LK-PLAYER-ID)
    ADD 1 TO STAT-DEATHS(LK-PLAYER-ID)
    PERFORM BroadcastDeathMessage
    CALL "Effect-ClearAll" USING LK-PLAYER-ID

    IF GAMERULE-KEEP-INVENTORY = 1
        GOBACK
*> Word the death from the stamped cause, tell everyone, and leave the
*> incident -- cause and coordinates -- in the audit trail for staff.
BroadcastDeathMessage.
    EVALUATE PLAYER-LAST-DAMAGE-CAUSE(LK-PLAYER-ID)
        WHEN DAMAGE-CAUSE-FALL
            MOVE "death.fall" TO WS-DEATH-KEY
        WHEN DAMAGE-CAUSE-STARVATION
            MOVE "death.starvation" TO WS-DEATH-KEY
        WHEN DAMAGE-CAUSE-MOB
            MOVE "death.mob" TO WS-DEATH-KEY
        WHEN DAMAGE-CAUSE-PVP
            MOVE "death.player" TO WS-DEATH-KEY
        WHEN DAMAGE-CAUSE-ARROW
            MOVE "death.arrow" TO WS-DEATH-KEY
        WHEN DAMAGE-CAUSE-LAVA
            MOVE "death.lava" TO WS-DEATH-KEY
        WHEN DAMAGE-CAUSE-FIRE
            MOVE "death.fire" TO WS-DEATH-KEY
        WHEN DAMAGE-CAUSE-DROWNING
            MOVE "death.drowning" TO WS-DEATH-KEY
        WHEN DAMAGE-CAUSE-SUFFOCATION
            MOVE "death.suffocation" TO WS-DEATH-KEY
        WHEN DAMAGE-CAUSE-EXPLOSION
            MOVE "death.explosion" TO WS-DEATH-KEY
        WHEN DAMAGE-CAUSE-MAGIC
            MOVE "death.magic" TO WS-DEATH-KEY
        WHEN DAMAGE-CAUSE-WITHER
            MOVE "death.wither" TO WS-DEATH-KEY
        WHEN OTHER
            MOVE "death.other" TO WS-DEATH-KEY
    END-EVALUATE
    MOVE SPACES TO MESSAGE-ARGS
    MOVE PLAYER-USERNAME(LK-PLAYER-ID) TO MESSAGE-ARG(1)
    MOVE PLAYER-LAST-DAMAGE-BY(LK-PLAYER-ID) TO MESSAGE-ARG(2)
    CALL "Message-Broadcast" USING WS-DEATH-KEY MESSAGE-ARGS

    *> The audit trail is kept in English whatever the players read.
    CALL "Message-Format" USING WS-AUDIT-CATALOG WS-DEATH-KEY MESSAGE-ARGS WS-DEATH-LINE
        WS-DEATH-LINE-LEN

    MOVE PLAYER-X(LK-PLAYER-ID) TO WS-X-TEXT
    MOVE PLAYER-Y(LK-PLAYER-ID) TO WS-Y-TEXT
