*> --- Player-CheckReach ---
*> Whether a block is within the player's reach: the distance from their eyes
*> (PLAYER-Y + 1.62, the standing eye height) to the block's center, against
*> vanilla's interaction range of 4.5 blocks plus the block's own half-diagonal
*> and a block of slack for the position lagging the click -- 6 blocks in all.
*> Breaks, placements and container opens all ask here before the block is
*> touched, so a hacked client can't reach through walls across a room.
IDENTIFICATION DIVISION.
PROGRAM-ID. Player-CheckReach.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    01 PLAYER-EYE-HEIGHT        FLOAT-LONG VALUE 1.62.
    01 MAX-REACH-SQUARED        FLOAT-LONG VALUE 36.
    01 WS-DX                    FLOAT-LONG.
    01 WS-DY                    FLOAT-LONG.
    01 WS-DZ                    FLOAT-LONG.
LINKAGE SECTION.
    01 LK-PLAYER-ID             BINARY-LONG UNSIGNED.
    01 LK-BLOCK-X               BINARY-LONG.
    01 LK-BLOCK-Y               BINARY-LONG.
    01 LK-BLOCK-Z               BINARY-LONG.
    01 LK-IN-REACH              BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-BLOCK-X LK-BLOCK-Y LK-BLOCK-Z LK-IN-REACH.
    COMPUTE WS-DX = LK-BLOCK-X + 0.5 - PLAYER-X(LK-PLAYER-ID)
    COMPUTE WS-DY = LK-BLOCK-Y + 0.5 - PLAYER-Y(LK-PLAYER-ID) - PLAYER-EYE-HEIGHT
    COMPUTE WS-DZ = LK-BLOCK-Z + 0.5 - PLAYER-Z(LK-PLAYER-ID)
    IF WS-DX * WS-DX + WS-DY * WS-DY + WS-DZ * WS-DZ > MAX-REACH-SQUARED
        MOVE 0 TO LK-IN-REACH
    ELSE
        MOVE 1 TO LK-IN-REACH
    END-IF
    GOBACK.

END PROGRAM Player-CheckReach.

*> --- Player-ActionViolation ---
*> Count one refused block interaction against a player -- a dig finished too
*> fast, or a break, placement or container open out of reach -- the way
*> RecvPacket-MovePlayer counts implausible movement. Every strike is logged
*> with its reason; every tenth also goes to the audit trail and, as a chat
*> alert, to the staff online (operators and whoever may /kick), so a
*> persistent cheater is noticed while still connected. The refusal itself is
*> the caller's job.
IDENTIFICATION DIVISION.
PROGRAM-ID. Player-ActionViolation.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-MESSAGE-ARGS.
    01 ACTION-ALERT-EVERY       BINARY-LONG UNSIGNED VALUE 10.
    01 WS-STAFF-COMMAND         PIC X(32) VALUE "kick".
    01 WS-ALERT                 PIC X(256).
    01 WS-AUDIT-LINE            PIC X(256).
    01 WS-LOG-MSG               PIC X(128).
    01 WS-LOG-NUM               PIC -(10)9.
LINKAGE SECTION.
    01 LK-PLAYER-ID             BINARY-LONG UNSIGNED.
    01 LK-REASON                PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-REASON.
    ADD 1 TO PLAYER-ACTION-VIOLATIONS(LK-PLAYER-ID)

    MOVE SPACES TO WS-LOG-MSG
    STRING "Action validation: refused " LK-REASON " from "
           FUNCTION TRIM(PLAYER-USERNAME(LK-PLAYER-ID))
        DELIMITED BY SIZE INTO WS-LOG-MSG
    CALL "Log-Warn" USING WS-LOG-MSG

    IF FUNCTION MOD(PLAYER-ACTION-VIOLATIONS(LK-PLAYER-ID), ACTION-ALERT-EVERY) NOT = 0
        GOBACK
    END-IF

    MOVE PLAYER-ACTION-VIOLATIONS(LK-PLAYER-ID) TO WS-LOG-NUM
    MOVE SPACES TO WS-AUDIT-LINE
    STRING "[cheat] " FUNCTION TRIM(PLAYER-USERNAME(LK-PLAYER-ID)) " has "
           FUNCTION TRIM(WS-LOG-NUM) " refused block actions, latest: " LK-REASON
        DELIMITED BY SIZE INTO WS-AUDIT-LINE
    CALL "Audit-Log" USING WS-AUDIT-LINE

    MOVE SPACES TO MESSAGE-ARGS
    MOVE PLAYER-USERNAME(LK-PLAYER-ID) TO MESSAGE-ARG(1)
    MOVE WS-LOG-NUM TO MESSAGE-ARG(2)
    MOVE LK-REASON TO MESSAGE-ARG(3)
    MOVE SPACES TO WS-ALERT
    CALL "Groups-Notify" USING WS-STAFF-COMMAND "staff.possible-cheat" MESSAGE-ARGS WS-ALERT
    GOBACK.

END PROGRAM Player-ActionViolation.
