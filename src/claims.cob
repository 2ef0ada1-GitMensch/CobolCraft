ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CLAIMS-FILE ASSIGN TO WS-SAVE-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

WORKING-STORAGE SECTION.
    COPY DD-CLAIMS.
    01 FS-STATUS                PIC X(2).
    01 WS-SAVE-NAME             PIC X(64).
    01 WS-SLOT                  BINARY-LONG UNSIGNED.
    01 WS-UUID-HEX              PIC X(32).
    01 WS-HEX-DIGITS            PIC X(16) VALUE "0123456789abcdef".
    01 WS-TRUST-INDEX           BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    MOVE "claims.dat" TO WS-SAVE-NAME
    CALL "SaveJournal-Target" USING WS-SAVE-NAME
    OPEN OUTPUT CLAIMS-FILE
    IF FS-STATUS NOT = "00"
        CALL "Log-Error" USING "Failed to save claims.dat"

END PROGRAM Claim-CheckAccess.

*> --- Claim-CheckArea ---
*> May this player edit the whole block rectangle LK-MIN-X/Z..LK-MAX-X/Z?
*> Every claim the rectangle overlaps must be the player's own or trust them;
*> the first one that doesn't answers no and names its owner in LK-OWNER.
*> Unlike Claim-CheckAccess there is no operator pass: the operator area
*> edits ask this so a claim is only ever overwritten on purpose, and the
*> caller decides whether its override applies.
IDENTIFICATION DIVISION.
PROGRAM-ID. Claim-CheckArea.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CLAIMS.
    COPY DD-PLAYERS.
    01 WS-MIN-CHUNK-X           BINARY-LONG.
    01 WS-MIN-CHUNK-Z           BINARY-LONG.
    01 WS-MAX-CHUNK-X           BINARY-LONG.
    01 WS-MAX-CHUNK-Z           BINARY-LONG.
    01 WS-SLOT                  BINARY-LONG UNSIGNED.
    01 WS-TRUST-INDEX           BINARY-LONG UNSIGNED.
    01 WS-MEMBER                BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID             BINARY-LONG UNSIGNED.
    01 LK-MIN-X                 BINARY-LONG.
    01 LK-MIN-Z                 BINARY-LONG.
    01 LK-MAX-X                 BINARY-LONG.
    01 LK-MAX-Z                 BINARY-LONG.
    01 LK-ALLOWED               BINARY-CHAR UNSIGNED.
    01 LK-OWNER                 PIC X(16).

PROCEDURE DIVISION USING LK-PLAYER-ID LK-MIN-X LK-MIN-Z LK-MAX-X LK-MAX-Z
        LK-ALLOWED LK-OWNER.
    MOVE 1 TO LK-ALLOWED
    MOVE SPACES TO LK-OWNER

    DIVIDE LK-MIN-X BY 16 GIVING WS-MIN-CHUNK-X ROUNDED MODE IS TOWARD-LESSER
    DIVIDE LK-MIN-Z BY 16 GIVING WS-MIN-CHUNK-Z ROUNDED MODE IS TOWARD-LESSER
    DIVIDE LK-MAX-X BY 16 GIVING WS-MAX-CHUNK-X ROUNDED MODE IS TOWARD-LESSER
    DIVIDE LK-MAX-Z BY 16 GIVING WS-MAX-CHUNK-Z ROUNDED MODE IS TOWARD-LESSER

    PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > MAX-CLAIM-ENTRIES
        IF CLAIM-PRESENT(WS-SLOT) = 1
                AND WS-MAX-CHUNK-X >= CLAIM-MIN-CHUNK-X(WS-SLOT)
                AND WS-MIN-CHUNK-X <= CLAIM-MAX-CHUNK-X(WS-SLOT)
                AND WS-MAX-CHUNK-Z >= CLAIM-MIN-CHUNK-Z(WS-SLOT)
                AND WS-MIN-CHUNK-Z <= CLAIM-MAX-CHUNK-Z(WS-SLOT)
            PERFORM CheckMember
            IF WS-MEMBER = 0
                MOVE 0 TO LK-ALLOWED
                MOVE CLAIM-OWNER-NAME(WS-SLOT) TO LK-OWNER
                GOBACK
            END-IF
        END-IF
    END-PERFORM
    GOBACK.

CheckMember.
    MOVE 1 TO WS-MEMBER
    IF CLAIM-OWNER-UUID(WS-SLOT) = PLAYER-UUID(LK-PLAYER-ID)
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-TRUST-INDEX FROM 1 BY 1
            UNTIL WS-TRUST-INDEX > CLAIM-TRUSTED-COUNT(WS-SLOT)
        IF FUNCTION TRIM(CLAIM-TRUSTED-NAME(WS-SLOT, WS-TRUST-INDEX))
                = FUNCTION TRIM(PLAYER-USERNAME(LK-PLAYER-ID))
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    MOVE 0 TO WS-MEMBER
    EXIT PARAGRAPH.

END PROGRAM Claim-CheckArea.

*> --- Claims-Command ---
*> The /claim family, dispatched from Command-Dispatch: "claim [radius]"
*> claims the chunk rectangle around where the player stands (radius 0-2
WORKING-STORAGE SECTION.
    COPY DD-CLAIMS.
    COPY DD-PLAYERS.
    COPY DD-MESSAGE-ARGS.
    01 WS-CHUNK-X               BINARY-LONG.
    01 WS-CHUNK-Z               BINARY-LONG.
    01 WS-RADIUS                BINARY-LONG.
    MOVE 0 TO WS-RADIUS
    IF LK-ARG NOT = SPACES
        IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(LK-ARG)) NOT = 0
            CALL "Message-Text" USING "claims.usage" MESSAGE-ARGS LK-RESULT
            EXIT PARAGRAPH
        END-IF
        COMPUTE WS-RADIUS = FUNCTION NUMVAL(LK-ARG)
        IF WS-RADIUS < 0 OR WS-RADIUS > 2
            CALL "Message-Text" USING "claims.radius" MESSAGE-ARGS LK-RESULT
            EXIT PARAGRAPH
        END-IF
    END-IF
                    AND WS-MIN-Z <= CLAIM-MAX-CHUNK-Z(WS-SLOT)
                    AND WS-MAX-Z >= CLAIM-MIN-CHUNK-Z(WS-SLOT)
                MOVE SPACES TO LK-RESULT
                MOVE SPACES TO MESSAGE-ARGS
                MOVE CLAIM-OWNER-NAME(WS-SLOT) TO MESSAGE-ARG(1)
                CALL "Message-Text" USING "claims.overlap" MESSAGE-ARGS LK-RESULT
                EXIT PARAGRAPH
            END-IF
        ELSE
        END-IF
    END-PERFORM
    IF WS-OWNED-COUNT >= 4
        CALL "Message-Text" USING "claims.max" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF
    IF WS-FREE-SLOT = 0
        CALL "Message-Text" USING "claims.table-full" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF

    MOVE WS-MAX-Z TO CLAIM-MAX-CHUNK-Z(WS-FREE-SLOT)
    MOVE 0 TO CLAIM-TRUSTED-COUNT(WS-FREE-SLOT)
    CALL "Claims-Save"
    CALL "Message-Text" USING "claims.claimed" MESSAGE-ARGS LK-RESULT
    EXIT PARAGRAPH.

RemoveClaim.
    PERFORM FindClaimHere
    IF WS-SLOT > MAX-CLAIM-ENTRIES
        CALL "Message-Text" USING "claims.not-in-own" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO CLAIM-PRESENT(WS-SLOT)
    CALL "Claims-Save"
    CALL "Message-Text" USING "claims.released" MESSAGE-ARGS LK-RESULT
    EXIT PARAGRAPH.

TrustPlayer.
    IF LK-ARG = SPACES
        CALL "Message-Text" USING "claims.trust.usage" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF
    PERFORM FindClaimHere
    IF WS-SLOT > MAX-CLAIM-ENTRIES
        CALL "Message-Text" USING "claims.trust.outside" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-TRUST-INDEX FROM 1 BY 1
            UNTIL WS-TRUST-INDEX > CLAIM-TRUSTED-COUNT(WS-SLOT)
        IF FUNCTION TRIM(CLAIM-TRUSTED-NAME(WS-SLOT, WS-TRUST-INDEX))
                = FUNCTION TRIM(LK-ARG)
            CALL "Message-Text" USING "claims.trust.already" MESSAGE-ARGS LK-RESULT
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    IF CLAIM-TRUSTED-COUNT(WS-SLOT) >= MAX-CLAIM-TRUSTED
        CALL "Message-Text" USING "claims.trust.full" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO CLAIM-TRUSTED-COUNT(WS-SLOT)
    MOVE LK-ARG(1:16) TO CLAIM-TRUSTED-NAME(WS-SLOT, CLAIM-TRUSTED-COUNT(WS-SLOT))
    CALL "Claims-Save"
    MOVE SPACES TO LK-RESULT
    MOVE SPACES TO MESSAGE-ARGS
    MOVE LK-ARG TO MESSAGE-ARG(1)
    CALL "Message-Text" USING "claims.trusted" MESSAGE-ARGS LK-RESULT
    EXIT PARAGRAPH.

*> The player's own claim containing the chunk they stand in, or
