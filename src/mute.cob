*> --- Mute-Apply ---
*> Mute a player, optionally for a number of minutes (0 = until unmuted),
*> tell them so if they're online, and land the action in the audit trail
*> and the player's infraction record with its issuer and duration.
IDENTIFICATION DIVISION.
PROGRAM-ID. Mute-Apply.

    COPY DD-MUTES.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-MESSAGE-ARGS.
    01 WS-INDEX                 BINARY-LONG UNSIGNED.
    01 WS-NOW                   BINARY-DOUBLE.
    01 WS-SCAN-ID               BINARY-LONG UNSIGNED.
    01 WS-MINUTES-TEXT          PIC -(10)9.
    01 WS-AUDIT-LINE            PIC X(128).
    01 WS-KIND                  PIC X(8) VALUE "mute".
    01 WS-DETAIL                PIC X(64).
LINKAGE SECTION.
    01 LK-NAME                  PIC X(16).
    01 LK-MINUTES               BINARY-LONG.
    END-PERFORM
    IF WS-INDEX > MUTE-COUNT
        IF MUTE-COUNT >= MAX-MUTE-ENTRIES
            CALL "Message-Text" USING "mute.table-full" MESSAGE-ARGS LK-RESULT
            GOBACK
        END-IF
        ADD 1 TO MUTE-COUNT
    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(WS-SCAN-ID) = 1 AND CLIENT-STATE(WS-SCAN-ID) = CLIENT-STATE-PLAY
                AND FUNCTION TRIM(CLIENT-USERNAME(WS-SCAN-ID)) = FUNCTION TRIM(LK-NAME)
            MOVE SPACES TO MESSAGE-ARGS
            CALL "Message-Send" USING WS-SCAN-ID "mute.notice" MESSAGE-ARGS
        END-IF
    END-PERFORM

        DELIMITED BY SIZE INTO WS-AUDIT-LINE
    CALL "Audit-Log" USING WS-AUDIT-LINE

    MOVE SPACES TO WS-DETAIL
    IF LK-MINUTES > 0
        STRING "for " FUNCTION TRIM(WS-MINUTES-TEXT) " minutes" DELIMITED BY SIZE INTO WS-DETAIL
    ELSE
        MOVE "permanent" TO WS-DETAIL
    END-IF
    CALL "Infraction-Record" USING LK-NAME WS-KIND LK-ISSUER WS-DETAIL

    MOVE SPACES TO MESSAGE-ARGS
    MOVE LK-NAME TO MESSAGE-ARG(1)
    CALL "Message-Text" USING "mute.muted" MESSAGE-ARGS LK-RESULT
    GOBACK.

END PROGRAM Mute-Apply.
DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-MUTES.
    COPY DD-MESSAGE-ARGS.
    01 WS-INDEX                 BINARY-LONG UNSIGNED.
    01 WS-AUDIT-LINE            PIC X(128).
LINKAGE SECTION.
            STRING "[mute] " FUNCTION TRIM(LK-ISSUER) " unmuted " FUNCTION TRIM(LK-NAME)
                DELIMITED BY SIZE INTO WS-AUDIT-LINE
            CALL "Audit-Log" USING WS-AUDIT-LINE
            MOVE SPACES TO MESSAGE-ARGS
            MOVE LK-NAME TO MESSAGE-ARG(1)
            CALL "Message-Text" USING "mute.unmuted" MESSAGE-ARGS LK-RESULT
            GOBACK
        END-IF
    END-PERFORM
    MOVE SPACES TO MESSAGE-ARGS
    MOVE LK-NAME TO MESSAGE-ARG(1)
    CALL "Message-Text" USING "mute.not-muted" MESSAGE-ARGS LK-RESULT
    GOBACK.

END PROGRAM Mute-Remove.
