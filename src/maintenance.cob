*> --- Maintenance-Load ---
*> Restore maintenance mode at startup from maintenance.dat: a single
*> "on,<YYYYMMDDHHMM>" line (the stamp blank when no end was given) or "off".
*> A missing file means the server is open. A server that comes up closed
*> starts no countdown -- nobody is online yet to warn.
IDENTIFICATION DIVISION.
PROGRAM-ID. Maintenance-Load.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MAINTENANCE-FILE ASSIGN TO "maintenance.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  MAINTENANCE-FILE.
01  MAINTENANCE-LINE            PIC X(64).

WORKING-STORAGE SECTION.
    COPY DD-MAINTENANCE.
    01 FS-STATUS                PIC X(2).
    01 WS-STATE-TEXT            PIC X(16).
    01 WS-STAMP-TEXT            PIC X(16).
    01 WS-END-TEXT              PIC X(32).
    01 WS-END-LEN               BINARY-LONG UNSIGNED.
    01 WS-LOG-MSG               PIC X(128).

PROCEDURE DIVISION.
    MOVE 0 TO MAINTENANCE-ACTIVE
    MOVE SPACES TO MAINTENANCE-END-STAMP
    MOVE 0 TO MAINTENANCE-KICK-DEADLINE

    OPEN INPUT MAINTENANCE-FILE
    IF FS-STATUS NOT = "00"
        GOBACK
    END-IF
    READ MAINTENANCE-FILE
        AT END
            MOVE SPACES TO MAINTENANCE-LINE
    END-READ
    CLOSE MAINTENANCE-FILE

    MOVE SPACES TO WS-STATE-TEXT WS-STAMP-TEXT
    UNSTRING MAINTENANCE-LINE DELIMITED BY "," INTO WS-STATE-TEXT WS-STAMP-TEXT
    IF FUNCTION TRIM(WS-STATE-TEXT) NOT = "on"
        GOBACK
    END-IF
    MOVE 1 TO MAINTENANCE-ACTIVE
    IF WS-STAMP-TEXT(1:12) IS NUMERIC
        MOVE WS-STAMP-TEXT(1:12) TO MAINTENANCE-END-STAMP
    END-IF

    CALL "Maintenance-EndText" USING WS-END-TEXT WS-END-LEN
    IF WS-END-LEN > 0
        STRING "Starting in maintenance mode, expected back at " WS-END-TEXT(1:WS-END-LEN)
            DELIMITED BY SIZE INTO WS-LOG-MSG
    ELSE
        MOVE "Starting in maintenance mode" TO WS-LOG-MSG
    END-IF
    CALL "Log-Warn" USING WS-LOG-MSG
    GOBACK.

END PROGRAM Maintenance-Load.

*> --- Maintenance-Save ---
*> Rewrite maintenance.dat from DD-MAINTENANCE after every change.
IDENTIFICATION DIVISION.
PROGRAM-ID. Maintenance-Save.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MAINTENANCE-FILE ASSIGN TO "maintenance.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  MAINTENANCE-FILE.
01  MAINTENANCE-LINE            PIC X(64).

WORKING-STORAGE SECTION.
    COPY DD-MAINTENANCE.
    01 FS-STATUS                PIC X(2).

PROCEDURE DIVISION.
    OPEN OUTPUT MAINTENANCE-FILE
    IF FS-STATUS NOT = "00"
        CALL "Log-Error" USING "Failed to save maintenance.dat"
        GOBACK
    END-IF

    MOVE SPACES TO MAINTENANCE-LINE
    IF MAINTENANCE-ACTIVE = 1
        STRING "on," MAINTENANCE-END-STAMP DELIMITED BY SIZE INTO MAINTENANCE-LINE
    ELSE
        MOVE "off" TO MAINTENANCE-LINE
    END-IF
    WRITE MAINTENANCE-LINE

    CLOSE MAINTENANCE-FILE
    GOBACK.

END PROGRAM Maintenance-Save.

*> --- Maintenance-Exempt ---
*> May this player be on the server during maintenance? Operators always may
*> (the caller passes the operator flag: PLAYER-OP for someone online, an
*> Ops-Check of ops.json at login), and so may the members of the groups.conf
*> group named by maintenance-group, when one is set.
IDENTIFICATION DIVISION.
PROGRAM-ID. Maintenance-Exempt.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-GROUPS.
    COPY DD-SERVER-PROPERTIES.
    01 WS-MEMBER-INDEX          BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-USERNAME              PIC X(16).
    01 LK-IS-OP                 BINARY-CHAR UNSIGNED.
    01 LK-EXEMPT                BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-USERNAME LK-IS-OP LK-EXEMPT.
    MOVE LK-IS-OP TO LK-EXEMPT
    IF LK-EXEMPT = 1 OR SERVER-MAINTENANCE-GROUP = SPACES
        GOBACK
    END-IF
    IF GROUPS-LOADED = 0
        CALL "Groups-Load"
    END-IF

    PERFORM VARYING WS-MEMBER-INDEX FROM 1 BY 1 UNTIL WS-MEMBER-INDEX > GROUP-MEMBER-COUNT
        IF FUNCTION TRIM(GROUP-MEMBER-NAME(WS-MEMBER-INDEX)) = FUNCTION TRIM(LK-USERNAME)
            IF GROUP-MEMBER-GROUP(WS-MEMBER-INDEX) = SERVER-MAINTENANCE-GROUP
                MOVE 1 TO LK-EXEMPT
            END-IF
            GOBACK
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Maintenance-Exempt.

*> --- Maintenance-EndText ---
*> The expected end as people read it, "2026-10-15 14:30", for the status
*> MOTD, the kick reason and the console. Empty (length 0) when no end was
*> given or it has already gone by -- an overrun shouldn't promise a time
*> that has passed.
IDENTIFICATION DIVISION.
PROGRAM-ID. Maintenance-EndText.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-MAINTENANCE.
    01 WS-NOW-STAMP             PIC X(21).
LINKAGE SECTION.
    01 LK-TEXT                  PIC X(32).
    01 LK-LEN                   BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-TEXT LK-LEN.
    MOVE SPACES TO LK-TEXT
    MOVE 0 TO LK-LEN
    IF MAINTENANCE-END-STAMP = SPACES
        GOBACK
    END-IF
    MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP
    IF WS-NOW-STAMP(1:12) >= MAINTENANCE-END-STAMP
        GOBACK
    END-IF
    STRING MAINTENANCE-END-STAMP(1:4) "-" MAINTENANCE-END-STAMP(5:2) "-"
           MAINTENANCE-END-STAMP(7:2) " " MAINTENANCE-END-STAMP(9:2) ":"
           MAINTENANCE-END-STAMP(11:2)
        DELIMITED BY SIZE INTO LK-TEXT
    MOVE 16 TO LK-LEN
    GOBACK.

END PROGRAM Maintenance-EndText.

*> --- Maintenance-KickReason ---
*> What a player who may not stay is told, at login or when the countdown
*> runs out, in that client's language: a catalog line rather than
*> maintenance-motd, which is written for the server list and may not fit a
*> disconnect screen.
IDENTIFICATION DIVISION.
PROGRAM-ID. Maintenance-KickReason.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-MESSAGE-ARGS.
    01 WS-END-TEXT              PIC X(32).
    01 WS-END-LEN               BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
    01 LK-REASON                PIC X(64).
    01 LK-REASON-LEN            BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-CLIENT LK-REASON LK-REASON-LEN.
    MOVE SPACES TO MESSAGE-ARGS
    CALL "Maintenance-EndText" USING WS-END-TEXT WS-END-LEN
    IF WS-END-LEN > 0
        MOVE WS-END-TEXT TO MESSAGE-ARG(1)
        CALL "Message-TextFor" USING LK-CLIENT "kick.maintenance-until" MESSAGE-ARGS
            LK-REASON LK-REASON-LEN
    ELSE
        CALL "Message-TextFor" USING LK-CLIENT "kick.maintenance" MESSAGE-ARGS
            LK-REASON LK-REASON-LEN
    END-IF
    GOBACK.

END PROGRAM Maintenance-KickReason.

*> --- Maintenance-Command ---
*> The console/RCON (and so schedule.conf) "maintenance" command:
*>   maintenance                 -- report the current state
*>   maintenance on [minutes]    -- close the server, optionally saying how
*>                                  long for; run again while on to change
*>                                  the expected end
*>   maintenance off             -- open it again
*> Turning it on warns everyone online who may not stay and arms the
*> maintenance-kick-seconds countdown Maintenance-Tick runs; turning it off
*> cancels a countdown still running.
IDENTIFICATION DIVISION.
PROGRAM-ID. Maintenance-Command.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-MAINTENANCE.
    COPY DD-SERVER-PROPERTIES.
    01 WS-CMD-NAME              PIC X(32).
    01 WS-SUBCOMMAND            PIC X(16).
    01 WS-ARG                   PIC X(16).
    01 WS-MINUTES               BINARY-LONG.
    01 WS-WAS-ACTIVE            BINARY-CHAR UNSIGNED.
    01 WS-NOW-STAMP             PIC X(21).
    01 WS-NOW-MICROS            BINARY-DOUBLE.
    01 WS-DAY                   BINARY-LONG.
    01 WS-MINUTE-OF-DAY         BINARY-LONG.
    01 WS-END-DATE              PIC 9(8).
    01 WS-END-HOUR              PIC 9(2).
    01 WS-END-MINUTE            PIC 9(2).
    01 WS-END-TEXT              PIC X(32).
    01 WS-END-LEN               BINARY-LONG UNSIGNED.
    01 WS-SECONDS-TEXT          PIC -(10)9.
    COPY DD-MESSAGE-ARGS.
    01 WS-LOG-MSG               PIC X(256).
LINKAGE SECTION.
    01 LK-COMMAND               PIC X ANY LENGTH.
    01 LK-RESPONSE              PIC X ANY LENGTH.
    01 LK-RESPONSE-LENGTH       BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-COMMAND LK-RESPONSE LK-RESPONSE-LENGTH.
    MOVE SPACES TO LK-RESPONSE
    MOVE SPACES TO WS-CMD-NAME WS-SUBCOMMAND WS-ARG
    UNSTRING LK-COMMAND DELIMITED BY ALL SPACE
        INTO WS-CMD-NAME WS-SUBCOMMAND WS-ARG

    EVALUATE FUNCTION TRIM(WS-SUBCOMMAND)
        WHEN SPACES
            PERFORM ReportState
        WHEN "on"
            PERFORM TurnOn
        WHEN "off"
            PERFORM TurnOff
        WHEN OTHER
            MOVE "Usage: maintenance [on [minutes] | off]" TO LK-RESPONSE
    END-EVALUATE

    COMPUTE LK-RESPONSE-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(LK-RESPONSE))
    GOBACK.

ReportState.
    IF MAINTENANCE-ACTIVE = 0
        MOVE "Maintenance mode is off" TO LK-RESPONSE
        EXIT PARAGRAPH
    END-IF
    CALL "Maintenance-EndText" USING WS-END-TEXT WS-END-LEN
    IF WS-END-LEN > 0
        STRING "Maintenance mode is on, expected back at " WS-END-TEXT(1:WS-END-LEN)
            DELIMITED BY SIZE INTO LK-RESPONSE
    ELSE
        MOVE "Maintenance mode is on, no end time set" TO LK-RESPONSE
    END-IF
    EXIT PARAGRAPH.

TurnOn.
    MOVE 0 TO WS-MINUTES
    IF WS-ARG NOT = SPACES
        IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ARG)) NOT = 0
            MOVE "Usage: maintenance [on [minutes] | off]" TO LK-RESPONSE
            EXIT PARAGRAPH
        END-IF
        COMPUTE WS-MINUTES = FUNCTION NUMVAL(WS-ARG)
        IF WS-MINUTES < 1
            MOVE 1 TO WS-MINUTES
        END-IF
        *> a year is already more than anyone means
        IF WS-MINUTES > 525600
            MOVE 525600 TO WS-MINUTES
        END-IF
    END-IF

    MOVE SPACES TO MAINTENANCE-END-STAMP
    IF WS-MINUTES > 0
        PERFORM ComputeEndStamp
    END-IF
    MOVE MAINTENANCE-ACTIVE TO WS-WAS-ACTIVE
    MOVE 1 TO MAINTENANCE-ACTIVE
    CALL "Maintenance-Save"
    CALL "Maintenance-EndText" USING WS-END-TEXT WS-END-LEN

    IF WS-WAS-ACTIVE = 1
        IF WS-END-LEN > 0
            STRING "Maintenance end time changed to " WS-END-TEXT(1:WS-END-LEN)
                DELIMITED BY SIZE INTO LK-RESPONSE
        ELSE
            MOVE "Maintenance end time cleared" TO LK-RESPONSE
        END-IF
        MOVE SPACES TO WS-LOG-MSG
        STRING "[maintenance] " FUNCTION TRIM(LK-RESPONSE) DELIMITED BY SIZE INTO WS-LOG-MSG
        CALL "Log-Info" USING WS-LOG-MSG
        CALL "Audit-Log" USING WS-LOG-MSG
        EXIT PARAGRAPH
    END-IF

    *> Warn whoever has to leave, then let Maintenance-Tick count it down.
    CALL "SystemTimeMicros" USING WS-NOW-MICROS
    COMPUTE MAINTENANCE-KICK-DEADLINE = WS-NOW-MICROS
        + SERVER-MAINTENANCE-KICK-SECONDS * 1000000
    MOVE SERVER-MAINTENANCE-KICK-SECONDS TO WS-SECONDS-TEXT
    MOVE SPACES TO MESSAGE-ARGS
    MOVE WS-SECONDS-TEXT TO MESSAGE-ARG(1)
    CALL "Maintenance-Notify" USING "maintenance.closing" MESSAGE-ARGS

    IF WS-END-LEN > 0
        STRING "Maintenance mode on, expected back at " WS-END-TEXT(1:WS-END-LEN)
            DELIMITED BY SIZE INTO LK-RESPONSE
    ELSE
        MOVE "Maintenance mode on" TO LK-RESPONSE
    END-IF
    MOVE SPACES TO WS-LOG-MSG
    STRING "[maintenance] " FUNCTION TRIM(LK-RESPONSE) DELIMITED BY SIZE INTO WS-LOG-MSG
    CALL "Log-Info" USING WS-LOG-MSG
    CALL "Audit-Log" USING WS-LOG-MSG
    EXIT PARAGRAPH.

*> Now plus the given minutes, carried across midnight (and month and year
*> ends) through the integer day number.
ComputeEndStamp.
    MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP
    COMPUTE WS-DAY = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-NOW-STAMP(1:8)))
    COMPUTE WS-MINUTE-OF-DAY = FUNCTION NUMVAL(WS-NOW-STAMP(9:2)) * 60
        + FUNCTION NUMVAL(WS-NOW-STAMP(11:2)) + WS-MINUTES
    COMPUTE WS-DAY = WS-DAY + WS-MINUTE-OF-DAY / 1440
    COMPUTE WS-MINUTE-OF-DAY = FUNCTION MOD(WS-MINUTE-OF-DAY, 1440)
    COMPUTE WS-END-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY)
    COMPUTE WS-END-HOUR = WS-MINUTE-OF-DAY / 60
    COMPUTE WS-END-MINUTE = FUNCTION MOD(WS-MINUTE-OF-DAY, 60)
    STRING WS-END-DATE WS-END-HOUR WS-END-MINUTE
        DELIMITED BY SIZE INTO MAINTENANCE-END-STAMP
    EXIT PARAGRAPH.

TurnOff.
    IF MAINTENANCE-ACTIVE = 0
        MOVE "Maintenance mode is already off" TO LK-RESPONSE
        EXIT PARAGRAPH
    END-IF
    IF MAINTENANCE-KICK-DEADLINE NOT = 0
        MOVE 0 TO MAINTENANCE-KICK-DEADLINE
        MOVE SPACES TO MESSAGE-ARGS
        CALL "Maintenance-Notify" USING "maintenance.called-off" MESSAGE-ARGS
    END-IF
    MOVE 0 TO MAINTENANCE-ACTIVE
    MOVE SPACES TO MAINTENANCE-END-STAMP
    CALL "Maintenance-Save"
    MOVE "Maintenance mode off" TO LK-RESPONSE
    CALL "Log-Info" USING "[maintenance] Maintenance mode off"
    CALL "Audit-Log" USING "[maintenance] Maintenance mode off"
    EXIT PARAGRAPH.

END PROGRAM Maintenance-Command.

*> --- Maintenance-Notify ---
*> Send a catalog message, each in their own language, to everyone in the
*> play state who may not stay through maintenance -- operators and the
*> maintenance group aren't being asked to leave, so they don't get the
*> warnings.
IDENTIFICATION DIVISION.
PROGRAM-ID. Maintenance-Notify.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-PLAYERS.
    01 WS-SCAN-ID               BINARY-LONG UNSIGNED.
    01 WS-EXEMPT                BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-KEY                   PIC X ANY LENGTH.
    01 LK-ARGS                  PIC X(384).

PROCEDURE DIVISION USING LK-KEY LK-ARGS.
    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(WS-SCAN-ID) = 1 AND CLIENT-STATE(WS-SCAN-ID) = CLIENT-STATE-PLAY
            CALL "Maintenance-Exempt" USING CLIENT-USERNAME(WS-SCAN-ID)
                PLAYER-OP(CLIENT-PLAYER(WS-SCAN-ID)) WS-EXEMPT
            IF WS-EXEMPT = 0
                CALL "Message-Send" USING WS-SCAN-ID LK-KEY LK-ARGS
            END-IF
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Maintenance-Notify.

*> --- Maintenance-Tick ---
*> Called once per tick from ServerLoop. While a countdown is armed it speaks
*> the usual descending warnings (the restart countdown's thresholds) to
*> whoever has to leave, and when it runs out disconnects them with the
*> maintenance kick reason -- the same play-state Disconnect /kick sends, so
*> ServiceClient's normal cleanup saves them on the way out. Like
*> Scheduler-Tick it only looks at the clock once a second.
IDENTIFICATION DIVISION.
PROGRAM-ID. Maintenance-Tick.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-MAINTENANCE.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-PLAYERS.
    01 WS-TICK-COUNTER          BINARY-LONG UNSIGNED VALUE 0.
    01 WS-NOW-MICROS            BINARY-DOUBLE.
    01 WS-REMAINING-SECONDS     BINARY-LONG.
    01 WS-LAST-ANNOUNCED        BINARY-LONG VALUE -1.
    01 WS-SECONDS-TEXT          PIC -(10)9.
    COPY DD-MESSAGE-ARGS.
    01 WS-SCAN-ID               BINARY-LONG UNSIGNED.
    01 WS-EXEMPT                BINARY-CHAR UNSIGNED.
    01 WS-KICK-REASON           PIC X(64).
    01 WS-KICK-REASON-LEN       BINARY-LONG UNSIGNED.
    01 WS-REMOVED               BINARY-LONG UNSIGNED.
    01 WS-COUNT-TEXT            PIC ZZ9.
    01 WS-LOG-MSG               PIC X(128).

PROCEDURE DIVISION.
    IF MAINTENANCE-KICK-DEADLINE = 0
        MOVE -1 TO WS-LAST-ANNOUNCED
        GOBACK
    END-IF
    ADD 1 TO WS-TICK-COUNTER
    IF FUNCTION MOD(WS-TICK-COUNTER, 20) NOT = 0
        GOBACK
    END-IF

    CALL "SystemTimeMicros" USING WS-NOW-MICROS
    COMPUTE WS-REMAINING-SECONDS = (MAINTENANCE-KICK-DEADLINE - WS-NOW-MICROS) / 1000000
    IF WS-REMAINING-SECONDS <= 0
        MOVE 0 TO MAINTENANCE-KICK-DEADLINE
        MOVE -1 TO WS-LAST-ANNOUNCED
        PERFORM RemoveNonExempt
        GOBACK
    END-IF

    EVALUATE WS-REMAINING-SECONDS
        WHEN 300 WHEN 120 WHEN 60 WHEN 30 WHEN 10
        WHEN 5 WHEN 4 WHEN 3 WHEN 2 WHEN 1
            IF WS-REMAINING-SECONDS NOT = WS-LAST-ANNOUNCED
                MOVE WS-REMAINING-SECONDS TO WS-LAST-ANNOUNCED
                MOVE WS-REMAINING-SECONDS TO WS-SECONDS-TEXT
                MOVE SPACES TO MESSAGE-ARGS
                MOVE WS-SECONDS-TEXT TO MESSAGE-ARG(1)
                CALL "Maintenance-Notify" USING "maintenance.countdown" MESSAGE-ARGS
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    GOBACK.

RemoveNonExempt.
    MOVE 0 TO WS-REMOVED
    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(WS-SCAN-ID) = 1 AND CLIENT-STATE(WS-SCAN-ID) = CLIENT-STATE-PLAY
            CALL "Maintenance-Exempt" USING CLIENT-USERNAME(WS-SCAN-ID)
                PLAYER-OP(CLIENT-PLAYER(WS-SCAN-ID)) WS-EXEMPT
            IF WS-EXEMPT = 0
                CALL "Maintenance-KickReason" USING WS-SCAN-ID WS-KICK-REASON
                    WS-KICK-REASON-LEN
                CALL "SendPacket-Disconnect" USING WS-SCAN-ID WS-KICK-REASON WS-KICK-REASON-LEN
                MOVE CLIENT-STATE-DISCONNECT TO CLIENT-STATE(WS-SCAN-ID)
                ADD 1 TO WS-REMOVED
            END-IF
        END-IF
    END-PERFORM
    MOVE WS-REMOVED TO WS-COUNT-TEXT
    MOVE SPACES TO WS-LOG-MSG
    STRING "[maintenance] disconnected " FUNCTION TRIM(WS-COUNT-TEXT) " players"
        DELIMITED BY SIZE INTO WS-LOG-MSG
    CALL "Log-Info" USING WS-LOG-MSG
    CALL "Audit-Log" USING WS-LOG-MSG
    EXIT PARAGRAPH.

END PROGRAM Maintenance-Tick.
