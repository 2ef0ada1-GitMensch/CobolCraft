*> --- Infraction-Record ---
*> Append one moderation action to the player's own record,
*> infractions-<name>.log: a "YYYY-MM-DD HH:MM:SS|kind|issuer|detail" line per
*> warning, mute, kick or ban. Appending keeps the file in date order for free,
*> and one small file per player is what /history reads instead of weeks of
*> audit logs. Names that aren't plain player names (letters, digits,
*> underscore) are never turned into a file name.
IDENTIFICATION DIVISION.
PROGRAM-ID. Infraction-Record.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INFRACTIONS-FILE ASSIGN TO WS-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  INFRACTIONS-FILE.
01  INFRACTIONS-LINE            PIC X(160).

WORKING-STORAGE SECTION.
    01 FS-STATUS                PIC X(2).
    01 WS-FILENAME              PIC X(64).
    01 WS-NOW                   PIC X(21).
    01 WS-NAME-OK               BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-NAME                  PIC X(16).
    01 LK-KIND                  PIC X(8).
    01 LK-ISSUER                PIC X(16).
    01 LK-DETAIL                PIC X(64).

PROCEDURE DIVISION USING LK-NAME LK-KIND LK-ISSUER LK-DETAIL.
    CALL "Infraction-FileName" USING LK-NAME WS-FILENAME WS-NAME-OK
    IF WS-NAME-OK = 0
        GOBACK
    END-IF

    OPEN EXTEND INFRACTIONS-FILE
    IF FS-STATUS NOT = "00"
        *> The player's first entry.
        OPEN OUTPUT INFRACTIONS-FILE
        IF FS-STATUS NOT = "00"
            CALL "Log-Error" USING "Failed to write an infractions file"
            GOBACK
        END-IF
    END-IF

    MOVE FUNCTION CURRENT-DATE TO WS-NOW
    MOVE SPACES TO INFRACTIONS-LINE
    STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2) " "
           WS-NOW(9:2) ":" WS-NOW(11:2) ":" WS-NOW(13:2) "|"
           FUNCTION TRIM(LK-KIND) "|" FUNCTION TRIM(LK-ISSUER) "|" FUNCTION TRIM(LK-DETAIL)
        DELIMITED BY SIZE INTO INFRACTIONS-LINE
    WRITE INFRACTIONS-LINE
    CLOSE INFRACTIONS-FILE
    GOBACK.

END PROGRAM Infraction-Record.

*> --- Infraction-FileName ---
*> "infractions-<name>.log" for a player name, with LK-OK 0 for anything that
*> isn't a plausible player name -- /history takes its argument straight from
*> chat, and that must never reach the file system as a path.
IDENTIFICATION DIVISION.
PROGRAM-ID. Infraction-FileName.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 WS-NAME-LEN              BINARY-LONG UNSIGNED.
    01 WS-INDEX                 BINARY-LONG UNSIGNED.
    01 WS-CHAR                  PIC X.
LINKAGE SECTION.
    01 LK-NAME                  PIC X(16).
    01 LK-FILENAME              PIC X(64).
    01 LK-OK                    BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-NAME LK-FILENAME LK-OK.
    MOVE 0 TO LK-OK
    MOVE SPACES TO LK-FILENAME
    IF LK-NAME = SPACES
        GOBACK
    END-IF
    COMPUTE WS-NAME-LEN = FUNCTION LENGTH(FUNCTION TRIM(LK-NAME))
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > WS-NAME-LEN
        MOVE LK-NAME(WS-INDEX:1) TO WS-CHAR
        IF NOT (WS-CHAR IS ALPHABETIC OR WS-CHAR IS NUMERIC OR WS-CHAR = "_")
                OR WS-CHAR = SPACE
            GOBACK
        END-IF
    END-PERFORM
    STRING "infractions-" LK-NAME(1:WS-NAME-LEN) ".log" DELIMITED BY SIZE INTO LK-FILENAME
    MOVE 1 TO LK-OK
    GOBACK.

END PROGRAM Infraction-FileName.

*> --- Infraction-Warn ---
*> /warn: record a warning, tell the player, then look the player's strike
*> count (their warnings to date, this one included) up in escalation.conf and
*> carry out whatever that strike earns -- a mute, a kick, or a ban that may
*> run out. Each automatic action goes through the same Mute-Apply /
*> Moderation-Kick / Moderation-Ban an operator would use, so it is recorded
*> and audited the same way, with the warning moderator as its issuer.
IDENTIFICATION DIVISION.
PROGRAM-ID. Infraction-Warn.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INFRACTIONS-FILE ASSIGN TO WS-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.
    SELECT ESCALATION-FILE ASSIGN TO "escalation.conf"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  INFRACTIONS-FILE.
01  INFRACTIONS-LINE            PIC X(160).
FD  ESCALATION-FILE.
01  ESCALATION-LINE             PIC X(128).

WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-MESSAGE-ARGS.
    01 FS-STATUS                PIC X(2).
    01 WS-FILENAME              PIC X(64).
    01 WS-NAME-OK               BINARY-CHAR UNSIGNED.
    01 WS-KIND                  PIC X(8).
    01 WS-DETAIL                PIC X(64).
    01 WS-FIELD-DATE            PIC X(20).
    01 WS-FIELD-KIND            PIC X(8).
    01 WS-STRIKES               BINARY-LONG UNSIGNED.
    01 WS-STRIKES-TEXT          PIC Z(4)9.
    *> escalation.conf as read: the entry for this exact strike, and the
    *> highest-numbered entry in case the count has run past the table.
    01 WS-STRIKE-TEXT           PIC X(16).
    01 WS-ACTION-TEXT           PIC X(16).
    01 WS-MINUTES-TEXT          PIC X(16).
    01 WS-LINE-STRIKE           BINARY-LONG UNSIGNED.
    01 WS-LINE-MINUTES          BINARY-LONG.
    01 WS-EXACT-ACTION          PIC X(16).
    01 WS-EXACT-MINUTES         BINARY-LONG.
    01 WS-TOP-STRIKE            BINARY-LONG UNSIGNED.
    01 WS-TOP-ACTION            PIC X(16).
    01 WS-TOP-MINUTES           BINARY-LONG.
    01 WS-ACTION                PIC X(16).
    01 WS-ACTION-MINUTES        BINARY-LONG.
    01 WS-DURATION-TEXT         PIC -(9)9.
    01 WS-ACTION-RESULT         PIC X(64).
    01 WS-KICK-REASON           PIC X(64).
    01 WS-SCAN-ID               BINARY-LONG UNSIGNED.
    01 WS-KICK-REASON-LEN       BINARY-LONG UNSIGNED.
    01 WS-TARGET-CLIENT         BINARY-LONG UNSIGNED.
    01 WS-AUDIT-LINE            PIC X(256).
LINKAGE SECTION.
    01 LK-NAME                  PIC X(16).
    01 LK-ISSUER                PIC X(16).
    01 LK-REASON                PIC X(64).
    01 LK-RESULT                PIC X(128).

PROCEDURE DIVISION USING LK-NAME LK-ISSUER LK-REASON LK-RESULT.
    MOVE SPACES TO LK-RESULT
    CALL "Infraction-FileName" USING LK-NAME WS-FILENAME WS-NAME-OK
    IF WS-NAME-OK = 0
        CALL "Message-Text" USING "infractions.bad-name" MESSAGE-ARGS LK-RESULT
        GOBACK
    END-IF

    MOVE "warn" TO WS-KIND
    MOVE LK-REASON TO WS-DETAIL
    IF WS-DETAIL = SPACES
        MOVE "no reason given" TO WS-DETAIL
    END-IF
    CALL "Infraction-Record" USING LK-NAME WS-KIND LK-ISSUER WS-DETAIL
    PERFORM CountStrikes
    MOVE WS-STRIKES TO WS-STRIKES-TEXT

    MOVE SPACES TO WS-AUDIT-LINE
    STRING "[warn] " FUNCTION TRIM(LK-ISSUER) " warned " FUNCTION TRIM(LK-NAME)
           " (strike " FUNCTION TRIM(WS-STRIKES-TEXT) "): " FUNCTION TRIM(WS-DETAIL)
        DELIMITED BY SIZE INTO WS-AUDIT-LINE
    CALL "Audit-Log" USING WS-AUDIT-LINE

    *> Tell the target, if they're here to hear it.
    MOVE 0 TO WS-TARGET-CLIENT
    MOVE SPACES TO MESSAGE-ARGS
    MOVE WS-STRIKES-TEXT TO MESSAGE-ARG(1)
    MOVE WS-DETAIL TO MESSAGE-ARG(2)
    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(WS-SCAN-ID) = 1 AND CLIENT-STATE(WS-SCAN-ID) = CLIENT-STATE-PLAY
                AND FUNCTION TRIM(CLIENT-USERNAME(WS-SCAN-ID)) = FUNCTION TRIM(LK-NAME)
            MOVE WS-SCAN-ID TO WS-TARGET-CLIENT
            CALL "Message-Send" USING WS-SCAN-ID "infractions.warned-you" MESSAGE-ARGS
        END-IF
    END-PERFORM

    PERFORM LookupEscalation
    MOVE SPACES TO WS-ACTION-RESULT
    EVALUATE WS-ACTION
        WHEN "mute"
            CALL "Mute-Apply" USING LK-NAME WS-ACTION-MINUTES LK-ISSUER WS-ACTION-RESULT
        WHEN "kick"
            CALL "Message-TextFor" USING WS-TARGET-CLIENT "kick.strike" MESSAGE-ARGS
                WS-KICK-REASON WS-KICK-REASON-LEN
            CALL "Moderation-Kick" USING LK-NAME WS-KICK-REASON LK-ISSUER WS-ACTION-RESULT
        WHEN "ban"
            CALL "Moderation-Ban" USING LK-NAME WS-ACTION-MINUTES LK-ISSUER WS-ACTION-RESULT
        WHEN OTHER
            CONTINUE
    END-EVALUATE

    IF WS-ACTION-RESULT = SPACES
        MOVE SPACES TO MESSAGE-ARGS
        MOVE LK-NAME TO MESSAGE-ARG(1)
        MOVE WS-STRIKES-TEXT TO MESSAGE-ARG(2)
        CALL "Message-Text" USING "infractions.warned" MESSAGE-ARGS LK-RESULT
    ELSE
        MOVE SPACES TO MESSAGE-ARGS
        MOVE LK-NAME TO MESSAGE-ARG(1)
        MOVE WS-STRIKES-TEXT TO MESSAGE-ARG(2)
        MOVE WS-ACTION-RESULT TO MESSAGE-ARG(3)
        CALL "Message-Text" USING "infractions.warned-action" MESSAGE-ARGS LK-RESULT
    END-IF
    GOBACK.

CountStrikes.
    MOVE 0 TO WS-STRIKES
    OPEN INPUT INFRACTIONS-FILE
    IF FS-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL FS-STATUS = "10"
        READ INFRACTIONS-FILE
            AT END
                MOVE "10" TO FS-STATUS
            NOT AT END
                MOVE SPACES TO WS-FIELD-DATE WS-FIELD-KIND
                UNSTRING INFRACTIONS-LINE DELIMITED BY "|" INTO WS-FIELD-DATE WS-FIELD-KIND
                IF WS-FIELD-KIND = "warn"
                    ADD 1 TO WS-STRIKES
                END-IF
        END-READ
    END-PERFORM
    CLOSE INFRACTIONS-FILE
    EXIT PARAGRAPH.

*> escalation.conf lines are "<strike>,<action>[,<minutes>]". A strike with no
*> line of its own earns nothing beyond the warning, except that once the count
*> passes the highest strike listed, that last entry applies every time.
LookupEscalation.
    MOVE SPACES TO WS-ACTION WS-EXACT-ACTION WS-TOP-ACTION
    MOVE 0 TO WS-ACTION-MINUTES WS-EXACT-MINUTES WS-TOP-MINUTES WS-TOP-STRIKE
    OPEN INPUT ESCALATION-FILE
    IF FS-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL FS-STATUS = "10"
        READ ESCALATION-FILE
            AT END
                MOVE "10" TO FS-STATUS
            NOT AT END
                PERFORM ParseEscalationLine
        END-READ
    END-PERFORM
    CLOSE ESCALATION-FILE

    IF WS-EXACT-ACTION NOT = SPACES
        MOVE WS-EXACT-ACTION TO WS-ACTION
        MOVE WS-EXACT-MINUTES TO WS-ACTION-MINUTES
    ELSE
        IF WS-TOP-STRIKE > 0 AND WS-STRIKES > WS-TOP-STRIKE
            MOVE WS-TOP-ACTION TO WS-ACTION
            MOVE WS-TOP-MINUTES TO WS-ACTION-MINUTES
        END-IF
    END-IF
    EXIT PARAGRAPH.

ParseEscalationLine.
    IF ESCALATION-LINE = SPACES OR ESCALATION-LINE(1:1) = "#"
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-STRIKE-TEXT WS-ACTION-TEXT WS-MINUTES-TEXT
    UNSTRING ESCALATION-LINE DELIMITED BY "," INTO WS-STRIKE-TEXT WS-ACTION-TEXT WS-MINUTES-TEXT
    IF FUNCTION TEST-NUMVAL(WS-STRIKE-TEXT) NOT = 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-LINE-STRIKE = FUNCTION NUMVAL(WS-STRIKE-TEXT)
    MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-ACTION-TEXT)) TO WS-ACTION-TEXT
    MOVE 0 TO WS-LINE-MINUTES
    IF WS-MINUTES-TEXT NOT = SPACES AND FUNCTION TEST-NUMVAL(WS-MINUTES-TEXT) = 0
        COMPUTE WS-LINE-MINUTES = FUNCTION NUMVAL(WS-MINUTES-TEXT)
    END-IF
    IF WS-LINE-STRIKE = WS-STRIKES
        MOVE WS-ACTION-TEXT TO WS-EXACT-ACTION
        MOVE WS-LINE-MINUTES TO WS-EXACT-MINUTES
    END-IF
    IF WS-LINE-STRIKE > WS-TOP-STRIKE
        MOVE WS-LINE-STRIKE TO WS-TOP-STRIKE
        MOVE WS-ACTION-TEXT TO WS-TOP-ACTION
        MOVE WS-LINE-MINUTES TO WS-TOP-MINUTES
    END-IF
    EXIT PARAGRAPH.

END PROGRAM Infraction-Warn.

*> --- Infraction-History ---
*> /history: a player's whole record -- every warning, mute, kick and ban, in
*> the order they happened -- as chat lines to the asking moderator, followed
*> by whether a ban or mute is in force right now.
IDENTIFICATION DIVISION.
PROGRAM-ID. Infraction-History.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INFRACTIONS-FILE ASSIGN TO WS-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  INFRACTIONS-FILE.
01  INFRACTIONS-LINE            PIC X(160).

WORKING-STORAGE SECTION.
    COPY DD-MESSAGE-ARGS.
    01 FS-STATUS                PIC X(2).
    01 WS-FILENAME              PIC X(64).
    01 WS-NAME-OK               BINARY-CHAR UNSIGNED.
    01 WS-FIELD-DATE            PIC X(20).
    01 WS-FIELD-KIND            PIC X(8).
    01 WS-FIELD-ISSUER          PIC X(16).
    01 WS-FIELD-DETAIL          PIC X(64).
    01 WS-ENTRIES               BINARY-LONG UNSIGNED.
    01 WS-WARNINGS              BINARY-LONG UNSIGNED.
    01 WS-ENTRIES-TEXT          PIC Z(4)9.
    01 WS-WARNINGS-TEXT         PIC Z(4)9.
    01 WS-BANNED                BINARY-CHAR UNSIGNED.
    01 WS-MUTED                 BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
    01 LK-NAME                  PIC X(16).
    01 LK-RESULT                PIC X(128).

PROCEDURE DIVISION USING LK-CLIENT LK-NAME LK-RESULT.
    MOVE SPACES TO LK-RESULT
    CALL "Infraction-FileName" USING LK-NAME WS-FILENAME WS-NAME-OK
    IF WS-NAME-OK = 0
        CALL "Message-Text" USING "infractions.bad-name" MESSAGE-ARGS LK-RESULT
        GOBACK
    END-IF

    MOVE 0 TO WS-ENTRIES WS-WARNINGS
    OPEN INPUT INFRACTIONS-FILE
    IF FS-STATUS = "00"
        PERFORM UNTIL FS-STATUS = "10"
            READ INFRACTIONS-FILE
                AT END
                    MOVE "10" TO FS-STATUS
                NOT AT END
                    PERFORM SendEntry
            END-READ
        END-PERFORM
        CLOSE INFRACTIONS-FILE
    END-IF

    CALL "Banlist-Check" USING LK-NAME WS-BANNED
    CALL "Mute-Check" USING LK-NAME WS-MUTED
    MOVE SPACES TO MESSAGE-ARGS
    EVALUATE TRUE
        WHEN WS-BANNED = 1 AND WS-MUTED = 1
            CALL "Message-Send" USING LK-CLIENT "infractions.banned-muted" MESSAGE-ARGS
        WHEN WS-BANNED = 1
            CALL "Message-Send" USING LK-CLIENT "infractions.banned" MESSAGE-ARGS
        WHEN WS-MUTED = 1
            CALL "Message-Send" USING LK-CLIENT "infractions.muted" MESSAGE-ARGS
    END-EVALUATE

    IF WS-ENTRIES = 0
        MOVE SPACES TO MESSAGE-ARGS
        MOVE LK-NAME TO MESSAGE-ARG(1)
        CALL "Message-Text" USING "infractions.none" MESSAGE-ARGS LK-RESULT
    ELSE
        MOVE WS-ENTRIES TO WS-ENTRIES-TEXT
        MOVE WS-WARNINGS TO WS-WARNINGS-TEXT
        MOVE SPACES TO MESSAGE-ARGS
        MOVE WS-ENTRIES-TEXT TO MESSAGE-ARG(1)
        MOVE LK-NAME TO MESSAGE-ARG(2)
        MOVE WS-WARNINGS-TEXT TO MESSAGE-ARG(3)
        CALL "Message-Text" USING "infractions.count" MESSAGE-ARGS LK-RESULT
    END-IF
    GOBACK.

*> "2026-03-01 18:04 kick by Steve: spamming" -- the seconds are kept in the
*> file but are noise in chat.
SendEntry.
    IF INFRACTIONS-LINE = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-FIELD-DATE WS-FIELD-KIND WS-FIELD-ISSUER WS-FIELD-DETAIL
    UNSTRING INFRACTIONS-LINE DELIMITED BY "|"
        INTO WS-FIELD-DATE WS-FIELD-KIND WS-FIELD-ISSUER WS-FIELD-DETAIL
    ADD 1 TO WS-ENTRIES
    IF WS-FIELD-KIND = "warn"
        ADD 1 TO WS-WARNINGS
    END-IF
    MOVE SPACES TO MESSAGE-ARGS
    MOVE WS-FIELD-DATE(1:16) TO MESSAGE-ARG(1)
    MOVE WS-FIELD-KIND TO MESSAGE-ARG(2)
    MOVE WS-FIELD-ISSUER TO MESSAGE-ARG(3)
    MOVE WS-FIELD-DETAIL TO MESSAGE-ARG(4)
    CALL "Message-Send" USING LK-CLIENT "infractions.entry" MESSAGE-ARGS
    EXIT PARAGRAPH.

END PROGRAM Infraction-History.
