*> --- Tempban-Set ---
*> Give a ban in banned-players.json an end time: tempbans.dat holds one
*> "name,expires-micros" line per timed ban, the mutes.dat shape. Minutes > 0
*> (re)sets the name's expiry; 0 drops the line, making whatever ban the name
*> has permanent again -- /ban and /pardon both pass 0 so a stale expiry can
*> never lift a later permanent ban.
IDENTIFICATION DIVISION.
PROGRAM-ID. Tempban-Set.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TEMPBANS-FILE ASSIGN TO "tempbans.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  TEMPBANS-FILE.
01  TEMPBANS-LINE               PIC X(64).

WORKING-STORAGE SECTION.
    01 FS-STATUS                PIC X(2).
    01 MAX-TEMPBAN-ENTRIES      BINARY-LONG UNSIGNED VALUE 128.
    01 WS-TEMPBAN-COUNT         BINARY-LONG UNSIGNED.
    01 WS-TEMPBAN-TABLE.
        05 WS-TEMPBAN-ENTRY OCCURS 128 TIMES.
            10 WS-TEMPBAN-NAME      PIC X(16).
            10 WS-TEMPBAN-EXPIRES   BINARY-DOUBLE.
    01 WS-INDEX                 BINARY-LONG UNSIGNED.
    01 WS-FOUND-AT              BINARY-LONG UNSIGNED.
    01 WS-CHANGED               BINARY-CHAR UNSIGNED.
    01 WS-NOW                   BINARY-DOUBLE.
    01 WS-NAME-TEXT             PIC X(16).
    01 WS-EXPIRES-TEXT          PIC X(32).
    01 WS-EXPIRES-OUT           PIC -(18)9.
LINKAGE SECTION.
    01 LK-NAME                  PIC X(16).
    01 LK-MINUTES               BINARY-LONG.

PROCEDURE DIVISION USING LK-NAME LK-MINUTES.
    MOVE 0 TO WS-TEMPBAN-COUNT
    OPEN INPUT TEMPBANS-FILE
    IF FS-STATUS = "00"
        PERFORM UNTIL FS-STATUS = "10"
            READ TEMPBANS-FILE
                AT END
                    MOVE "10" TO FS-STATUS
                NOT AT END
                    PERFORM ParseLine
            END-READ
        END-PERFORM
        CLOSE TEMPBANS-FILE
    END-IF

    MOVE 0 TO WS-FOUND-AT
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > WS-TEMPBAN-COUNT
        IF FUNCTION TRIM(WS-TEMPBAN-NAME(WS-INDEX)) = FUNCTION TRIM(LK-NAME)
            MOVE WS-INDEX TO WS-FOUND-AT
            EXIT PERFORM
        END-IF
    END-PERFORM

    MOVE 0 TO WS-CHANGED
    IF LK-MINUTES > 0
        IF WS-FOUND-AT = 0
            IF WS-TEMPBAN-COUNT >= MAX-TEMPBAN-ENTRIES
                CALL "Log-Warn" USING "tempbans.dat is full, ban left permanent"
                GOBACK
            END-IF
            ADD 1 TO WS-TEMPBAN-COUNT
            MOVE WS-TEMPBAN-COUNT TO WS-FOUND-AT
            MOVE LK-NAME TO WS-TEMPBAN-NAME(WS-FOUND-AT)
        END-IF
        CALL "SystemTimeMicros" USING WS-NOW
        COMPUTE WS-TEMPBAN-EXPIRES(WS-FOUND-AT) = WS-NOW + LK-MINUTES * 60000000
        MOVE 1 TO WS-CHANGED
    ELSE
        IF WS-FOUND-AT NOT = 0
            MOVE WS-TEMPBAN-ENTRY(WS-TEMPBAN-COUNT) TO WS-TEMPBAN-ENTRY(WS-FOUND-AT)
            SUBTRACT 1 FROM WS-TEMPBAN-COUNT
            MOVE 1 TO WS-CHANGED
        END-IF
    END-IF
    IF WS-CHANGED = 0
        GOBACK
    END-IF

    OPEN OUTPUT TEMPBANS-FILE
    IF FS-STATUS NOT = "00"
        CALL "Log-Error" USING "Failed to save tempbans.dat"
        GOBACK
    END-IF
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > WS-TEMPBAN-COUNT
        MOVE WS-TEMPBAN-EXPIRES(WS-INDEX) TO WS-EXPIRES-OUT
        MOVE SPACES TO TEMPBANS-LINE
        STRING FUNCTION TRIM(WS-TEMPBAN-NAME(WS-INDEX)) "," FUNCTION TRIM(WS-EXPIRES-OUT)
            DELIMITED BY SIZE INTO TEMPBANS-LINE
        WRITE TEMPBANS-LINE
    END-PERFORM
    CLOSE TEMPBANS-FILE
    GOBACK.

ParseLine.
    IF TEMPBANS-LINE = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-NAME-TEXT WS-EXPIRES-TEXT
    UNSTRING TEMPBANS-LINE DELIMITED BY "," INTO WS-NAME-TEXT WS-EXPIRES-TEXT
    IF WS-NAME-TEXT = SPACES OR FUNCTION TEST-NUMVAL(WS-EXPIRES-TEXT) NOT = 0
            OR WS-TEMPBAN-COUNT >= MAX-TEMPBAN-ENTRIES
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-TEMPBAN-COUNT
    MOVE WS-NAME-TEXT TO WS-TEMPBAN-NAME(WS-TEMPBAN-COUNT)
    COMPUTE WS-TEMPBAN-EXPIRES(WS-TEMPBAN-COUNT) = FUNCTION NUMVAL(WS-EXPIRES-TEXT)
    EXIT PARAGRAPH.

END PROGRAM Tempban-Set.

*> --- Tempban-Check ---
*> Consulted at login for a name Banlist-Check found banned: if the ban was a
*> timed one whose end has passed, it is lifted here -- the name leaves
*> banned-players.json and tempbans.dat, the lift lands in the audit trail, and
*> the login proceeds. Like mutes, timed bans expire lazily, the first time
*> they're consulted past their time.
IDENTIFICATION DIVISION.
PROGRAM-ID. Tempban-Check.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TEMPBANS-FILE ASSIGN TO "tempbans.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  TEMPBANS-FILE.
01  TEMPBANS-LINE               PIC X(64).

WORKING-STORAGE SECTION.
    01 FS-STATUS                PIC X(2).
    01 WS-NAME-TEXT             PIC X(16).
    01 WS-EXPIRES-TEXT          PIC X(32).
    01 WS-EXPIRES               BINARY-DOUBLE.
    01 WS-FOUND                 BINARY-CHAR UNSIGNED.
    01 WS-NOW                   BINARY-DOUBLE.
    01 WS-ZERO-MINUTES          BINARY-LONG VALUE 0.
    01 WS-FILENAME              PIC X(32) VALUE "banned-players.json".
    01 WS-ACTION                BINARY-CHAR UNSIGNED VALUE 2.
    01 WS-CHANGED               BINARY-CHAR UNSIGNED.
    01 WS-AUDIT-LINE            PIC X(128).
LINKAGE SECTION.
    01 LK-NAME                  PIC X(16).
    01 LK-BANNED                BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-NAME LK-BANNED.
    MOVE 0 TO WS-FOUND
    OPEN INPUT TEMPBANS-FILE
    IF FS-STATUS NOT = "00"
        GOBACK
    END-IF
    PERFORM UNTIL FS-STATUS = "10"
        READ TEMPBANS-FILE
            AT END
                MOVE "10" TO FS-STATUS
            NOT AT END
                MOVE SPACES TO WS-NAME-TEXT WS-EXPIRES-TEXT
                UNSTRING TEMPBANS-LINE DELIMITED BY "," INTO WS-NAME-TEXT WS-EXPIRES-TEXT
                IF FUNCTION TRIM(WS-NAME-TEXT) = FUNCTION TRIM(LK-NAME)
                        AND FUNCTION TEST-NUMVAL(WS-EXPIRES-TEXT) = 0
                    COMPUTE WS-EXPIRES = FUNCTION NUMVAL(WS-EXPIRES-TEXT)
                    MOVE 1 TO WS-FOUND
                    MOVE "10" TO FS-STATUS
                END-IF
        END-READ
    END-PERFORM
    CLOSE TEMPBANS-FILE

    IF WS-FOUND = 0
        GOBACK
    END-IF
    CALL "SystemTimeMicros" USING WS-NOW
    IF WS-NOW < WS-EXPIRES
        GOBACK
    END-IF

    CALL "Playerlist-Update" USING WS-FILENAME LK-NAME WS-ACTION WS-CHANGED
    CALL "Tempban-Set" USING LK-NAME WS-ZERO-MINUTES
    MOVE 0 TO LK-BANNED
    MOVE SPACES TO WS-AUDIT-LINE
    STRING "[ban] timed ban on " FUNCTION TRIM(LK-NAME) " expired"
        DELIMITED BY SIZE INTO WS-AUDIT-LINE
    CALL "Audit-Log" USING WS-AUDIT-LINE
    GOBACK.

END PROGRAM Tempban-Check.
