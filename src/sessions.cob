*> --- Sessions-Load ---
*> Read sessions.dat into the session table (see DD-SESSIONS for the line
*> shape).
IDENTIFICATION DIVISION.
PROGRAM-ID. Sessions-Load.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SESSIONS-FILE ASSIGN TO "sessions.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SESSIONS-FILE.
01  SESSIONS-LINE               PIC X(200).

WORKING-STORAGE SECTION.
    COPY DD-SESSIONS.
    01 FS-STATUS                PIC X(2).
    01 WS-UUID-HEX              PIC X(32).
    01 WS-NAME-TEXT             PIC X(16).
    01 WS-FIRST-TEXT            PIC X(16).
    01 WS-JOIN-TEXT             PIC X(16).
    01 WS-LEAVE-TEXT            PIC X(16).
    01 WS-JOINS-TEXT            PIC X(16).
    01 WS-MINUTES-TEXT          PIC X(16).
    01 WS-ADDRESS-TEXT          PIC X(46).
    01 WS-DIMENSION-TEXT        PIC X(16).

PROCEDURE DIVISION.
    MOVE 0 TO SESSION-COUNT
    MOVE 1 TO SESSIONS-LOADED

    OPEN INPUT SESSIONS-FILE
    IF FS-STATUS NOT = "00"
        GOBACK
    END-IF

    PERFORM UNTIL FS-STATUS = "10"
        READ SESSIONS-FILE
            AT END
                MOVE "10" TO FS-STATUS
            NOT AT END
                PERFORM ParseLine
        END-READ
    END-PERFORM

    CLOSE SESSIONS-FILE
    GOBACK.

ParseLine.
    IF SESSIONS-LINE = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-UUID-HEX WS-NAME-TEXT WS-FIRST-TEXT WS-JOIN-TEXT WS-LEAVE-TEXT
        WS-JOINS-TEXT WS-MINUTES-TEXT WS-ADDRESS-TEXT WS-DIMENSION-TEXT
    UNSTRING SESSIONS-LINE DELIMITED BY ","
        INTO WS-UUID-HEX WS-NAME-TEXT WS-FIRST-TEXT WS-JOIN-TEXT WS-LEAVE-TEXT
             WS-JOINS-TEXT WS-MINUTES-TEXT WS-ADDRESS-TEXT WS-DIMENSION-TEXT
    IF WS-UUID-HEX = SPACES OR WS-NAME-TEXT = SPACES
            OR FUNCTION TEST-NUMVAL(WS-JOINS-TEXT) NOT = 0
            OR FUNCTION TEST-NUMVAL(WS-MINUTES-TEXT) NOT = 0
            OR FUNCTION TEST-NUMVAL(WS-DIMENSION-TEXT) NOT = 0
            OR SESSION-COUNT >= MAX-SESSION-ENTRIES
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO SESSION-COUNT
    CALL "Uuid-FromHex" USING WS-UUID-HEX SESSION-UUID(SESSION-COUNT)
    MOVE WS-NAME-TEXT TO SESSION-NAME(SESSION-COUNT)
    MOVE WS-FIRST-TEXT(1:14) TO SESSION-FIRST-JOIN(SESSION-COUNT)
    MOVE WS-JOIN-TEXT(1:14) TO SESSION-LAST-JOIN(SESSION-COUNT)
    MOVE WS-LEAVE-TEXT(1:14) TO SESSION-LAST-LEAVE(SESSION-COUNT)
    COMPUTE SESSION-JOINS(SESSION-COUNT) = FUNCTION NUMVAL(WS-JOINS-TEXT)
    COMPUTE SESSION-MINUTES(SESSION-COUNT) = FUNCTION NUMVAL(WS-MINUTES-TEXT)
    MOVE WS-ADDRESS-TEXT TO SESSION-ADDRESS(SESSION-COUNT)
    COMPUTE SESSION-DIMENSION(SESSION-COUNT) = FUNCTION NUMVAL(WS-DIMENSION-TEXT)
    EXIT PARAGRAPH.

END PROGRAM Sessions-Load.

*> --- Sessions-Save ---
*> Rewrite sessions.dat from the live table after any login or logout.
IDENTIFICATION DIVISION.
PROGRAM-ID. Sessions-Save.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SESSIONS-FILE ASSIGN TO "sessions.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SESSIONS-FILE.
01  SESSIONS-LINE               PIC X(200).

WORKING-STORAGE SECTION.
    COPY DD-SESSIONS.
    01 FS-STATUS                PIC X(2).
    01 WS-INDEX                 BINARY-LONG UNSIGNED.
    01 WS-UUID-HEX              PIC X(32).
    01 WS-JOINS-TEXT            PIC Z(9)9.
    01 WS-MINUTES-TEXT          PIC Z(9)9.
    01 WS-DIMENSION-TEXT        PIC ZZ9.

PROCEDURE DIVISION.
    OPEN OUTPUT SESSIONS-FILE
    IF FS-STATUS NOT = "00"
        CALL "Log-Error" USING "Failed to save sessions.dat"
        GOBACK
    END-IF

    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > SESSION-COUNT
        CALL "Uuid-ToHex" USING SESSION-UUID(WS-INDEX) WS-UUID-HEX
        MOVE SESSION-JOINS(WS-INDEX) TO WS-JOINS-TEXT
        MOVE SESSION-MINUTES(WS-INDEX) TO WS-MINUTES-TEXT
        MOVE SESSION-DIMENSION(WS-INDEX) TO WS-DIMENSION-TEXT
        MOVE SPACES TO SESSIONS-LINE
        STRING WS-UUID-HEX "," FUNCTION TRIM(SESSION-NAME(WS-INDEX)) ","
               SESSION-FIRST-JOIN(WS-INDEX) "," SESSION-LAST-JOIN(WS-INDEX) ","
               SESSION-LAST-LEAVE(WS-INDEX) "," FUNCTION TRIM(WS-JOINS-TEXT) ","
               FUNCTION TRIM(WS-MINUTES-TEXT) "," FUNCTION TRIM(SESSION-ADDRESS(WS-INDEX)) ","
               FUNCTION TRIM(WS-DIMENSION-TEXT)
            DELIMITED BY SIZE INTO SESSIONS-LINE
        WRITE SESSIONS-LINE
    END-PERFORM

    CLOSE SESSIONS-FILE
    GOBACK.

END PROGRAM Sessions-Save.

*> --- Sessions-Login ---
*> Called from FinishLogin: open (first join) or update the player's session
*> record with this join's time, name, address and dimension.
IDENTIFICATION DIVISION.
PROGRAM-ID. Sessions-Login.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-SESSIONS.
    01 WS-INDEX                 BINARY-LONG UNSIGNED.
    01 WS-FOUND-AT              BINARY-LONG UNSIGNED.
    01 WS-NOW                   PIC X(21).
LINKAGE SECTION.
    01 LK-UUID                  PIC X(16).
    01 LK-NAME                  PIC X(16).
    01 LK-ADDRESS               PIC X(46).
    01 LK-DIMENSION             BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-UUID LK-NAME LK-ADDRESS LK-DIMENSION.
    IF SESSIONS-LOADED = 0
        CALL "Sessions-Load"
    END-IF
    MOVE FUNCTION CURRENT-DATE TO WS-NOW

    MOVE 0 TO WS-FOUND-AT
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > SESSION-COUNT
        IF SESSION-UUID(WS-INDEX) = LK-UUID
            MOVE WS-INDEX TO WS-FOUND-AT
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-FOUND-AT = 0
        IF SESSION-COUNT >= MAX-SESSION-ENTRIES
            CALL "Log-Warn" USING "The session table is full, join not recorded"
            GOBACK
        END-IF
        ADD 1 TO SESSION-COUNT
        MOVE SESSION-COUNT TO WS-FOUND-AT
        INITIALIZE SESSION-ENTRY(WS-FOUND-AT)
        MOVE LK-UUID TO SESSION-UUID(WS-FOUND-AT)
        MOVE WS-NOW(1:14) TO SESSION-FIRST-JOIN(WS-FOUND-AT)
    END-IF

    MOVE LK-NAME TO SESSION-NAME(WS-FOUND-AT)
    MOVE WS-NOW(1:14) TO SESSION-LAST-JOIN(WS-FOUND-AT)
    ADD 1 TO SESSION-JOINS(WS-FOUND-AT)
    MOVE LK-ADDRESS TO SESSION-ADDRESS(WS-FOUND-AT)
    MOVE LK-DIMENSION TO SESSION-DIMENSION(WS-FOUND-AT)
    CALL "Sessions-Save"
    GOBACK.

END PROGRAM Sessions-Login.

*> --- Sessions-Logout ---
*> Called from DisconnectClient for a player whose login completed: stamp
*> the leave, add the session's length to the running total and remember the
*> dimension they left from.
IDENTIFICATION DIVISION.
PROGRAM-ID. Sessions-Logout.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-SESSIONS.
    01 WS-INDEX                 BINARY-LONG UNSIGNED.
    01 WS-NOW                   PIC X(21).
    01 WS-SESSION-MINUTES       BINARY-LONG.
LINKAGE SECTION.
    01 LK-UUID                  PIC X(16).
    01 LK-DIMENSION             BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-UUID LK-DIMENSION.
    IF SESSIONS-LOADED = 0
        CALL "Sessions-Load"
    END-IF
    MOVE FUNCTION CURRENT-DATE TO WS-NOW

    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > SESSION-COUNT
        IF SESSION-UUID(WS-INDEX) = LK-UUID
            MOVE WS-NOW(1:14) TO SESSION-LAST-LEAVE(WS-INDEX)
            MOVE LK-DIMENSION TO SESSION-DIMENSION(WS-INDEX)
            IF SESSION-LAST-JOIN(WS-INDEX) IS NUMERIC
                COMPUTE WS-SESSION-MINUTES =
                    (FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-NOW(1:8)))
                        - FUNCTION INTEGER-OF-DATE(
                            FUNCTION NUMVAL(SESSION-LAST-JOIN(WS-INDEX)(1:8)))) * 1440
                    + FUNCTION NUMVAL(WS-NOW(9:2)) * 60 + FUNCTION NUMVAL(WS-NOW(11:2))
                    - FUNCTION NUMVAL(SESSION-LAST-JOIN(WS-INDEX)(9:2)) * 60
                    - FUNCTION NUMVAL(SESSION-LAST-JOIN(WS-INDEX)(11:2))
                IF WS-SESSION-MINUTES > 0
                    ADD WS-SESSION-MINUTES TO SESSION-MINUTES(WS-INDEX)
                END-IF
            END-IF
            CALL "Sessions-Save"
            GOBACK
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Sessions-Logout.

*> --- Sessions-Seen ---
*> The /seen answer for a name, as one line: online now or when they were
*> last seen, where, when they first joined and how much they've played.
*> Shared by the in-game command and the console/RCON "seen".
IDENTIFICATION DIVISION.
PROGRAM-ID. Sessions-Seen.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-SESSIONS.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-WORLD.
    COPY DD-MESSAGE-ARGS.
    01 WS-INDEX                 BINARY-LONG UNSIGNED.
    01 WS-FOUND-AT              BINARY-LONG UNSIGNED.
    01 WS-SCAN-ID               BINARY-LONG UNSIGNED.
    01 WS-ONLINE                BINARY-CHAR UNSIGNED.
    01 WS-STAMP                 PIC X(14).
    01 WS-WHEN                  PIC X(16).
    01 WS-WHERE                 PIC X(24).
    01 WS-DIMENSION-TEXT        PIC ZZ9.
    01 WS-JOINS-TEXT            PIC Z(9)9.
    01 WS-HOURS-TEXT            PIC Z(9)9.
    01 WS-STATUS                PIC X(48).
    01 WS-TOTALS                PIC X(64).
LINKAGE SECTION.
    01 LK-NAME                  PIC X(16).
    01 LK-RESULT                PIC X(256).

PROCEDURE DIVISION USING LK-NAME LK-RESULT.
    MOVE SPACES TO LK-RESULT
    IF SESSIONS-LOADED = 0
        CALL "Sessions-Load"
    END-IF
    IF LK-NAME = SPACES
        CALL "Message-Text" USING "seen.usage" MESSAGE-ARGS LK-RESULT
        GOBACK
    END-IF

    *> The newest record under this name wins: a name can pass between
    *> accounts, and the latest join is the one people mean.
    MOVE 0 TO WS-FOUND-AT
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > SESSION-COUNT
        IF FUNCTION TRIM(SESSION-NAME(WS-INDEX)) = FUNCTION TRIM(LK-NAME)
            IF WS-FOUND-AT = 0
                MOVE WS-INDEX TO WS-FOUND-AT
            ELSE
                IF SESSION-LAST-JOIN(WS-INDEX) > SESSION-LAST-JOIN(WS-FOUND-AT)
                    MOVE WS-INDEX TO WS-FOUND-AT
                END-IF
            END-IF
        END-IF
    END-PERFORM
    IF WS-FOUND-AT = 0
        MOVE SPACES TO MESSAGE-ARGS
        MOVE LK-NAME TO MESSAGE-ARG(1)
        CALL "Message-Text" USING "seen.never" MESSAGE-ARGS LK-RESULT
        GOBACK
    END-IF

    MOVE 0 TO WS-ONLINE
    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(WS-SCAN-ID) = 1 AND CLIENT-STATE(WS-SCAN-ID) = CLIENT-STATE-PLAY
                AND CLIENT-USERNAME(WS-SCAN-ID) = SESSION-NAME(WS-FOUND-AT)
            MOVE 1 TO WS-ONLINE
        END-IF
    END-PERFORM

    MOVE SPACES TO MESSAGE-ARGS
    EVALUATE SESSION-DIMENSION(WS-FOUND-AT)
        WHEN WORLD-DIM-OVERWORLD
            CALL "Message-Text" USING "seen.overworld" MESSAGE-ARGS WS-WHERE
        WHEN WORLD-DIM-NETHER
            CALL "Message-Text" USING "seen.nether" MESSAGE-ARGS WS-WHERE
        WHEN OTHER
            MOVE SESSION-DIMENSION(WS-FOUND-AT) TO WS-DIMENSION-TEXT
            MOVE WS-DIMENSION-TEXT TO MESSAGE-ARG(1)
            CALL "Message-Text" USING "seen.dimension" MESSAGE-ARGS WS-WHERE
    END-EVALUATE

    IF WS-ONLINE = 1
        MOVE SESSION-LAST-JOIN(WS-FOUND-AT) TO WS-STAMP
        PERFORM FormatStamp
        MOVE SPACES TO MESSAGE-ARGS
        MOVE WS-WHEN TO MESSAGE-ARG(1)
        CALL "Message-Text" USING "seen.online" MESSAGE-ARGS WS-STATUS
    ELSE
        *> A leave older than the last join means the server went down under
        *> them; the join is then the best "last seen" there is.
        IF SESSION-LAST-LEAVE(WS-FOUND-AT) IS NUMERIC
                AND SESSION-LAST-LEAVE(WS-FOUND-AT) >= SESSION-LAST-JOIN(WS-FOUND-AT)
            MOVE SESSION-LAST-LEAVE(WS-FOUND-AT) TO WS-STAMP
        ELSE
            MOVE SESSION-LAST-JOIN(WS-FOUND-AT) TO WS-STAMP
        END-IF
        PERFORM FormatStamp
        MOVE SPACES TO MESSAGE-ARGS
        MOVE WS-WHEN TO MESSAGE-ARG(1)
        CALL "Message-Text" USING "seen.last-seen" MESSAGE-ARGS WS-STATUS
    END-IF
    MOVE SESSION-JOINS(WS-FOUND-AT) TO WS-JOINS-TEXT
    COMPUTE WS-HOURS-TEXT = SESSION-MINUTES(WS-FOUND-AT) / 60
    MOVE SPACES TO MESSAGE-ARGS
    MOVE WS-JOINS-TEXT TO MESSAGE-ARG(1)
    MOVE WS-HOURS-TEXT TO MESSAGE-ARG(2)
    CALL "Message-Text" USING "seen.totals" MESSAGE-ARGS WS-TOTALS
    MOVE SESSION-FIRST-JOIN(WS-FOUND-AT) TO WS-STAMP
    PERFORM FormatStamp

    MOVE SPACES TO MESSAGE-ARGS
    MOVE SESSION-NAME(WS-FOUND-AT) TO MESSAGE-ARG(1)
    MOVE WS-STATUS TO MESSAGE-ARG(2)
    MOVE WS-WHERE TO MESSAGE-ARG(3)
    MOVE SESSION-ADDRESS(WS-FOUND-AT) TO MESSAGE-ARG(4)
    MOVE WS-WHEN TO MESSAGE-ARG(5)
    MOVE WS-TOTALS TO MESSAGE-ARG(6)
    CALL "Message-Text" USING "seen.result" MESSAGE-ARGS LK-RESULT
    GOBACK.

*> YYYYMMDDHHMMSS in WS-STAMP as "YYYY-MM-DD HH:MM" in WS-WHEN.
FormatStamp.
    MOVE SPACES TO WS-WHEN
    IF WS-STAMP IS NOT NUMERIC
        MOVE SPACES TO MESSAGE-ARGS
        CALL "Message-Text" USING "seen.unknown" MESSAGE-ARGS WS-WHEN
        EXIT PARAGRAPH
    END-IF
    STRING WS-STAMP(1:4) "-" WS-STAMP(5:2) "-" WS-STAMP(7:2) " " WS-STAMP(9:2) ":"
           WS-STAMP(11:2)
        DELIMITED BY SIZE INTO WS-WHEN
    EXIT PARAGRAPH.

END PROGRAM Sessions-Seen.
