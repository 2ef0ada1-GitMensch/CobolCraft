*> --- Tickets-Load ---
*> Read tickets.dat into the ticket table: a "next|N" line carrying the next
*> ticket number, then one
*> "id|state|opened|reporter|subject|dimension|x|y|z|claimer|text" line per
*> ticket still open. "|" separates the fields because the text is free-form
*> player prose that is full of commas.
IDENTIFICATION DIVISION.
PROGRAM-ID. Tickets-Load.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TICKETS-FILE ASSIGN TO "tickets.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  TICKETS-FILE.
01  TICKETS-LINE                PIC X(256).

WORKING-STORAGE SECTION.
    COPY DD-TICKETS.
    01 FS-STATUS                PIC X(2).
    01 WS-ID-TEXT               PIC X(16).
    01 WS-STATE-TEXT            PIC X(16).
    01 WS-OPENED-TEXT           PIC X(16).
    01 WS-REPORTER-TEXT         PIC X(16).
    01 WS-SUBJECT-TEXT          PIC X(16).
    01 WS-DIMENSION-TEXT        PIC X(16).
    01 WS-X-TEXT                PIC X(16).
    01 WS-Y-TEXT                PIC X(16).
    01 WS-Z-TEXT                PIC X(16).
    01 WS-CLAIMER-TEXT          PIC X(16).
    01 WS-TEXT                  PIC X(128).

PROCEDURE DIVISION.
    MOVE 0 TO TICKET-COUNT
    MOVE 1 TO TICKET-NEXT-ID
    MOVE 1 TO TICKETS-LOADED

    OPEN INPUT TICKETS-FILE
    IF FS-STATUS NOT = "00"
        GOBACK
    END-IF

    PERFORM UNTIL FS-STATUS = "10"
        READ TICKETS-FILE
            AT END
                MOVE "10" TO FS-STATUS
            NOT AT END
                PERFORM ParseLine
        END-READ
    END-PERFORM

    CLOSE TICKETS-FILE
    GOBACK.

ParseLine.
    IF TICKETS-LINE = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-ID-TEXT WS-STATE-TEXT WS-OPENED-TEXT WS-REPORTER-TEXT WS-SUBJECT-TEXT
        WS-DIMENSION-TEXT WS-X-TEXT WS-Y-TEXT WS-Z-TEXT WS-CLAIMER-TEXT WS-TEXT
    UNSTRING TICKETS-LINE DELIMITED BY "|"
        INTO WS-ID-TEXT WS-STATE-TEXT WS-OPENED-TEXT WS-REPORTER-TEXT WS-SUBJECT-TEXT
             WS-DIMENSION-TEXT WS-X-TEXT WS-Y-TEXT WS-Z-TEXT WS-CLAIMER-TEXT WS-TEXT
    IF WS-ID-TEXT = "next"
        IF FUNCTION TEST-NUMVAL(WS-STATE-TEXT) = 0
            COMPUTE TICKET-NEXT-ID = FUNCTION NUMVAL(WS-STATE-TEXT)
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-NUMVAL(WS-ID-TEXT) NOT = 0 OR FUNCTION TEST-NUMVAL(WS-STATE-TEXT) NOT = 0
            OR FUNCTION TEST-NUMVAL(WS-DIMENSION-TEXT) NOT = 0
            OR FUNCTION TEST-NUMVAL(WS-X-TEXT) NOT = 0 OR FUNCTION TEST-NUMVAL(WS-Y-TEXT) NOT = 0
            OR FUNCTION TEST-NUMVAL(WS-Z-TEXT) NOT = 0
            OR WS-REPORTER-TEXT = SPACES OR TICKET-COUNT >= MAX-TICKET-ENTRIES
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO TICKET-COUNT
    COMPUTE TICKET-ID(TICKET-COUNT) = FUNCTION NUMVAL(WS-ID-TEXT)
    COMPUTE TICKET-STATE(TICKET-COUNT) = FUNCTION NUMVAL(WS-STATE-TEXT)
    MOVE WS-OPENED-TEXT(1:14) TO TICKET-OPENED(TICKET-COUNT)
    MOVE WS-REPORTER-TEXT TO TICKET-REPORTER(TICKET-COUNT)
    MOVE WS-SUBJECT-TEXT TO TICKET-SUBJECT(TICKET-COUNT)
    COMPUTE TICKET-DIMENSION(TICKET-COUNT) = FUNCTION NUMVAL(WS-DIMENSION-TEXT)
    COMPUTE TICKET-X(TICKET-COUNT) = FUNCTION NUMVAL(WS-X-TEXT)
    COMPUTE TICKET-Y(TICKET-COUNT) = FUNCTION NUMVAL(WS-Y-TEXT)
    COMPUTE TICKET-Z(TICKET-COUNT) = FUNCTION NUMVAL(WS-Z-TEXT)
    MOVE WS-CLAIMER-TEXT TO TICKET-CLAIMER(TICKET-COUNT)
    MOVE WS-TEXT TO TICKET-TEXT(TICKET-COUNT)
    *> A hand-edited file must not let a new ticket reuse a live number.
    IF TICKET-ID(TICKET-COUNT) >= TICKET-NEXT-ID
        COMPUTE TICKET-NEXT-ID = TICKET-ID(TICKET-COUNT) + 1
    END-IF
    EXIT PARAGRAPH.

END PROGRAM Tickets-Load.

*> --- Tickets-Save ---
*> Rewrite tickets.dat from the live table after any change.
IDENTIFICATION DIVISION.
PROGRAM-ID. Tickets-Save.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TICKETS-FILE ASSIGN TO "tickets.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  TICKETS-FILE.
01  TICKETS-LINE                PIC X(256).

WORKING-STORAGE SECTION.
    COPY DD-TICKETS.
    01 FS-STATUS                PIC X(2).
    01 WS-INDEX                 BINARY-LONG UNSIGNED.
    01 WS-ID-TEXT               PIC Z(9)9.
    01 WS-STATE-TEXT            PIC 9.
    01 WS-DIMENSION-TEXT        PIC 9.
    01 WS-X-TEXT                PIC -(9)9.
    01 WS-Y-TEXT                PIC -(9)9.
    01 WS-Z-TEXT                PIC -(9)9.

PROCEDURE DIVISION.
    OPEN OUTPUT TICKETS-FILE
    IF FS-STATUS NOT = "00"
        CALL "Log-Error" USING "Failed to save tickets.dat"
        GOBACK
    END-IF

    MOVE TICKET-NEXT-ID TO WS-ID-TEXT
    MOVE SPACES TO TICKETS-LINE
    STRING "next|" FUNCTION TRIM(WS-ID-TEXT) DELIMITED BY SIZE INTO TICKETS-LINE
    WRITE TICKETS-LINE

    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > TICKET-COUNT
        MOVE TICKET-ID(WS-INDEX) TO WS-ID-TEXT
        MOVE TICKET-STATE(WS-INDEX) TO WS-STATE-TEXT
        MOVE TICKET-DIMENSION(WS-INDEX) TO WS-DIMENSION-TEXT
        MOVE TICKET-X(WS-INDEX) TO WS-X-TEXT
        MOVE TICKET-Y(WS-INDEX) TO WS-Y-TEXT
        MOVE TICKET-Z(WS-INDEX) TO WS-Z-TEXT
        MOVE SPACES TO TICKETS-LINE
        STRING FUNCTION TRIM(WS-ID-TEXT) "|" WS-STATE-TEXT "|" TICKET-OPENED(WS-INDEX) "|"
               FUNCTION TRIM(TICKET-REPORTER(WS-INDEX)) "|"
               FUNCTION TRIM(TICKET-SUBJECT(WS-INDEX)) "|" WS-DIMENSION-TEXT "|"
               FUNCTION TRIM(WS-X-TEXT) "|" FUNCTION TRIM(WS-Y-TEXT) "|"
               FUNCTION TRIM(WS-Z-TEXT) "|" FUNCTION TRIM(TICKET-CLAIMER(WS-INDEX)) "|"
               FUNCTION TRIM(TICKET-TEXT(WS-INDEX))
            DELIMITED BY SIZE INTO TICKETS-LINE
        WRITE TICKETS-LINE
    END-PERFORM

    CLOSE TICKETS-FILE
    GOBACK.

END PROGRAM Tickets-Save.

*> --- Tickets-Open ---
*> /report <text> or /report <player> <text>: file a numbered ticket stamped
*> with the reporter's position, dimension and the time. The first word names
*> the player being reported when it is someone online and more text follows;
*> otherwise the whole text is a plain request for help. Staff online hear
*> about it at once -- anyone allowed /tickets, the same rule that lets them
*> work the queue.
IDENTIFICATION DIVISION.
PROGRAM-ID. Tickets-Open.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-TICKETS.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-PLAYERS.
    COPY DD-MESSAGE-ARGS.
    *> so one player can't flood the queue
    01 MAX-OPEN-PER-REPORTER    BINARY-LONG UNSIGNED VALUE 5.
    01 WS-PLAYER-ID             BINARY-LONG UNSIGNED.
    01 WS-INDEX                 BINARY-LONG UNSIGNED.
    01 WS-SCAN-ID               BINARY-LONG UNSIGNED.
    01 WS-OWN-COUNT             BINARY-LONG UNSIGNED.
    01 WS-PTR                   BINARY-LONG UNSIGNED.
    01 WS-FIRST-WORD            PIC X(32).
    01 WS-SUBJECT               PIC X(16).
    01 WS-TEXT                  PIC X(128).
    01 WS-NOW                   PIC X(21).
    01 WS-ID-TEXT               PIC Z(9)9.
    01 WS-STAFF-COMMAND         PIC X(32) VALUE "tickets".
    01 WS-ALERT                 PIC X(256).
    01 WS-AUDIT-LINE            PIC X(256).
LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
    01 LK-TEXT                  PIC X(256).
    01 LK-RESULT                PIC X(128).

PROCEDURE DIVISION USING LK-CLIENT LK-TEXT LK-RESULT.
    MOVE SPACES TO LK-RESULT
    IF TICKETS-LOADED = 0
        CALL "Tickets-Load"
    END-IF
    MOVE CLIENT-PLAYER(LK-CLIENT) TO WS-PLAYER-ID

    IF LK-TEXT = SPACES
        CALL "Message-Text" USING "tickets.report.usage" MESSAGE-ARGS LK-RESULT
        GOBACK
    END-IF

    MOVE 0 TO WS-OWN-COUNT
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > TICKET-COUNT
        IF TICKET-REPORTER(WS-INDEX) = PLAYER-USERNAME(WS-PLAYER-ID)
            ADD 1 TO WS-OWN-COUNT
        END-IF
    END-PERFORM
    IF WS-OWN-COUNT >= MAX-OPEN-PER-REPORTER
        MOVE SPACES TO MESSAGE-ARGS
        MOVE MAX-OPEN-PER-REPORTER TO WS-ID-TEXT
        MOVE WS-ID-TEXT TO MESSAGE-ARG(1)
        CALL "Message-Text" USING "tickets.report.too-many" MESSAGE-ARGS LK-RESULT
        GOBACK
    END-IF
    IF TICKET-COUNT >= MAX-TICKET-ENTRIES
        CALL "Message-Text" USING "tickets.report.queue-full" MESSAGE-ARGS LK-RESULT
        GOBACK
    END-IF

    *> Is the first word an online player, with more to say after it?
    MOVE SPACES TO WS-SUBJECT WS-FIRST-WORD
    MOVE LK-TEXT TO WS-TEXT
    MOVE 1 TO WS-PTR
    UNSTRING LK-TEXT DELIMITED BY ALL SPACE INTO WS-FIRST-WORD WITH POINTER WS-PTR
    IF WS-PTR <= 256
        IF LK-TEXT(WS-PTR:) NOT = SPACES
            PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-CLIENTS
                IF CLIENT-PRESENT(WS-SCAN-ID) = 1 AND CLIENT-STATE(WS-SCAN-ID) = CLIENT-STATE-PLAY
                        AND FUNCTION TRIM(CLIENT-USERNAME(WS-SCAN-ID)) = FUNCTION TRIM(WS-FIRST-WORD)
                    MOVE CLIENT-USERNAME(WS-SCAN-ID) TO WS-SUBJECT
                    MOVE LK-TEXT(WS-PTR:) TO WS-TEXT
                    EXIT PERFORM
                END-IF
            END-PERFORM
        END-IF
    END-IF
    *> The text lands in a "|"-separated file.
    INSPECT WS-TEXT REPLACING ALL "|" BY "/"

    MOVE FUNCTION CURRENT-DATE TO WS-NOW
    ADD 1 TO TICKET-COUNT
    INITIALIZE TICKET-ENTRY(TICKET-COUNT)
    MOVE TICKET-NEXT-ID TO TICKET-ID(TICKET-COUNT)
    ADD 1 TO TICKET-NEXT-ID
    MOVE TICKET-STATE-OPEN TO TICKET-STATE(TICKET-COUNT)
    MOVE WS-NOW(1:14) TO TICKET-OPENED(TICKET-COUNT)
    MOVE PLAYER-USERNAME(WS-PLAYER-ID) TO TICKET-REPORTER(TICKET-COUNT)
    MOVE WS-SUBJECT TO TICKET-SUBJECT(TICKET-COUNT)
    MOVE PLAYER-DIMENSION(WS-PLAYER-ID) TO TICKET-DIMENSION(TICKET-COUNT)
    COMPUTE TICKET-X(TICKET-COUNT) = FUNCTION INTEGER(PLAYER-X(WS-PLAYER-ID))
    COMPUTE TICKET-Y(TICKET-COUNT) = FUNCTION INTEGER(PLAYER-Y(WS-PLAYER-ID))
    COMPUTE TICKET-Z(TICKET-COUNT) = FUNCTION INTEGER(PLAYER-Z(WS-PLAYER-ID))
    MOVE WS-TEXT TO TICKET-TEXT(TICKET-COUNT)
    CALL "Tickets-Save"

    MOVE TICKET-ID(TICKET-COUNT) TO WS-ID-TEXT
    MOVE SPACES TO WS-AUDIT-LINE
    IF WS-SUBJECT = SPACES
        STRING "[ticket] " FUNCTION TRIM(PLAYER-USERNAME(WS-PLAYER-ID)) " opened #"
               FUNCTION TRIM(WS-ID-TEXT) ": " FUNCTION TRIM(WS-TEXT)
            DELIMITED BY SIZE INTO WS-AUDIT-LINE
    ELSE
        STRING "[ticket] " FUNCTION TRIM(PLAYER-USERNAME(WS-PLAYER-ID)) " opened #"
               FUNCTION TRIM(WS-ID-TEXT) " about " FUNCTION TRIM(WS-SUBJECT) ": "
               FUNCTION TRIM(WS-TEXT)
            DELIMITED BY SIZE INTO WS-AUDIT-LINE
    END-IF
    CALL "Audit-Log" USING WS-AUDIT-LINE

    MOVE SPACES TO MESSAGE-ARGS
    MOVE WS-ID-TEXT TO MESSAGE-ARG(1)
    MOVE PLAYER-USERNAME(WS-PLAYER-ID) TO MESSAGE-ARG(2)
    MOVE WS-TEXT TO WS-ALERT
    CALL "Groups-Notify" USING WS-STAFF-COMMAND "staff.ticket-new" MESSAGE-ARGS WS-ALERT

    MOVE SPACES TO MESSAGE-ARGS
    MOVE WS-ID-TEXT TO MESSAGE-ARG(1)
    CALL "Message-Text" USING "tickets.report.opened" MESSAGE-ARGS LK-RESULT
    GOBACK.

END PROGRAM Tickets-Open.

*> --- Tickets-Command ---
*> The staff side of the queue:
*>   /tickets list                      every open ticket, oldest first
*>   /tickets claim <n>                 take a ticket; the reporter is told
*>   /tickets tp <n>                    go to where the reporter stood
*>   /tickets close <n> <resolution>    close it out; the reporter is told
*> A closed ticket is appended to tickets-closed.log as
*> "id|opened|closed|reporter|subject|dimension|x|y|z|closed-by|text|resolution"
*> and leaves the live table. A reporter who is offline when their ticket
*> closes gets the outcome by /mail.
IDENTIFICATION DIVISION.
PROGRAM-ID. Tickets-Command.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CLOSED-FILE ASSIGN TO "tickets-closed.log"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CLOSED-FILE.
01  CLOSED-LINE                 PIC X(512).

WORKING-STORAGE SECTION.
    COPY DD-TICKETS.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-PLAYERS.
    COPY DD-WORLD.
    COPY DD-ACCOUNTS.
    COPY DD-MESSAGE-ARGS.
    01 FS-STATUS                PIC X(2).
    01 WS-PLAYER-ID             BINARY-LONG UNSIGNED.
    01 WS-INDEX                 BINARY-LONG UNSIGNED.
    01 WS-FOUND-AT              BINARY-LONG UNSIGNED.
    01 WS-SCAN-ID               BINARY-LONG UNSIGNED.
    01 WS-NUMBER                BINARY-LONG UNSIGNED.
    01 WS-NOW                   PIC X(21).
    01 WS-AGE-MINUTES           BINARY-LONG.
    01 WS-AGE-HOURS             BINARY-LONG.
    01 WS-AGE-TEXT              PIC X(16).
    01 WS-HOURS-TEXT            PIC Z(5)9.
    01 WS-MINUTES-TEXT          PIC Z9.
    01 WS-ID-TEXT               PIC Z(9)9.
    01 WS-COUNT-TEXT            PIC Z(9)9.
    01 WS-STATE-WORD            PIC X(48).
    01 WS-DIMENSION-TEXT        PIC 9.
    01 WS-X-TEXT                PIC -(9)9.
    01 WS-Y-TEXT                PIC -(9)9.
    01 WS-Z-TEXT                PIC -(9)9.
    01 WS-RESOLUTION            PIC X(128).
    01 WS-LINE                  PIC X(256).
    01 WS-LINE-LEN              BINARY-LONG UNSIGNED.
    01 WS-NOTICE-NAME           PIC X(16).
    01 WS-NOTICE-SENT           BINARY-CHAR UNSIGNED.
    01 WS-NOTICE-CLIENT         BINARY-LONG UNSIGNED.
    01 WS-NOTICE-KEY            PIC X(48).
    01 WS-NOTICE-TAIL           PIC X(128).
    01 WS-POSITION-TEXT         PIC X(36).
    01 WS-ACCOUNT               BINARY-LONG UNSIGNED.
    01 WS-MAIL-TEXT             PIC X(256).
    01 WS-MAIL-STATUS           BINARY-CHAR UNSIGNED.
    01 WS-AUDIT-LINE            PIC X(300).
LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
    01 LK-SUBCOMMAND            PIC X(32).
    01 LK-NUMBER                PIC X(32).
    01 LK-TEXT                  PIC X(256).
    01 LK-RESULT                PIC X(128).

PROCEDURE DIVISION USING LK-CLIENT LK-SUBCOMMAND LK-NUMBER LK-TEXT LK-RESULT.
    MOVE SPACES TO LK-RESULT
    IF TICKETS-LOADED = 0
        CALL "Tickets-Load"
    END-IF
    MOVE CLIENT-PLAYER(LK-CLIENT) TO WS-PLAYER-ID
    MOVE FUNCTION CURRENT-DATE TO WS-NOW
    EVALUATE FUNCTION TRIM(LK-SUBCOMMAND)
        WHEN "list"
            PERFORM ListTickets
        WHEN "claim"
            PERFORM ClaimTicket
        WHEN "tp"
            PERFORM TeleportToTicket
        WHEN "close"
            PERFORM CloseTicket
        WHEN OTHER
            CALL "Message-Text" USING "tickets.usage" MESSAGE-ARGS LK-RESULT
    END-EVALUATE
    GOBACK.

ListTickets.
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > TICKET-COUNT
        PERFORM SendTicketLine
    END-PERFORM
    MOVE TICKET-COUNT TO WS-COUNT-TEXT
    MOVE SPACES TO MESSAGE-ARGS
    MOVE WS-COUNT-TEXT TO MESSAGE-ARG(1)
    CALL "Message-Text" USING "tickets.list.count" MESSAGE-ARGS LK-RESULT
    EXIT PARAGRAPH.

SendTicketLine.
    PERFORM DescribeTicket
    MOVE SPACES TO MESSAGE-ARGS
    IF TICKET-STATE(WS-INDEX) = TICKET-STATE-CLAIMED
        MOVE TICKET-CLAIMER(WS-INDEX) TO MESSAGE-ARG(1)
        CALL "Message-Text" USING "tickets.state.claimed" MESSAGE-ARGS WS-STATE-WORD
    ELSE
        CALL "Message-Text" USING "tickets.state.unclaimed" MESSAGE-ARGS WS-STATE-WORD
    END-IF
    MOVE SPACES TO WS-POSITION-TEXT
    STRING FUNCTION TRIM(WS-X-TEXT) "," FUNCTION TRIM(WS-Y-TEXT) "," FUNCTION TRIM(WS-Z-TEXT)
        DELIMITED BY SIZE INTO WS-POSITION-TEXT
    MOVE SPACES TO MESSAGE-ARGS
    MOVE WS-ID-TEXT TO MESSAGE-ARG(1)
    MOVE WS-AGE-TEXT TO MESSAGE-ARG(2)
    MOVE WS-STATE-WORD TO MESSAGE-ARG(3)
    MOVE TICKET-REPORTER(WS-INDEX) TO MESSAGE-ARG(4)
    MOVE TICKET-SUBJECT(WS-INDEX) TO MESSAGE-ARG(5)
    MOVE WS-POSITION-TEXT TO MESSAGE-ARG(6)
    IF TICKET-SUBJECT(WS-INDEX) = SPACES
        CALL "Message-TextFor" USING LK-CLIENT "tickets.list.line" MESSAGE-ARGS WS-LINE
            WS-LINE-LEN
    ELSE
        CALL "Message-TextFor" USING LK-CLIENT "tickets.list.line-about" MESSAGE-ARGS WS-LINE
            WS-LINE-LEN
    END-IF
    *> The ticket's own wording follows as written.
    ADD 1 TO WS-LINE-LEN
    STRING " " FUNCTION TRIM(TICKET-TEXT(WS-INDEX))
        DELIMITED BY SIZE INTO WS-LINE WITH POINTER WS-LINE-LEN
    COMPUTE WS-LINE-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-LINE))
    CALL "SendPacket-SystemChat" USING LK-CLIENT WS-LINE WS-LINE-LEN
    EXIT PARAGRAPH.

ClaimTicket.
    PERFORM FindTicket
    IF WS-FOUND-AT = 0
        EXIT PARAGRAPH
    END-IF
    MOVE TICKET-STATE-CLAIMED TO TICKET-STATE(WS-FOUND-AT)
    MOVE PLAYER-USERNAME(WS-PLAYER-ID) TO TICKET-CLAIMER(WS-FOUND-AT)
    CALL "Tickets-Save"

    MOVE TICKET-REPORTER(WS-FOUND-AT) TO WS-NOTICE-NAME
    MOVE "tickets.notice.claimed" TO WS-NOTICE-KEY
    MOVE SPACES TO MESSAGE-ARGS
    MOVE PLAYER-USERNAME(WS-PLAYER-ID) TO MESSAGE-ARG(1)
    MOVE WS-ID-TEXT TO MESSAGE-ARG(2)
    MOVE SPACES TO WS-NOTICE-TAIL
    PERFORM TellByName

    MOVE SPACES TO WS-AUDIT-LINE
    STRING "[ticket] " FUNCTION TRIM(PLAYER-USERNAME(WS-PLAYER-ID)) " claimed #"
           FUNCTION TRIM(WS-ID-TEXT)
        DELIMITED BY SIZE INTO WS-AUDIT-LINE
    CALL "Audit-Log" USING WS-AUDIT-LINE
    MOVE SPACES TO MESSAGE-ARGS
    MOVE WS-ID-TEXT TO MESSAGE-ARG(1)
    CALL "Message-Text" USING "tickets.claimed" MESSAGE-ARGS LK-RESULT
    EXIT PARAGRAPH.

*> Straight there, no warmup: this is staff going to look at something, not
*> a player travelling. Same sequence Player-TeleportTick uses.
TeleportToTicket.
    PERFORM FindTicket
    IF WS-FOUND-AT = 0
        EXIT PARAGRAPH
    END-IF
    IF PLAYER-DIMENSION(WS-PLAYER-ID) NOT = TICKET-DIMENSION(WS-FOUND-AT)
        MOVE TICKET-DIMENSION(WS-FOUND-AT) TO PLAYER-DIMENSION(WS-PLAYER-ID)
        CALL "SendPacket-RespawnDimension" USING LK-CLIENT
            PLAYER-GAMEMODE(WS-PLAYER-ID) PLAYER-DIMENSION(WS-PLAYER-ID)
    END-IF
    CALL "World-RouteDimension" USING PLAYER-DIMENSION(WS-PLAYER-ID)

    COMPUTE PLAYER-X(WS-PLAYER-ID) = TICKET-X(WS-FOUND-AT) + 0.5
    MOVE TICKET-Y(WS-FOUND-AT) TO PLAYER-Y(WS-PLAYER-ID)
    COMPUTE PLAYER-Z(WS-PLAYER-ID) = TICKET-Z(WS-FOUND-AT) + 0.5
    MOVE 0 TO PLAYER-FALL-DISTANCE(WS-PLAYER-ID)

    CALL "SendPacket-SynchronizePosition" USING LK-CLIENT PLAYER-X(WS-PLAYER-ID)
        PLAYER-Y(WS-PLAYER-ID) PLAYER-Z(WS-PLAYER-ID)
        PLAYER-YAW(WS-PLAYER-ID) PLAYER-PITCH(WS-PLAYER-ID)
    CALL "SetCenterChunk" USING LK-CLIENT
    CALL "EnqueueSurroundingChunks" USING LK-CLIENT

    MOVE SPACES TO MESSAGE-ARGS
    MOVE WS-ID-TEXT TO MESSAGE-ARG(1)
    CALL "Message-Text" USING "tickets.teleported" MESSAGE-ARGS LK-RESULT
    EXIT PARAGRAPH.

CloseTicket.
    PERFORM FindTicket
    IF WS-FOUND-AT = 0
        EXIT PARAGRAPH
    END-IF
    MOVE LK-TEXT TO WS-RESOLUTION
    IF WS-RESOLUTION = SPACES
        CALL "Message-Text" USING "tickets.close.usage" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF
    INSPECT WS-RESOLUTION REPLACING ALL "|" BY "/"

    MOVE TICKET-DIMENSION(WS-FOUND-AT) TO WS-DIMENSION-TEXT
    MOVE SPACES TO CLOSED-LINE
    STRING FUNCTION TRIM(WS-ID-TEXT) "|" TICKET-OPENED(WS-FOUND-AT) "|" WS-NOW(1:14) "|"
           FUNCTION TRIM(TICKET-REPORTER(WS-FOUND-AT)) "|"
           FUNCTION TRIM(TICKET-SUBJECT(WS-FOUND-AT)) "|" WS-DIMENSION-TEXT "|"
           FUNCTION TRIM(WS-X-TEXT) "|" FUNCTION TRIM(WS-Y-TEXT) "|" FUNCTION TRIM(WS-Z-TEXT) "|"
           FUNCTION TRIM(PLAYER-USERNAME(WS-PLAYER-ID)) "|"
           FUNCTION TRIM(TICKET-TEXT(WS-FOUND-AT)) "|" FUNCTION TRIM(WS-RESOLUTION)
        DELIMITED BY SIZE INTO CLOSED-LINE
    OPEN EXTEND CLOSED-FILE
    IF FS-STATUS NOT = "00"
        OPEN OUTPUT CLOSED-FILE
    END-IF
    IF FS-STATUS NOT = "00"
        CALL "Log-Error" USING "Failed to write tickets-closed.log"
        CALL "Message-Text" USING "tickets.close.failed" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF
    WRITE CLOSED-LINE
    CLOSE CLOSED-FILE

    MOVE TICKET-REPORTER(WS-FOUND-AT) TO WS-NOTICE-NAME
    PERFORM VARYING WS-INDEX FROM WS-FOUND-AT BY 1 UNTIL WS-INDEX >= TICKET-COUNT
        MOVE TICKET-ENTRY(WS-INDEX + 1) TO TICKET-ENTRY(WS-INDEX)
    END-PERFORM
    SUBTRACT 1 FROM TICKET-COUNT
    CALL "Tickets-Save"

    MOVE "tickets.notice.closed" TO WS-NOTICE-KEY
    MOVE SPACES TO MESSAGE-ARGS
    MOVE WS-ID-TEXT TO MESSAGE-ARG(1)
    MOVE PLAYER-USERNAME(WS-PLAYER-ID) TO MESSAGE-ARG(2)
    MOVE WS-RESOLUTION TO WS-NOTICE-TAIL
    PERFORM TellByName
    *> A reporter who has gone offline finds the outcome in their mailbox,
    *> worded in the server's default language.
    IF WS-NOTICE-SENT = 0
        CALL "Accounts-FindByName" USING WS-NOTICE-NAME WS-ACCOUNT
        IF WS-ACCOUNT NOT = 0
            MOVE 0 TO WS-NOTICE-CLIENT
            PERFORM WordNotice
            MOVE WS-LINE TO WS-MAIL-TEXT
            CALL "Mail-Deliver" USING ACCOUNT-UUID(WS-ACCOUNT) PLAYER-USERNAME(WS-PLAYER-ID)
                WS-MAIL-TEXT WS-MAIL-STATUS
        END-IF
    END-IF

    MOVE SPACES TO WS-AUDIT-LINE
    STRING "[ticket] " FUNCTION TRIM(PLAYER-USERNAME(WS-PLAYER-ID)) " closed #"
           FUNCTION TRIM(WS-ID-TEXT) ": " FUNCTION TRIM(WS-RESOLUTION)
        DELIMITED BY SIZE INTO WS-AUDIT-LINE
    CALL "Audit-Log" USING WS-AUDIT-LINE
    MOVE SPACES TO MESSAGE-ARGS
    MOVE WS-ID-TEXT TO MESSAGE-ARG(1)
    CALL "Message-Text" USING "tickets.closed" MESSAGE-ARGS LK-RESULT
    EXIT PARAGRAPH.

FindTicket.
    MOVE 0 TO WS-FOUND-AT
    IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(LK-NUMBER)) NOT = 0
        MOVE SPACES TO MESSAGE-ARGS
        MOVE LK-SUBCOMMAND TO MESSAGE-ARG(1)
        CALL "Message-Text" USING "tickets.number.usage" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-NUMBER = FUNCTION NUMVAL(LK-NUMBER)
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > TICKET-COUNT
        IF TICKET-ID(WS-INDEX) = WS-NUMBER
            MOVE WS-INDEX TO WS-FOUND-AT
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-FOUND-AT = 0
        MOVE WS-NUMBER TO WS-ID-TEXT
        MOVE SPACES TO MESSAGE-ARGS
        MOVE WS-ID-TEXT TO MESSAGE-ARG(1)
        CALL "Message-Text" USING "tickets.not-found" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF
    MOVE WS-FOUND-AT TO WS-INDEX
    PERFORM DescribeTicket
    EXIT PARAGRAPH.

*> Number, position and age of the ticket at WS-INDEX as display text.
DescribeTicket.
    MOVE TICKET-ID(WS-INDEX) TO WS-ID-TEXT
    MOVE TICKET-X(WS-INDEX) TO WS-X-TEXT
    MOVE TICKET-Y(WS-INDEX) TO WS-Y-TEXT
    MOVE TICKET-Z(WS-INDEX) TO WS-Z-TEXT
    COMPUTE WS-AGE-MINUTES =
        (FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-NOW(1:8)))
            - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(TICKET-OPENED(WS-INDEX)(1:8)))) * 1440
        + FUNCTION NUMVAL(WS-NOW(9:2)) * 60 + FUNCTION NUMVAL(WS-NOW(11:2))
        - FUNCTION NUMVAL(TICKET-OPENED(WS-INDEX)(9:2)) * 60
        - FUNCTION NUMVAL(TICKET-OPENED(WS-INDEX)(11:2))
    IF WS-AGE-MINUTES < 0
        MOVE 0 TO WS-AGE-MINUTES
    END-IF
    COMPUTE WS-AGE-HOURS = WS-AGE-MINUTES / 60
    COMPUTE WS-AGE-MINUTES = WS-AGE-MINUTES - WS-AGE-HOURS * 60
    MOVE WS-AGE-HOURS TO WS-HOURS-TEXT
    MOVE WS-AGE-MINUTES TO WS-MINUTES-TEXT
    MOVE SPACES TO WS-AGE-TEXT
    STRING FUNCTION TRIM(WS-HOURS-TEXT) "h" FUNCTION TRIM(WS-MINUTES-TEXT) "m"
        DELIMITED BY SIZE INTO WS-AGE-TEXT
    EXIT PARAGRAPH.

*> Tell the player named WS-NOTICE-NAME the message WS-NOTICE-KEY (with
*> MESSAGE-ARGS, then WS-NOTICE-TAIL as written), if they're on.
TellByName.
    MOVE 0 TO WS-NOTICE-SENT
    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(WS-SCAN-ID) = 1 AND CLIENT-STATE(WS-SCAN-ID) = CLIENT-STATE-PLAY
                AND CLIENT-USERNAME(WS-SCAN-ID) = WS-NOTICE-NAME
            MOVE WS-SCAN-ID TO WS-NOTICE-CLIENT
            PERFORM WordNotice
            CALL "SendPacket-SystemChat" USING WS-SCAN-ID WS-LINE WS-LINE-LEN
            MOVE 1 TO WS-NOTICE-SENT
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> The notice in WS-NOTICE-CLIENT's language (0: the default) into WS-LINE.
WordNotice.
    CALL "Message-TextFor" USING WS-NOTICE-CLIENT WS-NOTICE-KEY MESSAGE-ARGS WS-LINE
        WS-LINE-LEN
    IF WS-NOTICE-TAIL NOT = SPACES
        ADD 1 TO WS-LINE-LEN
        STRING " " FUNCTION TRIM(WS-NOTICE-TAIL)
            DELIMITED BY SIZE INTO WS-LINE WITH POINTER WS-LINE-LEN
        COMPUTE WS-LINE-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-LINE))
    END-IF
    EXIT PARAGRAPH.

END PROGRAM Tickets-Command.

*> --- Tickets-NotifyStaff ---
*> Called at the end of login: staff -- operators and anyone allowed /tickets
*> -- are told how many tickets are waiting, so nothing sits unseen because
*> nobody was online when it was filed.
IDENTIFICATION DIVISION.
PROGRAM-ID. Tickets-NotifyStaff.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-TICKETS.
    COPY DD-CLIENTS.
    COPY DD-PLAYERS.
    COPY DD-MESSAGE-ARGS.
    01 WS-PLAYER-ID             BINARY-LONG UNSIGNED.
    01 WS-ALLOWED               BINARY-CHAR UNSIGNED.
    01 WS-STAFF-COMMAND         PIC X(32) VALUE "tickets".
    01 WS-UNCLAIMED             BINARY-LONG UNSIGNED.
    01 WS-INDEX                 BINARY-LONG UNSIGNED.
    01 WS-COUNT-TEXT            PIC Z(9)9.
    01 WS-UNCLAIMED-TEXT        PIC Z(9)9.
LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-CLIENT.
    IF TICKETS-LOADED = 0
        CALL "Tickets-Load"
    END-IF
    IF TICKET-COUNT = 0
        GOBACK
    END-IF
    MOVE CLIENT-PLAYER(LK-CLIENT) TO WS-PLAYER-ID
    MOVE PLAYER-OP(WS-PLAYER-ID) TO WS-ALLOWED
    IF WS-ALLOWED = 0
        CALL "Groups-Check" USING PLAYER-USERNAME(WS-PLAYER-ID) WS-STAFF-COMMAND WS-ALLOWED
    END-IF
    IF WS-ALLOWED = 0
        GOBACK
    END-IF

    MOVE 0 TO WS-UNCLAIMED
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > TICKET-COUNT
        IF TICKET-STATE(WS-INDEX) = TICKET-STATE-OPEN
            ADD 1 TO WS-UNCLAIMED
        END-IF
    END-PERFORM
    MOVE TICKET-COUNT TO WS-COUNT-TEXT
    MOVE WS-UNCLAIMED TO WS-UNCLAIMED-TEXT
    MOVE SPACES TO MESSAGE-ARGS
    MOVE WS-COUNT-TEXT TO MESSAGE-ARG(1)
    MOVE WS-UNCLAIMED-TEXT TO MESSAGE-ARG(2)
    CALL "Message-Send" USING LK-CLIENT "staff.tickets-waiting" MESSAGE-ARGS
    GOBACK.

END PROGRAM Tickets-NotifyStaff.
