*> output answers the questions staff actually ask: how many distinct players,
*> how long was each online (login/logout pairs, open sessions counted to end
*> of day), who issued how many commands, which hour saw the most logins, and
*> every moderation action verbatim. "[ticket] name opened #n" and "closed #n"
*> lines count the day's help tickets, and tickets.dat -- the live queue --
*> says how long the oldest still-open ticket has been waiting.
*>
*> Usage: reportgen <YYYYMMDD>
IDENTIFICATION DIVISION.
    SELECT REPORT-FILE ASSIGN TO WS-REPORT-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-REPORT-STATUS.
    SELECT TICKETS-FILE ASSIGN TO "tickets.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-TICKETS-STATUS.

DATA DIVISION.
FILE SECTION.
01  AUDIT-LINE                  PIC X(512).
FD  REPORT-FILE.
01  REPORT-LINE                 PIC X(256).
FD  TICKETS-FILE.
01  TICKETS-LINE                PIC X(256).

WORKING-STORAGE SECTION.
    01 FS-AUDIT-STATUS          PIC X(2).
    01 FS-REPORT-STATUS         PIC X(2).
    01 FS-TICKETS-STATUS        PIC X(2).
    01 WS-DATE-ARG              PIC X(64).
    01 WS-AUDIT-NAME            PIC X(32).
    01 WS-REPORT-NAME           PIC X(32).
    01 MOD-LINE-TABLE.
        05 MOD-LINE OCCURS 64 TIMES PIC X(200).

    *> help tickets: the day's traffic, and the oldest one still waiting
    01 TICKETS-OPENED           BINARY-LONG UNSIGNED VALUE 0.
    01 TICKETS-CLOSED           BINARY-LONG UNSIGNED VALUE 0.
    01 TICKETS-WAITING          BINARY-LONG UNSIGNED VALUE 0.
    01 WS-OLDEST-OPENED         PIC X(14) VALUE SPACES.
    01 WS-OLDEST-ID             PIC X(16).
    01 WS-TICKET-ID             PIC X(16).
    01 WS-TICKET-STATE          PIC X(16).
    01 WS-TICKET-OPENED         PIC X(16).
    01 WS-NOW                   PIC X(21).
    01 WS-WAIT-MINUTES          BINARY-LONG.

    *> line parsing scratch
    01 WS-LINE-SECONDS          BINARY-LONG.
    01 WS-KIND                  PIC X(16).
        WHEN "[idle]"
        WHEN "[death]"
            PERFORM RecordModeration
        WHEN "[ticket]"
            PERFORM RecordTicket
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
        UNSTRING WS-REST(2:) DELIMITED BY ALL SPACE INTO WS-CMD-WORD
        EVALUATE FUNCTION TRIM(WS-CMD-WORD)
            WHEN "ban" WHEN "ban-ip" WHEN "pardon" WHEN "pardon-ip"
            WHEN "kick" WHEN "mute" WHEN "unmute" WHEN "warn"
                PERFORM RecordModeration
            WHEN OTHER
                CONTINUE

    EXIT SECTION.

RecordTicket SECTION.
    *> "[ticket] name opened #n ..." / "[ticket] name closed #n: ..." -- the
    *> word after the name is all DigestLine leaves in WS-REST.
    EVALUATE WS-REST
        WHEN "opened"
            ADD 1 TO TICKETS-OPENED
        WHEN "closed"
            ADD 1 TO TICKETS-CLOSED
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

    EXIT SECTION.

ScanOpenTickets SECTION.
    *> tickets.dat: a "next|N" line, then "id|state|YYYYMMDDHHMMSS|..." per
    *> ticket still open, in the order they were filed.
    OPEN INPUT TICKETS-FILE
    IF FS-TICKETS-STATUS NOT = "00"
        EXIT SECTION
    END-IF
    PERFORM UNTIL FS-TICKETS-STATUS = "10"
        READ TICKETS-FILE
            AT END
                MOVE "10" TO FS-TICKETS-STATUS
            NOT AT END
                MOVE SPACES TO WS-TICKET-ID WS-TICKET-STATE WS-TICKET-OPENED
                UNSTRING TICKETS-LINE DELIMITED BY "|"
                    INTO WS-TICKET-ID WS-TICKET-STATE WS-TICKET-OPENED
                IF WS-TICKET-ID NOT = "next" AND WS-TICKET-ID NOT = SPACES
                        AND WS-TICKET-OPENED(1:14) IS NUMERIC
                    ADD 1 TO TICKETS-WAITING
                    IF WS-OLDEST-OPENED = SPACES
                            OR WS-TICKET-OPENED(1:14) < WS-OLDEST-OPENED
                        MOVE WS-TICKET-OPENED(1:14) TO WS-OLDEST-OPENED
                        MOVE WS-TICKET-ID TO WS-OLDEST-ID
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE TICKETS-FILE.

    EXIT SECTION.

RecordModeration SECTION.
    IF MOD-LINE-COUNT < MAX-MOD-LINES
        ADD 1 TO MOD-LINE-COUNT
        WRITE REPORT-LINE
    END-PERFORM

    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "Help tickets:" TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE TICKETS-OPENED TO WS-NUM1
    MOVE TICKETS-CLOSED TO WS-NUM2
    MOVE SPACES TO REPORT-LINE
    STRING "  opened " FUNCTION TRIM(WS-NUM1) ", closed " FUNCTION TRIM(WS-NUM2)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM ScanOpenTickets
    MOVE TICKETS-WAITING TO WS-NUM1
    MOVE SPACES TO REPORT-LINE
    IF TICKETS-WAITING = 0
        MOVE "  none waiting" TO REPORT-LINE
    ELSE
        *> Waiting time as of when the report is run.
        MOVE FUNCTION CURRENT-DATE TO WS-NOW
        COMPUTE WS-WAIT-MINUTES =
            (FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-NOW(1:8)))
                - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-OLDEST-OPENED(1:8)))) * 1440
            + FUNCTION NUMVAL(WS-NOW(9:2)) * 60 + FUNCTION NUMVAL(WS-NOW(11:2))
            - FUNCTION NUMVAL(WS-OLDEST-OPENED(9:2)) * 60
            - FUNCTION NUMVAL(WS-OLDEST-OPENED(11:2))
        IF WS-WAIT-MINUTES < 0
            MOVE 0 TO WS-WAIT-MINUTES
        END-IF
        COMPUTE WS-HOURS = WS-WAIT-MINUTES / 60
        COMPUTE WS-MINUTES = FUNCTION MOD(WS-WAIT-MINUTES, 60)
        MOVE WS-HOURS TO WS-NUM2
        MOVE WS-MINUTES TO WS-NUM3
        STRING "  " FUNCTION TRIM(WS-NUM1) " still open; oldest is #"
               FUNCTION TRIM(WS-OLDEST-ID) ", waiting " FUNCTION TRIM(WS-NUM2) "h"
               FUNCTION TRIM(WS-NUM3) "m"
            DELIMITED BY SIZE INTO REPORT-LINE
    END-IF
    WRITE REPORT-LINE

    CLOSE REPORT-FILE.

    EXIT SECTION.
