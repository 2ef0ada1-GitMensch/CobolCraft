DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-GROUPS.
    COPY DD-MESSAGE-ARGS.
    01 WS-INDEX                 BINARY-LONG UNSIGNED.
    01 WS-FOUND                 BINARY-LONG UNSIGNED.
    01 WS-LIST-PTR              BINARY-LONG UNSIGNED.
        WHEN "list"
            PERFORM ListMembers
        WHEN OTHER
            CALL "Message-Text" USING "group.usage" MESSAGE-ARGS LK-RESULT
    END-EVALUATE
    GOBACK.

SetMember.
    IF LK-NAME = SPACES OR LK-GROUP = SPACES
        CALL "Message-Text" USING "group.set.usage" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-FOUND
    END-PERFORM
    IF WS-FOUND = 0
        IF GROUP-MEMBER-COUNT >= MAX-GROUP-MEMBERS
            CALL "Message-Text" USING "group.table-full" MESSAGE-ARGS LK-RESULT
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO GROUP-MEMBER-COUNT
    END-IF
    MOVE LK-GROUP TO GROUP-MEMBER-GROUP(WS-FOUND)
    CALL "Groups-Save"
    MOVE SPACES TO MESSAGE-ARGS
    MOVE LK-NAME TO MESSAGE-ARG(1)
    MOVE LK-GROUP TO MESSAGE-ARG(2)
    CALL "Message-Text" USING "group.set" MESSAGE-ARGS LK-RESULT
    EXIT PARAGRAPH.

UnsetMember.
    IF LK-NAME = SPACES
        CALL "Message-Text" USING "group.unset.usage" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > GROUP-MEMBER-COUNT
            MOVE GROUP-MEMBER-ENTRY(GROUP-MEMBER-COUNT) TO GROUP-MEMBER-ENTRY(WS-INDEX)
            SUBTRACT 1 FROM GROUP-MEMBER-COUNT
            CALL "Groups-Save"
            MOVE SPACES TO MESSAGE-ARGS
            MOVE LK-NAME TO MESSAGE-ARG(1)
            CALL "Message-Text" USING "group.removed" MESSAGE-ARGS LK-RESULT
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    MOVE SPACES TO MESSAGE-ARGS
    MOVE LK-NAME TO MESSAGE-ARG(1)
    CALL "Message-Text" USING "group.not-in" MESSAGE-ARGS LK-RESULT
    EXIT PARAGRAPH.

ListMembers.
    IF GROUP-MEMBER-COUNT = 0
        CALL "Message-Text" USING "group.none" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO WS-LIST-PTR
    EXIT PARAGRAPH.

END PROGRAM Groups-Apply.

*> --- Groups-Notify ---
*> Send a catalog message to every online player allowed to run a given
*> command -- operators, plus anyone whose groups.conf group grants it --
*> each in their own language. This is how staff-facing alerts find the
*> staff without a separate staff list: an alert about tickets reaches
*> whoever may run /tickets. LK-TAIL, when not blank, follows the message
*> verbatim: free text such as a ticket's wording, which no placeholder
*> would hold.
IDENTIFICATION DIVISION.
PROGRAM-ID. Groups-Notify.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-PLAYERS.
    01 WS-SCAN-ID               BINARY-LONG UNSIGNED.
    01 WS-ALLOWED               BINARY-CHAR UNSIGNED.
    01 WS-MESSAGE               PIC X(512).
    01 WS-MESSAGE-LEN           BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-COMMAND               PIC X(32).
    01 LK-KEY                   PIC X ANY LENGTH.
    01 LK-ARGS                  PIC X(384).
    01 LK-TAIL                  PIC X(256).

PROCEDURE DIVISION USING LK-COMMAND LK-KEY LK-ARGS LK-TAIL.
    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(WS-SCAN-ID) = 1 AND CLIENT-STATE(WS-SCAN-ID) = CLIENT-STATE-PLAY
                AND CLIENT-PLAYER(WS-SCAN-ID) > 0
            MOVE PLAYER-OP(CLIENT-PLAYER(WS-SCAN-ID)) TO WS-ALLOWED
            IF WS-ALLOWED = 0
                CALL "Groups-Check" USING PLAYER-USERNAME(CLIENT-PLAYER(WS-SCAN-ID))
                    LK-COMMAND WS-ALLOWED
            END-IF
            IF WS-ALLOWED = 1
                CALL "Message-TextFor" USING WS-SCAN-ID LK-KEY LK-ARGS WS-MESSAGE
                    WS-MESSAGE-LEN
                IF LK-TAIL NOT = SPACES
                    ADD 2 TO WS-MESSAGE-LEN
                    MOVE LK-TAIL TO WS-MESSAGE(WS-MESSAGE-LEN:)
                    COMPUTE WS-MESSAGE-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-MESSAGE))
                END-IF
                CALL "SendPacket-SystemChat" USING WS-SCAN-ID WS-MESSAGE WS-MESSAGE-LEN
            END-IF
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Groups-Notify.
