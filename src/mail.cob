*> --- Mail-FileName ---
*> The mailbox file for a player UUID: mail-<uuid-hex>.dat, one
*> "YYYYMMDDHHMMSS|read|sender|text" line per letter (read is 0 or 1), oldest
*> first. Keyed by UUID rather than name so letters follow a player through a
*> rename.
IDENTIFICATION DIVISION.
PROGRAM-ID. Mail-FileName.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 WS-UUID-HEX              PIC X(32).
LINKAGE SECTION.
    01 LK-UUID                  PIC X(16).
    01 LK-FILENAME              PIC X(64).

PROCEDURE DIVISION USING LK-UUID LK-FILENAME.
    CALL "Uuid-ToHex" USING LK-UUID WS-UUID-HEX
    MOVE SPACES TO LK-FILENAME
    STRING "mail-" WS-UUID-HEX ".dat" DELIMITED BY SIZE INTO LK-FILENAME
    GOBACK.

END PROGRAM Mail-FileName.

*> --- Mail-Deliver ---
*> Append one letter to a player's mailbox, online or not, and tell them at
*> once if they are on. A mailbox holding SERVER-MAIL-MAX-LETTERS letters
*> refuses more, and no one sender may have more than MAX-UNREAD-PER-SENDER
*> unread letters waiting in it, so neither a full box nor one pen pal can
*> crowd out everyone else. Status: 0 delivered, 1 mailbox full, 2 too many
*> unread from this sender, 3 the file could not be written.
IDENTIFICATION DIVISION.
PROGRAM-ID. Mail-Deliver.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MAIL-FILE ASSIGN TO WS-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  MAIL-FILE.
01  MAIL-LINE                   PIC X(300).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-PLAYERS.
    COPY DD-MESSAGE-ARGS.
    01 MAX-UNREAD-PER-SENDER    BINARY-LONG UNSIGNED VALUE 10.
    01 FS-STATUS                PIC X(2).
    01 WS-FILENAME              PIC X(64).
    01 WS-LETTERS               BINARY-LONG UNSIGNED.
    01 WS-FROM-SENDER           BINARY-LONG UNSIGNED.
    01 WS-STAMP-TEXT            PIC X(16).
    01 WS-READ-TEXT             PIC X(4).
    01 WS-SENDER-TEXT           PIC X(16).
    01 WS-TEXT                  PIC X(256).
    01 WS-NOW                   PIC X(21).
    01 WS-SCAN-ID               BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-UUID                  PIC X(16).
    01 LK-SENDER                PIC X(16).
    01 LK-TEXT                  PIC X(256).
    01 LK-STATUS                BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-UUID LK-SENDER LK-TEXT LK-STATUS.
    MOVE 0 TO LK-STATUS
    CALL "Mail-FileName" USING LK-UUID WS-FILENAME

    MOVE 0 TO WS-LETTERS WS-FROM-SENDER
    OPEN INPUT MAIL-FILE
    IF FS-STATUS = "00"
        PERFORM UNTIL FS-STATUS = "10"
            READ MAIL-FILE
                AT END
                    MOVE "10" TO FS-STATUS
                NOT AT END
                    PERFORM CountLine
            END-READ
        END-PERFORM
        CLOSE MAIL-FILE
    END-IF
    IF WS-LETTERS >= SERVER-MAIL-MAX-LETTERS
        MOVE 1 TO LK-STATUS
        GOBACK
    END-IF
    IF WS-FROM-SENDER >= MAX-UNREAD-PER-SENDER
        MOVE 2 TO LK-STATUS
        GOBACK
    END-IF

    *> The text lands in a "|"-separated file.
    MOVE LK-TEXT TO WS-TEXT
    INSPECT WS-TEXT REPLACING ALL "|" BY "/"
    MOVE FUNCTION CURRENT-DATE TO WS-NOW
    OPEN EXTEND MAIL-FILE
    IF FS-STATUS NOT = "00"
        *> First letter in this mailbox.
        OPEN OUTPUT MAIL-FILE
    END-IF
    IF FS-STATUS NOT = "00"
        CALL "Log-Error" USING "Failed to write a mailbox file"
        MOVE 3 TO LK-STATUS
        GOBACK
    END-IF
    MOVE SPACES TO MAIL-LINE
    STRING WS-NOW(1:14) "|0|" FUNCTION TRIM(LK-SENDER) "|" FUNCTION TRIM(WS-TEXT)
        DELIMITED BY SIZE INTO MAIL-LINE
    WRITE MAIL-LINE
    CLOSE MAIL-FILE

    MOVE SPACES TO MESSAGE-ARGS
    MOVE LK-SENDER TO MESSAGE-ARG(1)
    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(WS-SCAN-ID) = 1 AND CLIENT-STATE(WS-SCAN-ID) = CLIENT-STATE-PLAY
                AND CLIENT-PLAYER(WS-SCAN-ID) > 0
            IF PLAYER-UUID(CLIENT-PLAYER(WS-SCAN-ID)) = LK-UUID
                CALL "Message-Send" USING WS-SCAN-ID "mail.new" MESSAGE-ARGS
            END-IF
        END-IF
    END-PERFORM
    GOBACK.

CountLine.
    IF MAIL-LINE = SPACES
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-LETTERS
    MOVE SPACES TO WS-STAMP-TEXT WS-READ-TEXT WS-SENDER-TEXT
    UNSTRING MAIL-LINE DELIMITED BY "|" INTO WS-STAMP-TEXT WS-READ-TEXT WS-SENDER-TEXT
    IF WS-READ-TEXT = "0" AND FUNCTION TRIM(WS-SENDER-TEXT) = FUNCTION TRIM(LK-SENDER)
        ADD 1 TO WS-FROM-SENDER
    END-IF
    EXIT PARAGRAPH.

END PROGRAM Mail-Deliver.

*> --- Mail-Command ---
*> The /mail verbs, dispatched from Command-Dispatch:
*>   /mail send <player> <text>   leave a letter for anyone who has ever played
*>   /mail read                   show every letter, then mark them all read
*>   /mail clear                  empty your mailbox
*>   /mail all <text>             staff: one letter to every known player
*> "Known player" means anyone with an account, which every player has from
*> their first login on; the account table is also how an offline name
*> resolves to the UUID a mailbox is keyed by. The permission gate for
*> /mail all has already run in the dispatcher.
IDENTIFICATION DIVISION.
PROGRAM-ID. Mail-Command.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MAIL-FILE ASSIGN TO WS-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  MAIL-FILE.
01  MAIL-LINE                   PIC X(300).

WORKING-STORAGE SECTION.
    COPY DD-ACCOUNTS.
    COPY DD-CLIENTS.
    COPY DD-PLAYERS.
    COPY DD-MESSAGE-ARGS.
    01 FS-STATUS                PIC X(2).
    01 WS-FILENAME              PIC X(64).
    01 WS-PLAYER-ID             BINARY-LONG UNSIGNED.
    01 WS-ACCOUNT               BINARY-LONG UNSIGNED.
    01 WS-INDEX                 BINARY-LONG UNSIGNED.
    01 WS-STATUS                BINARY-CHAR UNSIGNED.
    01 WS-TARGET-NAME           PIC X(16).
    01 WS-DELIVERED             BINARY-LONG UNSIGNED.
    01 WS-REFUSED               BINARY-LONG UNSIGNED.
    01 WS-COUNT-TEXT            PIC Z(9)9.
    01 WS-REFUSED-TEXT          PIC Z(9)9.
    *> a mailbox read whole so /mail read can mark it read
    01 MAX-MAIL-LETTERS         BINARY-LONG UNSIGNED VALUE 500.
    01 WS-LETTER-COUNT          BINARY-LONG UNSIGNED.
    01 WS-LETTER-TABLE.
        05 WS-LETTER OCCURS 500 TIMES PIC X(300).
    01 WS-STAMP-TEXT            PIC X(16).
    01 WS-READ-TEXT             PIC X(4).
    01 WS-SENDER-TEXT           PIC X(16).
    01 WS-TEXT                  PIC X(256).
    01 WS-MARK                  PIC X(2).
    01 WS-LINE                  PIC X(320).
    01 WS-LINE-LEN              BINARY-LONG UNSIGNED.
    01 WS-AUDIT-LINE            PIC X(400).
LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
    01 LK-SUBCOMMAND            PIC X(32).
    01 LK-TARGET                PIC X(32).
    01 LK-TEXT                  PIC X(256).
    01 LK-RESULT                PIC X(128).

PROCEDURE DIVISION USING LK-CLIENT LK-SUBCOMMAND LK-TARGET LK-TEXT LK-RESULT.
    MOVE SPACES TO LK-RESULT
    IF ACCOUNTS-LOADED = 0
        CALL "Accounts-Load"
    END-IF
    MOVE CLIENT-PLAYER(LK-CLIENT) TO WS-PLAYER-ID
    EVALUATE FUNCTION TRIM(LK-SUBCOMMAND)
        WHEN "send"
            PERFORM SendLetter
        WHEN "read"
            PERFORM ReadLetters
        WHEN "clear"
            PERFORM ClearLetters
        WHEN "all"
            PERFORM SendToEveryone
        WHEN OTHER
            CALL "Message-Text" USING "mail.usage" MESSAGE-ARGS LK-RESULT
    END-EVALUATE
    GOBACK.

SendLetter.
    IF LK-TARGET = SPACES OR LK-TEXT = SPACES
        CALL "Message-Text" USING "mail.send.usage" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF
    MOVE LK-TARGET TO WS-TARGET-NAME
    CALL "Accounts-FindByName" USING WS-TARGET-NAME WS-ACCOUNT
    IF WS-ACCOUNT = 0
        MOVE SPACES TO MESSAGE-ARGS
        MOVE WS-TARGET-NAME TO MESSAGE-ARG(1)
        CALL "Message-Text" USING "mail.unknown" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF
    CALL "Mail-Deliver" USING ACCOUNT-UUID(WS-ACCOUNT) PLAYER-USERNAME(WS-PLAYER-ID)
        LK-TEXT WS-STATUS
    EVALUATE WS-STATUS
        WHEN 0
            MOVE SPACES TO MESSAGE-ARGS
            MOVE ACCOUNT-NAME(WS-ACCOUNT) TO MESSAGE-ARG(1)
            CALL "Message-Text" USING "mail.sent" MESSAGE-ARGS LK-RESULT
        WHEN 1
            MOVE SPACES TO MESSAGE-ARGS
            MOVE ACCOUNT-NAME(WS-ACCOUNT) TO MESSAGE-ARG(1)
            CALL "Message-Text" USING "mail.full" MESSAGE-ARGS LK-RESULT
        WHEN 2
            MOVE SPACES TO MESSAGE-ARGS
            MOVE ACCOUNT-NAME(WS-ACCOUNT) TO MESSAGE-ARG(1)
            CALL "Message-Text" USING "mail.unread-earlier" MESSAGE-ARGS LK-RESULT
        WHEN OTHER
            CALL "Message-Text" USING "mail.undeliverable" MESSAGE-ARGS LK-RESULT
    END-EVALUATE
    EXIT PARAGRAPH.

ReadLetters.
    CALL "Mail-FileName" USING PLAYER-UUID(WS-PLAYER-ID) WS-FILENAME
    MOVE 0 TO WS-LETTER-COUNT
    OPEN INPUT MAIL-FILE
    IF FS-STATUS = "00"
        PERFORM UNTIL FS-STATUS = "10"
            READ MAIL-FILE
                AT END
                    MOVE "10" TO FS-STATUS
                NOT AT END
                    IF MAIL-LINE NOT = SPACES AND WS-LETTER-COUNT < MAX-MAIL-LETTERS
                        ADD 1 TO WS-LETTER-COUNT
                        MOVE MAIL-LINE TO WS-LETTER(WS-LETTER-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MAIL-FILE
    END-IF
    IF WS-LETTER-COUNT = 0
        CALL "Message-Text" USING "mail.empty" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > WS-LETTER-COUNT
        MOVE SPACES TO WS-STAMP-TEXT WS-READ-TEXT WS-SENDER-TEXT WS-TEXT
        UNSTRING WS-LETTER(WS-INDEX) DELIMITED BY "|"
            INTO WS-STAMP-TEXT WS-READ-TEXT WS-SENDER-TEXT WS-TEXT
        *> unread letters are starred
        IF WS-READ-TEXT = "0"
            MOVE "* " TO WS-MARK
        ELSE
            MOVE SPACES TO WS-MARK
        END-IF
        MOVE SPACES TO WS-LINE
        STRING WS-MARK WS-STAMP-TEXT(1:4) "-" WS-STAMP-TEXT(5:2) "-"
               WS-STAMP-TEXT(7:2) " " WS-STAMP-TEXT(9:2) ":" WS-STAMP-TEXT(11:2) " "
               FUNCTION TRIM(WS-SENDER-TEXT) ": " FUNCTION TRIM(WS-TEXT)
            DELIMITED BY SIZE INTO WS-LINE
        COMPUTE WS-LINE-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-LINE))
        CALL "SendPacket-SystemChat" USING LK-CLIENT WS-LINE WS-LINE-LEN
        *> Everything shown is now read.
        MOVE "1" TO WS-LETTER(WS-INDEX)(16:1)
    END-PERFORM

    OPEN OUTPUT MAIL-FILE
    IF FS-STATUS = "00"
        PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > WS-LETTER-COUNT
            MOVE WS-LETTER(WS-INDEX) TO MAIL-LINE
            WRITE MAIL-LINE
        END-PERFORM
        CLOSE MAIL-FILE
    ELSE
        CALL "Log-Error" USING "Failed to rewrite a mailbox file"
    END-IF
    MOVE WS-LETTER-COUNT TO WS-COUNT-TEXT
    MOVE SPACES TO MESSAGE-ARGS
    MOVE WS-COUNT-TEXT TO MESSAGE-ARG(1)
    CALL "Message-Text" USING "mail.read.count" MESSAGE-ARGS LK-RESULT
    EXIT PARAGRAPH.

ClearLetters.
    CALL "Mail-FileName" USING PLAYER-UUID(WS-PLAYER-ID) WS-FILENAME
    CALL "CBL_DELETE_FILE" USING WS-FILENAME
    CALL "Message-Text" USING "mail.cleared" MESSAGE-ARGS LK-RESULT
    EXIT PARAGRAPH.

SendToEveryone.
    IF LK-TEXT = SPACES
        CALL "Message-Text" USING "mail.all.usage" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-DELIVERED WS-REFUSED
    PERFORM VARYING WS-ACCOUNT FROM 1 BY 1 UNTIL WS-ACCOUNT > ACCOUNT-COUNT
        IF ACCOUNT-UUID(WS-ACCOUNT) NOT = PLAYER-UUID(WS-PLAYER-ID)
            CALL "Mail-Deliver" USING ACCOUNT-UUID(WS-ACCOUNT) PLAYER-USERNAME(WS-PLAYER-ID)
                LK-TEXT WS-STATUS
            IF WS-STATUS = 0
                ADD 1 TO WS-DELIVERED
            ELSE
                ADD 1 TO WS-REFUSED
            END-IF
        END-IF
    END-PERFORM
    MOVE WS-DELIVERED TO WS-COUNT-TEXT
    MOVE WS-REFUSED TO WS-REFUSED-TEXT

    MOVE SPACES TO WS-AUDIT-LINE
    STRING "[mail] " FUNCTION TRIM(PLAYER-USERNAME(WS-PLAYER-ID)) " mailed all "
           FUNCTION TRIM(WS-COUNT-TEXT) " players: " FUNCTION TRIM(LK-TEXT)
        DELIMITED BY SIZE INTO WS-AUDIT-LINE
    CALL "Audit-Log" USING WS-AUDIT-LINE

    IF WS-REFUSED = 0
        MOVE SPACES TO MESSAGE-ARGS
        MOVE WS-COUNT-TEXT TO MESSAGE-ARG(1)
        CALL "Message-Text" USING "mail.all.done" MESSAGE-ARGS LK-RESULT
    ELSE
        MOVE SPACES TO MESSAGE-ARGS
        MOVE WS-COUNT-TEXT TO MESSAGE-ARG(1)
        MOVE WS-REFUSED-TEXT TO MESSAGE-ARG(2)
        CALL "Message-Text" USING "mail.all.some-full" MESSAGE-ARGS LK-RESULT
    END-IF
    EXIT PARAGRAPH.

END PROGRAM Mail-Command.

*> --- Mail-NotifyLogin ---
*> Called at the end of login: tell the player how many unread letters are
*> waiting for them.
IDENTIFICATION DIVISION.
PROGRAM-ID. Mail-NotifyLogin.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MAIL-FILE ASSIGN TO WS-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  MAIL-FILE.
01  MAIL-LINE                   PIC X(300).

WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-PLAYERS.
    COPY DD-MESSAGE-ARGS.
    01 FS-STATUS                PIC X(2).
    01 WS-FILENAME              PIC X(64).
    01 WS-UNREAD                BINARY-LONG UNSIGNED.
    01 WS-COUNT-TEXT            PIC Z(9)9.
LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-CLIENT.
    CALL "Mail-FileName" USING PLAYER-UUID(CLIENT-PLAYER(LK-CLIENT)) WS-FILENAME
    MOVE 0 TO WS-UNREAD
    OPEN INPUT MAIL-FILE
    IF FS-STATUS NOT = "00"
        GOBACK
    END-IF
    PERFORM UNTIL FS-STATUS = "10"
        READ MAIL-FILE
            AT END
                MOVE "10" TO FS-STATUS
            NOT AT END
                *> "YYYYMMDDHHMMSS|0|..." -- the read flag is column 16.
                IF MAIL-LINE(16:1) = "0"
                    ADD 1 TO WS-UNREAD
                END-IF
        END-READ
    END-PERFORM
    CLOSE MAIL-FILE
    IF WS-UNREAD = 0
        GOBACK
    END-IF

    MOVE WS-UNREAD TO WS-COUNT-TEXT
    MOVE SPACES TO MESSAGE-ARGS
    MOVE WS-COUNT-TEXT TO MESSAGE-ARG(1)
    CALL "Message-Send" USING LK-CLIENT "mail.unread" MESSAGE-ARGS
    GOBACK.

END PROGRAM Mail-NotifyLogin.
