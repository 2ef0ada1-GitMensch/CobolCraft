*> --- privacy ---
*> Offline answer to a player's data request, for the maintenance window like
*> restoreutil -- never run it against a live server, which holds most of these
*> files in memory and would write the old contents straight back.
*>
*> "export" gathers everything the server keeps about one player into a single
*> readable file, privacy-export-<player>-YYYYMMDD.txt: the player save and its
*> previous generation decoded tag by tag (and the inactive-player copies under
*> archive/), the account, session and address records, claims, mutes, timed
*> bans, group membership, scoreboard scores, chat bridge mappings, the JSON
*> player lists, signs they own, auction listings, tickets, mail, infractions,
*> block history, every audit line that names them, which backup generations
*> still hold their save, and which retention archives hold compressed audit
*> logs and block history.
*>
*> "erase" removes what is theirs alone -- the player saves (live, archived
*> for inactivity and in every backup generation), mailbox, infraction record,
*> account, session and address records, mutes, timed bans, group membership
*> and list entries, scoreboard scores, chat bridge mappings, owned claims and
*> trust, their open listings and undelivered auction stacks -- and anonymizes
*> what other records need to keep: ledger movements, tickets, block history,
*> letters they sent, sign ownership, sold listings and the audit trail, where
*> chat lines stay but the name becomes "#erased" (the "#" actor convention
*> block history uses, so it can never be a username). Every change is
*> printed and written to privacy-erase-<player>-YYYYMMDD.txt as the receipt.
*> Retention archives (archives/*.zar) are compressed and are not rewritten;
*> the receipt lists them, and they go at their family's delete age.
*>
*> Usage: privacy export|erase <player name or uuid-hex>
IDENTIFICATION DIVISION.
PROGRAM-ID. privacy.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DATA-FILE ASSIGN TO WS-FILENAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-STATUS.
    SELECT TEXT-FILE ASSIGN TO WS-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-TEXT-STATUS.
    SELECT REPORT-FILE ASSIGN TO WS-REPORT-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  DATA-FILE.
01  DATA-RECORD.
    02 REC-COMPRESSED-LENGTH      BINARY-LONG UNSIGNED.
    02 REC-COMPRESSED-DATA        PIC X(131072).
FD  TEXT-FILE.
01  TEXT-LINE                   PIC X(512).
FD  REPORT-FILE.
01  REPORT-LINE                 PIC X(600).

WORKING-STORAGE SECTION.
    COPY DD-NBT-DECODER.
    COPY DD-ACCOUNTS.
    COPY DD-SESSIONS.
    COPY DD-CLAIMS.
    COPY DD-MUTES.
    COPY DD-GROUPS.
    COPY DD-SIGNS.
    COPY DD-AUCTIONS.
    01 FS-STATUS                PIC X(2).
    01 FS-TEXT-STATUS           PIC X(2).
    01 FS-REPORT-STATUS         PIC X(2).
    01 WS-COMMAND-LINE          PIC X(256).
    01 WS-MODE                  PIC X(16).
    01 WS-ARGUMENT              PIC X(64).
    01 WS-ERASING               BINARY-CHAR UNSIGNED VALUE 0.
    01 WS-FILENAME              PIC X(192).
    01 WS-OWN-MAILBOX           PIC X(64).
    01 WS-REPORT-NAME           PIC X(96).
    01 WS-NOW                   PIC X(21).
    01 WS-FOUND                 BINARY-CHAR UNSIGNED.
    01 WS-FILE-DETAILS          PIC X(16).
    01 WS-OUT                   PIC X(600).
    01 WS-CAPTION               PIC X(128).
    01 WS-HEADER-DONE           BINARY-CHAR UNSIGNED.
    01 WS-ALWAYS-HEADER         BINARY-CHAR UNSIGNED.
    01 WS-WHOLE-FILE            BINARY-CHAR UNSIGNED.
    01 WS-CHANGES               BINARY-LONG UNSIGNED VALUE 0.

    *> who the request is about
    01 WS-NAME                  PIC X(16).
    01 WS-NAME-UPPER            PIC X(16).
    01 WS-NAME-LEN              BINARY-LONG UNSIGNED VALUE 0.
    01 WS-UUID                  PIC X(16).
    01 WS-HEX                   PIC X(32).
    01 WS-HEX-UPPER             PIC X(32).
    01 WS-HAVE-UUID             BINARY-CHAR UNSIGNED VALUE 0.
    01 WS-HEX-DIGITS            PIC X(16) VALUE "0123456789abcdef".
    01 WS-CANDIDATE             PIC X(64).
    01 WS-LABEL                 PIC X(32).
    01 WS-ACCOUNT-INDEX         BINARY-LONG UNSIGNED VALUE 0.
    01 WS-SESSION-INDEX         BINARY-LONG UNSIGNED VALUE 0.
    01 ERASED-TOKEN             PIC X(16) VALUE "#erased".
    01 ERASED-TOKEN-LEN         BINARY-LONG UNSIGNED VALUE 7.

    *> matching and anonymizing one line
    01 WS-SCAN-LINE             PIC X(512).
    01 WS-SCAN-UPPER            PIC X(512).
    01 WS-SCRUBBED              PIC X(512).
    01 WS-SCRUB                 BINARY-CHAR UNSIGNED VALUE 0.
    01 WS-SCAN-HITS             BINARY-LONG UNSIGNED.
    01 WS-TALLY                 BINARY-LONG UNSIGNED.
    01 WS-POS                   BINARY-LONG UNSIGNED.
    01 WS-OUT-PTR               BINARY-LONG UNSIGNED.
    01 WS-MATCH-LEN             BINARY-LONG UNSIGNED.
    01 WS-CHAR                  PIC X.
    01 WS-IS-NAME-CHAR          BINARY-CHAR UNSIGNED.

    *> a line file held whole while it is rewritten
    01 MAX-LINES                BINARY-LONG UNSIGNED VALUE 16384.
    01 LINE-COUNT               BINARY-LONG UNSIGNED VALUE 0.
    01 LINE-TABLE.
        05 LINE-ENTRY OCCURS 16384 TIMES.
            10 LINE-TEXT            PIC X(512).
            10 LINE-DROP            BINARY-CHAR UNSIGNED.
    01 WS-LINE-INDEX            BINARY-LONG UNSIGNED.
    01 WS-FILE-OK               BINARY-CHAR UNSIGNED.
    01 WS-LINES-HIT             BINARY-LONG UNSIGNED.
    01 WS-MATCH-FIELD           BINARY-LONG UNSIGNED.
    01 WS-FIELD1                PIC X(64).
    01 WS-FIELD2                PIC X(64).

    *> backup generations
    01 WS-ENTRY-NAME            PIC X(192).
    01 WS-GEN-DIR               PIC X(128).
    01 WS-GEN-LEN               BINARY-LONG.
    01 WS-GEN-SIGNS             BINARY-LONG UNSIGNED VALUE 0.

    *> auction listings
    01 WS-SERVER-ACCOUNT        BINARY-LONG UNSIGNED VALUE 0.
    01 WS-BIDDER-ACCOUNT        BINARY-LONG UNSIGNED.
    01 WS-XFER-STATUS           BINARY-CHAR UNSIGNED.
    01 WS-REASON                PIC X(48).
    01 WS-PARTY-UUID            PIC X(16).
    01 WS-PARTY-NAME            PIC X(16).
    01 WS-PARTY-HIT             BINARY-CHAR UNSIGNED.
    01 WS-IS-SELLER             BINARY-CHAR UNSIGNED.
    01 WS-IS-BIDDER             BINARY-CHAR UNSIGNED.
    01 WS-IS-RECIPIENT          BINARY-CHAR UNSIGNED.
    01 WS-ROLE                  PIC X(24).
    01 WS-STATE-WORD            PIC X(24).

    *> scoreboard.dat lines
    01 WS-SCORE-KIND            PIC X(16).
    01 WS-SCORE-OBJECTIVE       PIC X(64).
    01 WS-SCORE-HOLDER          PIC X(64).

    *> retention archives
    01 WS-ARCHIVE-NAME          PIC X(192).
    01 WS-ARCHIVED-MEMBERS      BINARY-LONG UNSIGNED.
    01 WS-ARCHIVED-TOTAL        BINARY-LONG UNSIGNED VALUE 0.
    01 WS-ARCHIVE-COUNT         BINARY-LONG UNSIGNED VALUE 0.

    *> decoding a player save
    01 WS-RAW-BUFFER            PIC X(262144).
    01 WS-DECOMPRESS-OK         BINARY-CHAR UNSIGNED.
    01 WS-AT-END                BINARY-CHAR UNSIGNED.
    01 WS-TAG                   PIC X.
    01 WS-TAG-NAME              PIC X(256).
    01 WS-TAG-NAME-LEN          BINARY-LONG UNSIGNED.
    01 WS-ELEMENT-PATH          PIC X(200).
    01 WS-ELEMENT-LEN           BINARY-LONG UNSIGNED.
    01 WS-INT-VALUE             BINARY-DOUBLE.
    01 WS-FLOAT-VALUE           FLOAT-SHORT.
    01 WS-DOUBLE-VALUE          FLOAT-LONG.
    01 WS-STRING-VALUE          PIC X(256).
    01 WS-STRING-LEN            BINARY-LONG UNSIGNED.
    01 WS-LIST-COUNT            BINARY-LONG UNSIGNED.
    01 MAX-DUMP-DEPTH           BINARY-LONG UNSIGNED VALUE 32.
    01 DUMP-DEPTH               BINARY-LONG UNSIGNED.
    01 DUMP-STACK.
        05 DUMP-FRAME OCCURS 32 TIMES.
            10 DUMP-PATH            PIC X(200).
            10 DUMP-PATH-LEN        BINARY-LONG UNSIGNED.
            10 DUMP-REMAINING       BINARY-LONG UNSIGNED.
            10 DUMP-INDEX           BINARY-LONG UNSIGNED.

    *> formatting
    01 WS-NUM1                  PIC -(15)9.
    01 WS-NUM2                  PIC -(15)9.
    01 WS-NUM3                  PIC -(15)9.
    01 WS-NUM4                  PIC -(15)9.
    01 WS-NUM5                  PIC -(15)9.
    01 WS-DECIMAL-TEXT          PIC -(12)9.9(4).
    01 WS-INDEX                 BINARY-LONG UNSIGNED.
    01 WS-OTHER-INDEX           BINARY-LONG UNSIGNED.
    01 WS-LIST-FILE             PIC X(32).
    01 WS-LIST-NAME             PIC X(16).
    01 WS-CHANGED               BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION.
Main.
    ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
    MOVE SPACES TO WS-MODE WS-ARGUMENT
    UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE INTO WS-MODE WS-ARGUMENT
    IF WS-ARGUMENT = SPACES OR (WS-MODE NOT = "export" AND WS-MODE NOT = "erase")
        DISPLAY "usage: privacy export|erase <player name or uuid-hex>"
        STOP RUN RETURNING 1
    END-IF
    IF WS-MODE = "erase"
        MOVE 1 TO WS-ERASING
    END-IF

    CALL "Accounts-Load"
    CALL "Sessions-Load"
    CALL "Claims-Load"
    CALL "Mutes-Load"
    CALL "Groups-Load"
    CALL "Signs-Load"
    CALL "Auctions-Load"
    PERFORM ResolvePlayer
    IF WS-NAME-LEN = 0 AND WS-HAVE-UUID = 0
        DISPLAY "privacy: " FUNCTION TRIM(WS-ARGUMENT) " is not a usable player name or uuid"
        STOP RUN RETURNING 1
    END-IF

    MOVE FUNCTION CURRENT-DATE TO WS-NOW
    MOVE SPACES TO WS-REPORT-NAME
    STRING "privacy-" FUNCTION TRIM(WS-MODE) "-" FUNCTION TRIM(WS-LABEL) "-" WS-NOW(1:8) ".txt"
        DELIMITED BY SIZE INTO WS-REPORT-NAME
    OPEN OUTPUT REPORT-FILE
    IF FS-REPORT-STATUS NOT = "00"
        DISPLAY "privacy: cannot write " FUNCTION TRIM(WS-REPORT-NAME)
        STOP RUN RETURNING 1
    END-IF

    IF WS-ERASING = 1
        MOVE "Erasure receipt for" TO WS-CAPTION
    ELSE
        MOVE "Data export for" TO WS-CAPTION
    END-IF
    MOVE SPACES TO WS-OUT
    STRING FUNCTION TRIM(WS-CAPTION) " " FUNCTION TRIM(WS-NAME) " " FUNCTION TRIM(WS-HEX)
        ", produced " WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2) " "
        WS-NOW(9:2) ":" WS-NOW(11:2)
        DELIMITED BY SIZE INTO WS-OUT
    PERFORM WriteOut
    IF WS-NAME-LEN = 0
        MOVE "  No name is on record for this uuid; name-keyed records were not searched." TO WS-OUT
        PERFORM WriteOut
    END-IF
    IF WS-HAVE-UUID = 0
        MOVE "  No uuid is on record for this name; uuid-keyed records were not searched." TO WS-OUT
        PERFORM WriteOut
    END-IF

    IF WS-ERASING = 1
        PERFORM EraseAll
    ELSE
        PERFORM ExportAll
    END-IF

    CLOSE REPORT-FILE
    IF WS-ERASING = 1
        MOVE WS-CHANGES TO WS-NUM1
        DISPLAY "privacy: " FUNCTION TRIM(WS-NUM1) " change(s); receipt in "
            FUNCTION TRIM(WS-REPORT-NAME)
    ELSE
        DISPLAY "privacy: wrote " FUNCTION TRIM(WS-REPORT-NAME)
    END-IF
    STOP RUN.

*> The argument is either 32 hex digits or a username; either way the account
*> table (an account exists from first login) and then the session records
*> supply the other half, and the stored spelling of the name.
ResolvePlayer SECTION.
    MOVE SPACES TO WS-NAME WS-HEX WS-LABEL
    MOVE 0 TO WS-HAVE-UUID
    MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-ARGUMENT)) TO WS-CANDIDATE
    IF FUNCTION LENGTH(FUNCTION TRIM(WS-ARGUMENT)) = 32
        MOVE 1 TO WS-HAVE-UUID
        PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 32
            MOVE 0 TO WS-TALLY
            INSPECT WS-HEX-DIGITS TALLYING WS-TALLY FOR ALL WS-CANDIDATE(WS-POS:1)
            IF WS-TALLY = 0
                MOVE 0 TO WS-HAVE-UUID
            END-IF
        END-PERFORM
    END-IF

    IF WS-HAVE-UUID = 1
        MOVE WS-CANDIDATE(1:32) TO WS-HEX
        CALL "Uuid-FromHex" USING WS-HEX WS-UUID
        PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > ACCOUNT-COUNT
            IF ACCOUNT-UUID(WS-INDEX) = WS-UUID
                MOVE WS-INDEX TO WS-ACCOUNT-INDEX
                MOVE ACCOUNT-NAME(WS-INDEX) TO WS-NAME
            END-IF
        END-PERFORM
        PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > SESSION-COUNT
            IF SESSION-UUID(WS-INDEX) = WS-UUID
                MOVE WS-INDEX TO WS-SESSION-INDEX
                IF WS-NAME = SPACES
                    MOVE SESSION-NAME(WS-INDEX) TO WS-NAME
                END-IF
            END-IF
        END-PERFORM
    ELSE
        IF FUNCTION LENGTH(FUNCTION TRIM(WS-ARGUMENT)) > 16
            EXIT SECTION
        END-IF
        MOVE WS-ARGUMENT(1:16) TO WS-NAME
        MOVE FUNCTION UPPER-CASE(WS-NAME) TO WS-NAME-UPPER
        PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > ACCOUNT-COUNT
            IF FUNCTION UPPER-CASE(ACCOUNT-NAME(WS-INDEX)) = WS-NAME-UPPER
                MOVE WS-INDEX TO WS-ACCOUNT-INDEX
                MOVE ACCOUNT-NAME(WS-INDEX) TO WS-NAME
                MOVE ACCOUNT-UUID(WS-INDEX) TO WS-UUID
                MOVE 1 TO WS-HAVE-UUID
            END-IF
        END-PERFORM
        PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > SESSION-COUNT
            IF FUNCTION UPPER-CASE(SESSION-NAME(WS-INDEX)) = WS-NAME-UPPER
                    AND (WS-HAVE-UUID = 0 OR SESSION-UUID(WS-INDEX) = WS-UUID)
                MOVE WS-INDEX TO WS-SESSION-INDEX
                MOVE SESSION-NAME(WS-INDEX) TO WS-NAME
                MOVE SESSION-UUID(WS-INDEX) TO WS-UUID
                MOVE 1 TO WS-HAVE-UUID
            END-IF
        END-PERFORM
        IF WS-HAVE-UUID = 1
            CALL "Uuid-ToHex" USING WS-UUID WS-HEX
        END-IF
    END-IF

    IF WS-NAME NOT = SPACES
        MOVE FUNCTION UPPER-CASE(WS-NAME) TO WS-NAME-UPPER
        MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NAME)) TO WS-NAME-LEN
        MOVE WS-NAME TO WS-LABEL
    ELSE
        MOVE WS-HEX TO WS-LABEL
    END-IF
    MOVE FUNCTION UPPER-CASE(WS-HEX) TO WS-HEX-UPPER.

    EXIT SECTION.

*> ---------------------------------------------------------------- export

ExportAll SECTION.
    PERFORM ExportIdentity
    PERFORM ExportPlayerSaves

    MOVE 1 TO WS-ALWAYS-HEADER
    MOVE 0 TO WS-WHOLE-FILE
    MOVE "balances.dat" TO WS-FILENAME
    MOVE "(uuid, name, balance)" TO WS-CAPTION
    PERFORM ExportTextFile
    MOVE "ledger.dat" TO WS-FILENAME
    MOVE "(time, payer, payer uuid, payee, payee uuid, amount, reason)" TO WS-CAPTION
    PERFORM ExportTextFile
    MOVE "sessions.dat" TO WS-FILENAME
    MOVE "(uuid, name, first join, last join, last leave, sessions, minutes, address, dimension)"
        TO WS-CAPTION
    PERFORM ExportTextFile
    MOVE "addresses.dat" TO WS-FILENAME
    MOVE "(address, name, first seen, last seen, logins)" TO WS-CAPTION
    PERFORM ExportTextFile
    MOVE "claims.dat" TO WS-FILENAME
    MOVE "(owner, owner uuid, chunk rectangle, trusted names)" TO WS-CAPTION
    PERFORM ExportTextFile
    MOVE "mutes.dat" TO WS-FILENAME
    MOVE "(name, mute end in microseconds, 0 = permanent)" TO WS-CAPTION
    PERFORM ExportTextFile
    MOVE "tempbans.dat" TO WS-FILENAME
    MOVE "(name, ban end in microseconds)" TO WS-CAPTION
    PERFORM ExportTextFile
    MOVE "groups.conf" TO WS-FILENAME
    MOVE "(member, name, group)" TO WS-CAPTION
    PERFORM ExportTextFile
    MOVE "scoreboard.dat" TO WS-FILENAME
    MOVE "(score|objective|holder|value)" TO WS-CAPTION
    PERFORM ExportTextFile
    MOVE "bridge-accounts.conf" TO WS-FILENAME
    MOVE "(community name, game name)" TO WS-CAPTION
    PERFORM ExportTextFile
    PERFORM ExportPlayerLists
    PERFORM ExportSigns
    PERFORM ExportAuctions
    MOVE "tickets.dat" TO WS-FILENAME
    MOVE "(id|state|opened|reporter|subject|dimension|x|y|z|claimed by|text)" TO WS-CAPTION
    PERFORM ExportTextFile
    MOVE "tickets-closed.log" TO WS-FILENAME
    MOVE SPACES TO WS-CAPTION
    PERFORM ExportTextFile

    MOVE 1 TO WS-WHOLE-FILE
    IF WS-NAME-LEN > 0
        MOVE SPACES TO WS-FILENAME
        STRING "infractions-" FUNCTION TRIM(WS-NAME) ".log" DELIMITED BY SIZE INTO WS-FILENAME
        MOVE "(time|kind|issued by|detail)" TO WS-CAPTION
        PERFORM ExportTextFile
    END-IF
    MOVE SPACES TO WS-OWN-MAILBOX
    IF WS-HAVE-UUID = 1
        CALL "Mail-FileName" USING WS-UUID WS-OWN-MAILBOX
        MOVE WS-OWN-MAILBOX TO WS-FILENAME
        MOVE "(sent|read|from|text)" TO WS-CAPTION
        PERFORM ExportTextFile
    END-IF

    *> Letters they wrote that sit in other mailboxes, the block history day
    *> files and the audit trail only show a file when it mentions them.
    MOVE 0 TO WS-WHOLE-FILE
    MOVE 0 TO WS-ALWAYS-HEADER
    MOVE "(letters sent)" TO WS-CAPTION
    CALL "Dir-FindFirst" USING "mail-*.dat" WS-ENTRY-NAME WS-FOUND
    PERFORM UNTIL WS-FOUND = 0
        IF WS-ENTRY-NAME NOT = WS-OWN-MAILBOX
            MOVE WS-ENTRY-NAME TO WS-FILENAME
            PERFORM ExportTextFile
        END-IF
        CALL "Dir-FindNext" USING WS-ENTRY-NAME WS-FOUND
    END-PERFORM
    MOVE "(time, actor, cause, dimension, x, y, z, old state, new state)" TO WS-CAPTION
    CALL "Dir-FindFirst" USING "block-history*.dat" WS-ENTRY-NAME WS-FOUND
    PERFORM UNTIL WS-FOUND = 0
        MOVE WS-ENTRY-NAME TO WS-FILENAME
        PERFORM ExportTextFile
        CALL "Dir-FindNext" USING WS-ENTRY-NAME WS-FOUND
    END-PERFORM
    MOVE SPACES TO WS-CAPTION
    CALL "Dir-FindFirst" USING "audit-*.log" WS-ENTRY-NAME WS-FOUND
    PERFORM UNTIL WS-FOUND = 0
        MOVE WS-ENTRY-NAME TO WS-FILENAME
        PERFORM ExportTextFile
        CALL "Dir-FindNext" USING WS-ENTRY-NAME WS-FOUND
    END-PERFORM

    PERFORM ExportBackups
    PERFORM ListRetentionArchives.

    EXIT SECTION.

ExportIdentity SECTION.
    MOVE "== Identity ==" TO WS-OUT
    PERFORM WriteOut
    MOVE SPACES TO WS-OUT
    STRING "  name: " FUNCTION TRIM(WS-NAME) DELIMITED BY SIZE INTO WS-OUT
    PERFORM WriteOut
    MOVE SPACES TO WS-OUT
    STRING "  uuid: " FUNCTION TRIM(WS-HEX) DELIMITED BY SIZE INTO WS-OUT
    PERFORM WriteOut
    IF WS-ACCOUNT-INDEX > 0
        MOVE ACCOUNT-BALANCE(WS-ACCOUNT-INDEX) TO WS-NUM1
        MOVE SPACES TO WS-OUT
        STRING "  account balance: " FUNCTION TRIM(WS-NUM1) " coins" DELIMITED BY SIZE INTO WS-OUT
        PERFORM WriteOut
    END-IF
    IF WS-SESSION-INDEX > 0
        MOVE SESSION-JOINS(WS-SESSION-INDEX) TO WS-NUM1
        MOVE SESSION-MINUTES(WS-SESSION-INDEX) TO WS-NUM2
        MOVE SPACES TO WS-OUT
        STRING "  first joined " SESSION-FIRST-JOIN(WS-SESSION-INDEX)
            ", last joined " SESSION-LAST-JOIN(WS-SESSION-INDEX)
            ", last left " SESSION-LAST-LEAVE(WS-SESSION-INDEX)
            DELIMITED BY SIZE INTO WS-OUT
        PERFORM WriteOut
        MOVE SPACES TO WS-OUT
        STRING "  " FUNCTION TRIM(WS-NUM1) " session(s), " FUNCTION TRIM(WS-NUM2)
            " minute(s) played, last address " FUNCTION TRIM(SESSION-ADDRESS(WS-SESSION-INDEX))
            DELIMITED BY SIZE INTO WS-OUT
        PERFORM WriteOut
    END-IF.

    EXIT SECTION.

ExportPlayerSaves SECTION.
    IF WS-HAVE-UUID = 0
        EXIT SECTION
    END-IF
    CALL "Player-FileName" USING WS-UUID WS-CANDIDATE
    MOVE WS-CANDIDATE TO WS-FILENAME
    PERFORM DumpPlayerSave
    MOVE SPACES TO WS-FILENAME
    STRING FUNCTION TRIM(WS-CANDIDATE) "_old" DELIMITED BY SIZE INTO WS-FILENAME
    PERFORM DumpPlayerSave

    *> The archive job's copies only exist while the player stays away.
    MOVE SPACES TO WS-FILENAME
    STRING "archive/" FUNCTION TRIM(WS-CANDIDATE) DELIMITED BY SIZE INTO WS-FILENAME
    CALL "CBL_CHECK_FILE_EXIST" USING WS-FILENAME WS-FILE-DETAILS
    IF RETURN-CODE = 0
        PERFORM DumpPlayerSave
    END-IF
    MOVE SPACES TO WS-FILENAME
    STRING "archive/" FUNCTION TRIM(WS-CANDIDATE) "_old" DELIMITED BY SIZE INTO WS-FILENAME
    CALL "CBL_CHECK_FILE_EXIST" USING WS-FILENAME WS-FILE-DETAILS
    IF RETURN-CODE = 0
        PERFORM DumpPlayerSave
    END-IF
    MOVE 0 TO RETURN-CODE.

    EXIT SECTION.

*> whitelist.json, banned-players.json and ops.json hold names, not records,
*> so the export just says which of them the player is on.
ExportPlayerLists SECTION.
    IF WS-NAME-LEN = 0
        EXIT SECTION
    END-IF
    MOVE "== Player lists ==" TO WS-OUT
    PERFORM WriteOut
    MOVE "whitelist.json" TO WS-LIST-FILE
    PERFORM ExportOneList
    MOVE "banned-players.json" TO WS-LIST-FILE
    PERFORM ExportOneList
    MOVE "ops.json" TO WS-LIST-FILE
    PERFORM ExportOneList.

    EXIT SECTION.

ExportOneList SECTION.
    MOVE WS-LIST-FILE TO WS-FILENAME
    MOVE 0 TO WS-LINES-HIT
    OPEN INPUT TEXT-FILE
    IF FS-TEXT-STATUS = "00"
        PERFORM UNTIL FS-TEXT-STATUS = "10"
            READ TEXT-FILE
                AT END
                    MOVE "10" TO FS-TEXT-STATUS
                NOT AT END
                    MOVE SPACES TO WS-LIST-NAME
                    CALL "Json-StringField" USING TEXT-LINE "name" WS-LIST-NAME
                    IF FUNCTION UPPER-CASE(WS-LIST-NAME) = WS-NAME-UPPER
                        ADD 1 TO WS-LINES-HIT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TEXT-FILE
    END-IF
    MOVE SPACES TO WS-OUT
    IF WS-LINES-HIT > 0
        STRING "  " FUNCTION TRIM(WS-LIST-FILE) ": listed" DELIMITED BY SIZE INTO WS-OUT
    ELSE
        STRING "  " FUNCTION TRIM(WS-LIST-FILE) ": not listed" DELIMITED BY SIZE INTO WS-OUT
    END-IF
    PERFORM WriteOut.

    EXIT SECTION.

ExportSigns SECTION.
    IF WS-NAME-LEN = 0
        EXIT SECTION
    END-IF
    MOVE "== signs.dat (signs owned: position and text) ==" TO WS-OUT
    PERFORM WriteOut
    MOVE 0 TO WS-LINES-HIT
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > MAX-SIGN-ENTRIES
        IF SIGN-PRESENT(WS-INDEX) = 1
                AND FUNCTION UPPER-CASE(SIGN-OWNER-NAME(WS-INDEX)) = WS-NAME-UPPER
            ADD 1 TO WS-LINES-HIT
            MOVE SIGN-X(WS-INDEX) TO WS-NUM1
            MOVE SIGN-Y(WS-INDEX) TO WS-NUM2
            MOVE SIGN-Z(WS-INDEX) TO WS-NUM3
            MOVE SPACES TO WS-OUT
            STRING "  " FUNCTION TRIM(WS-NUM1) "," FUNCTION TRIM(WS-NUM2) ","
                FUNCTION TRIM(WS-NUM3) ": "
                SIGN-LINE-TEXT(WS-INDEX, 1)(1:SIGN-LINE-LENGTH(WS-INDEX, 1)) " / "
                SIGN-LINE-TEXT(WS-INDEX, 2)(1:SIGN-LINE-LENGTH(WS-INDEX, 2)) " / "
                SIGN-LINE-TEXT(WS-INDEX, 3)(1:SIGN-LINE-LENGTH(WS-INDEX, 3)) " / "
                SIGN-LINE-TEXT(WS-INDEX, 4)(1:SIGN-LINE-LENGTH(WS-INDEX, 4))
                DELIMITED BY SIZE INTO WS-OUT
            PERFORM WriteOut
        END-IF
    END-PERFORM
    IF WS-LINES-HIT = 0
        MOVE "  (nothing held)" TO WS-OUT
        PERFORM WriteOut
    END-IF.

    EXIT SECTION.

*> Every listing the player is part of: as seller, as the standing bid, or
*> as the one a settled stack is waiting for.
ExportAuctions SECTION.
    MOVE "== auctions.dat (listing: their part, state, opening price, bid, item id x count) =="
        TO WS-OUT
    PERFORM WriteOut
    MOVE 0 TO WS-LINES-HIT
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > MAX-AUCTION-ENTRIES
        IF AUCTION-STATE(WS-INDEX) NOT = AUCTION-STATE-FREE
            PERFORM AuctionRole
            IF WS-ROLE NOT = SPACES
                ADD 1 TO WS-LINES-HIT
                MOVE AUCTION-ID(WS-INDEX) TO WS-NUM1
                MOVE AUCTION-MIN-PRICE(WS-INDEX) TO WS-NUM2
                MOVE AUCTION-BID(WS-INDEX) TO WS-NUM3
                MOVE AUCTION-ITEM-SLOT-ID(WS-INDEX) TO WS-NUM4
                MOVE AUCTION-ITEM-SLOT-COUNT(WS-INDEX) TO WS-NUM5
                IF AUCTION-STATE(WS-INDEX) = AUCTION-STATE-OPEN
                    MOVE "open" TO WS-STATE-WORD
                ELSE
                    MOVE "awaiting delivery" TO WS-STATE-WORD
                END-IF
                MOVE SPACES TO WS-OUT
                STRING "  #" FUNCTION TRIM(WS-NUM1) ": " FUNCTION TRIM(WS-ROLE) ", "
                    FUNCTION TRIM(WS-STATE-WORD) ", " FUNCTION TRIM(WS-NUM2) ", "
                    FUNCTION TRIM(WS-NUM3) ", " FUNCTION TRIM(WS-NUM4) " x "
                    FUNCTION TRIM(WS-NUM5)
                    DELIMITED BY SIZE INTO WS-OUT
                PERFORM WriteOut
            END-IF
        END-IF
    END-PERFORM
    IF WS-LINES-HIT = 0
        MOVE "  (nothing held)" TO WS-OUT
        PERFORM WriteOut
    END-IF.

    EXIT SECTION.

*> The player's part in listing WS-INDEX: the three flags, and WS-ROLE as
*> the export words it (spaces when they have none).
AuctionRole SECTION.
    MOVE 0 TO WS-IS-SELLER WS-IS-BIDDER WS-IS-RECIPIENT
    MOVE SPACES TO WS-ROLE
    MOVE AUCTION-SELLER-UUID(WS-INDEX) TO WS-PARTY-UUID
    MOVE AUCTION-SELLER-NAME(WS-INDEX) TO WS-PARTY-NAME
    PERFORM MatchParty
    MOVE WS-PARTY-HIT TO WS-IS-SELLER
    IF AUCTION-BID(WS-INDEX) > 0
        MOVE AUCTION-BIDDER-UUID(WS-INDEX) TO WS-PARTY-UUID
        MOVE AUCTION-BIDDER-NAME(WS-INDEX) TO WS-PARTY-NAME
        PERFORM MatchParty
        MOVE WS-PARTY-HIT TO WS-IS-BIDDER
    END-IF
    IF AUCTION-STATE(WS-INDEX) = AUCTION-STATE-DELIVER
        MOVE AUCTION-RECIPIENT-UUID(WS-INDEX) TO WS-PARTY-UUID
        MOVE AUCTION-RECIPIENT-NAME(WS-INDEX) TO WS-PARTY-NAME
        PERFORM MatchParty
        MOVE WS-PARTY-HIT TO WS-IS-RECIPIENT
    END-IF
    EVALUATE TRUE
        WHEN WS-IS-RECIPIENT = 1
            MOVE "recipient" TO WS-ROLE
        WHEN WS-IS-SELLER = 1
            MOVE "seller" TO WS-ROLE
        WHEN WS-IS-BIDDER = 1
            MOVE "high bidder" TO WS-ROLE
    END-EVALUATE.

    EXIT SECTION.

MatchParty SECTION.
    MOVE 0 TO WS-PARTY-HIT
    IF WS-HAVE-UUID = 1 AND WS-PARTY-UUID = WS-UUID
        MOVE 1 TO WS-PARTY-HIT
    END-IF
    IF WS-NAME-LEN > 0 AND FUNCTION UPPER-CASE(WS-PARTY-NAME) = WS-NAME-UPPER
        MOVE 1 TO WS-PARTY-HIT
    END-IF.

    EXIT SECTION.

*> Which generations under backups/ still hold the player's save, and any
*> claims.dat or mutes.dat copy there that names them.
ExportBackups SECTION.
    MOVE "== backups/ ==" TO WS-OUT
    PERFORM WriteOut
    MOVE 0 TO WS-ALWAYS-HEADER
    MOVE 0 TO WS-WHOLE-FILE
    MOVE SPACES TO WS-CAPTION
    CALL "Dir-FindFirst" USING "backups/*.gen" WS-ENTRY-NAME WS-FOUND
    PERFORM UNTIL WS-FOUND = 0
        PERFORM GenerationDir
        IF WS-HAVE-UUID = 1
            CALL "Player-FileName" USING WS-UUID WS-CANDIDATE
            MOVE SPACES TO WS-FILENAME
            STRING FUNCTION TRIM(WS-GEN-DIR) "/" FUNCTION TRIM(WS-CANDIDATE)
                DELIMITED BY SIZE INTO WS-FILENAME
            PERFORM ListIfPresent
            MOVE SPACES TO WS-FILENAME
            STRING FUNCTION TRIM(WS-GEN-DIR) "/" FUNCTION TRIM(WS-CANDIDATE) "_old"
                DELIMITED BY SIZE INTO WS-FILENAME
            PERFORM ListIfPresent
        END-IF
        MOVE SPACES TO WS-FILENAME
        STRING FUNCTION TRIM(WS-GEN-DIR) "/claims.dat" DELIMITED BY SIZE INTO WS-FILENAME
        PERFORM ExportTextFile
        MOVE SPACES TO WS-FILENAME
        STRING FUNCTION TRIM(WS-GEN-DIR) "/mutes.dat" DELIMITED BY SIZE INTO WS-FILENAME
        PERFORM ExportTextFile
        CALL "Dir-FindNext" USING WS-ENTRY-NAME WS-FOUND
    END-PERFORM.

    EXIT SECTION.

ListIfPresent SECTION.
    CALL "CBL_CHECK_FILE_EXIST" USING WS-FILENAME WS-FILE-DETAILS
    IF RETURN-CODE = 0
        MOVE SPACES TO WS-OUT
        STRING "  " FUNCTION TRIM(WS-FILENAME) " (player save copy)" DELIMITED BY SIZE INTO WS-OUT
        PERFORM WriteOut
    END-IF
    MOVE 0 TO RETURN-CODE.

    EXIT SECTION.

*> The retention job's monthly archives hold audit logs and block history
*> days compressed, past the reach of a line search or rewrite. Each archive
*> with such members is listed from its .idx, so the export shows where older
*> copies sit and the receipt shows what an erase could not touch; they go
*> when the month passes the family's delete age in retention.conf.
ListRetentionArchives SECTION.
    MOVE 0 TO WS-ARCHIVE-COUNT
    MOVE 0 TO WS-ARCHIVED-TOTAL
    MOVE 0 TO WS-HEADER-DONE
    CALL "Dir-FindFirst" USING "archives/*.idx" WS-ENTRY-NAME WS-FOUND
    PERFORM UNTIL WS-FOUND = 0
        MOVE WS-ENTRY-NAME TO WS-FILENAME
        PERFORM CountArchivedLogs
        IF WS-ARCHIVED-MEMBERS > 0
            ADD 1 TO WS-ARCHIVE-COUNT
            ADD WS-ARCHIVED-MEMBERS TO WS-ARCHIVED-TOTAL
            IF WS-ERASING = 0
                PERFORM ListOneArchive
            END-IF
        END-IF
        CALL "Dir-FindNext" USING WS-ENTRY-NAME WS-FOUND
    END-PERFORM
    IF WS-ERASING = 1 AND WS-ARCHIVE-COUNT > 0
        MOVE WS-ARCHIVE-COUNT TO WS-NUM1
        MOVE WS-ARCHIVED-TOTAL TO WS-NUM2
        MOVE SPACES TO WS-OUT
        STRING "  note: " FUNCTION TRIM(WS-NUM1) " retention archive(s) under archives/ hold "
            FUNCTION TRIM(WS-NUM2) " compressed audit log or block history file(s) that may"
            " still name the player until the retention job deletes them"
            DELIMITED BY SIZE INTO WS-OUT
        PERFORM WriteOut
    END-IF.

    EXIT SECTION.

ListOneArchive SECTION.
    IF WS-HEADER-DONE = 0
        MOVE 1 TO WS-HEADER-DONE
        MOVE "== archives/ (compressed audit logs and block history, not searched) ==" TO WS-OUT
        PERFORM WriteOut
    END-IF
    MOVE SPACES TO WS-ARCHIVE-NAME
    COMPUTE WS-GEN-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-ENTRY-NAME)) - 4
    IF WS-GEN-LEN > 0
        STRING WS-ENTRY-NAME(1:WS-GEN-LEN) ".zar" DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
    END-IF
    MOVE WS-ARCHIVED-MEMBERS TO WS-NUM1
    MOVE SPACES TO WS-OUT
    STRING "  " FUNCTION TRIM(WS-ARCHIVE-NAME) ": " FUNCTION TRIM(WS-NUM1)
        " archived file(s), listed in " FUNCTION TRIM(WS-ENTRY-NAME)
        DELIMITED BY SIZE INTO WS-OUT
    PERFORM WriteOut.

    EXIT SECTION.

*> Members of the .idx in WS-FILENAME that are audit logs or block history
*> days; "#" lines are the index's own notes.
CountArchivedLogs SECTION.
    MOVE 0 TO WS-ARCHIVED-MEMBERS
    OPEN INPUT TEXT-FILE
    IF FS-TEXT-STATUS NOT = "00"
        EXIT SECTION
    END-IF
    PERFORM UNTIL FS-TEXT-STATUS = "10"
        READ TEXT-FILE
            AT END
                MOVE "10" TO FS-TEXT-STATUS
            NOT AT END
                MOVE SPACES TO WS-FIELD1
                UNSTRING TEXT-LINE DELIMITED BY "," INTO WS-FIELD1
                IF WS-FIELD1(1:6) = "audit-" OR WS-FIELD1(1:13) = "block-history"
                    ADD 1 TO WS-ARCHIVED-MEMBERS
                END-IF
        END-READ
    END-PERFORM
    CLOSE TEXT-FILE.

    EXIT SECTION.

*> "backups/<ts>.gen" names the generation directory minus its ".gen" suffix.
GenerationDir SECTION.
    MOVE SPACES TO WS-GEN-DIR
    COMPUTE WS-GEN-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-ENTRY-NAME)) - 4
    IF WS-GEN-LEN > 0
        MOVE WS-ENTRY-NAME(1:WS-GEN-LEN) TO WS-GEN-DIR
    END-IF.

    EXIT SECTION.

*> Every line of WS-FILENAME that mentions the player (or all of it, for the
*> player's own files), under a "== file caption ==" header. The header is
*> written regardless for the fixed record files, so the export shows they
*> were looked at.
ExportTextFile SECTION.
    MOVE 0 TO WS-HEADER-DONE
    MOVE 0 TO WS-LINES-HIT
    MOVE 0 TO WS-SCRUB
    OPEN INPUT TEXT-FILE
    IF FS-TEXT-STATUS = "00"
        PERFORM UNTIL FS-TEXT-STATUS = "10"
            READ TEXT-FILE
                AT END
                    MOVE "10" TO FS-TEXT-STATUS
                NOT AT END
                    MOVE TEXT-LINE TO WS-SCAN-LINE
                    MOVE 1 TO WS-SCAN-HITS
                    IF WS-WHOLE-FILE = 0
                        PERFORM ScanLine
                    END-IF
                    IF WS-SCAN-HITS > 0 AND TEXT-LINE NOT = SPACES
                        PERFORM ExportHeader
                        ADD 1 TO WS-LINES-HIT
                        MOVE SPACES TO WS-OUT
                        STRING "  " TEXT-LINE DELIMITED BY SIZE INTO WS-OUT
                        PERFORM WriteOut
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TEXT-FILE
    END-IF
    IF WS-LINES-HIT = 0 AND WS-ALWAYS-HEADER = 1
        PERFORM ExportHeader
        MOVE "  (nothing held)" TO WS-OUT
        PERFORM WriteOut
    END-IF.

    EXIT SECTION.

ExportHeader SECTION.
    IF WS-HEADER-DONE = 1
        EXIT SECTION
    END-IF
    MOVE 1 TO WS-HEADER-DONE
    MOVE SPACES TO WS-OUT
    IF WS-CAPTION = SPACES
        STRING "== " FUNCTION TRIM(WS-FILENAME) " ==" DELIMITED BY SIZE INTO WS-OUT
    ELSE
        STRING "== " FUNCTION TRIM(WS-FILENAME) " " FUNCTION TRIM(WS-CAPTION) " =="
            DELIMITED BY SIZE INTO WS-OUT
    END-IF
    PERFORM WriteOut.

    EXIT SECTION.

*> A player save written out tag by tag as "path = value", walking the
*> compound with the decoder's own stack and a parallel stack of paths.
DumpPlayerSave SECTION.
    MOVE SPACES TO WS-OUT
    STRING "== " FUNCTION TRIM(WS-FILENAME) " (player save) ==" DELIMITED BY SIZE INTO WS-OUT
    PERFORM WriteOut
    MOVE 0 TO WS-DECOMPRESS-OK
    OPEN INPUT DATA-FILE
    IF FS-STATUS NOT = "00"
        MOVE "  (no such file)" TO WS-OUT
        PERFORM WriteOut
        EXIT SECTION
    END-IF
    READ DATA-FILE
        AT END
            CLOSE DATA-FILE
            MOVE "  (empty file)" TO WS-OUT
            PERFORM WriteOut
            EXIT SECTION
    END-READ
    CLOSE DATA-FILE
    MOVE 0 TO NBT-DECODER-OFFSET
    MOVE 0 TO NBT-DECODER-LEVEL
    CALL "NbtDecode-RootCompoundCompressed" USING NBT-DECODER-STATE
        REC-COMPRESSED-DATA REC-COMPRESSED-LENGTH WS-RAW-BUFFER WS-DECOMPRESS-OK
    IF WS-DECOMPRESS-OK = 0
        MOVE "  (unreadable)" TO WS-OUT
        PERFORM WriteOut
        EXIT SECTION
    END-IF

    MOVE 1 TO DUMP-DEPTH
    MOVE SPACES TO DUMP-PATH(1)
    MOVE 0 TO DUMP-PATH-LEN(1)
    PERFORM UNTIL EXIT
        IF NBT-DECODER-STACK-TYPE(NBT-DECODER-LEVEL) = X"0A"
            CALL "NbtDecode-Peek" USING NBT-DECODER-STATE WS-RAW-BUFFER WS-AT-END
                WS-TAG-NAME WS-TAG-NAME-LEN
            IF WS-AT-END > 0
                IF DUMP-DEPTH = 1
                    EXIT PERFORM
                END-IF
                CALL "NbtDecode-EndCompound" USING NBT-DECODER-STATE WS-RAW-BUFFER
                SUBTRACT 1 FROM DUMP-DEPTH
                EXIT PERFORM CYCLE
            END-IF
            MOVE WS-RAW-BUFFER(NBT-DECODER-OFFSET:1) TO WS-TAG
            PERFORM DumpElementPath
        ELSE
            IF DUMP-REMAINING(DUMP-DEPTH) = 0
                CALL "NbtDecode-EndList" USING NBT-DECODER-STATE WS-RAW-BUFFER
                SUBTRACT 1 FROM DUMP-DEPTH
                EXIT PERFORM CYCLE
            END-IF
            SUBTRACT 1 FROM DUMP-REMAINING(DUMP-DEPTH)
            MOVE NBT-DECODER-STACK-LIST-TYPE(NBT-DECODER-LEVEL) TO WS-TAG
            MOVE DUMP-INDEX(DUMP-DEPTH) TO WS-NUM1
            ADD 1 TO DUMP-INDEX(DUMP-DEPTH)
            MOVE SPACES TO WS-TAG-NAME
            STRING "[" FUNCTION TRIM(WS-NUM1) "]" DELIMITED BY SIZE INTO WS-TAG-NAME
            MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TAG-NAME)) TO WS-TAG-NAME-LEN
            PERFORM DumpElementPath
        END-IF
        PERFORM DumpElement
    END-PERFORM.

    EXIT SECTION.

DumpElementPath SECTION.
    MOVE SPACES TO WS-ELEMENT-PATH
    MOVE 1 TO WS-OUT-PTR
    IF DUMP-PATH-LEN(DUMP-DEPTH) > 0
        STRING DUMP-PATH(DUMP-DEPTH)(1:DUMP-PATH-LEN(DUMP-DEPTH)) DELIMITED BY SIZE
            INTO WS-ELEMENT-PATH WITH POINTER WS-OUT-PTR
        IF WS-TAG-NAME(1:1) NOT = "["
            STRING "." DELIMITED BY SIZE INTO WS-ELEMENT-PATH WITH POINTER WS-OUT-PTR
        END-IF
    END-IF
    IF WS-TAG-NAME-LEN > 0
        STRING WS-TAG-NAME(1:WS-TAG-NAME-LEN) DELIMITED BY SIZE
            INTO WS-ELEMENT-PATH WITH POINTER WS-OUT-PTR
    END-IF
    COMPUTE WS-ELEMENT-LEN = WS-OUT-PTR - 1
    IF WS-ELEMENT-LEN = 0
        MOVE "(root)" TO WS-ELEMENT-PATH
        MOVE 6 TO WS-ELEMENT-LEN
    END-IF.

    EXIT SECTION.

DumpElement SECTION.
    MOVE SPACES TO WS-OUT
    EVALUATE WS-TAG
        WHEN X"01" THRU X"04"
            CALL "NbtDecode-Long" USING NBT-DECODER-STATE WS-RAW-BUFFER WS-INT-VALUE
            MOVE WS-INT-VALUE TO WS-NUM1
            STRING "  " WS-ELEMENT-PATH(1:WS-ELEMENT-LEN) " = " FUNCTION TRIM(WS-NUM1)
                DELIMITED BY SIZE INTO WS-OUT
        WHEN X"05"
            CALL "NbtDecode-Float" USING NBT-DECODER-STATE WS-RAW-BUFFER WS-FLOAT-VALUE
            MOVE WS-FLOAT-VALUE TO WS-DECIMAL-TEXT
            STRING "  " WS-ELEMENT-PATH(1:WS-ELEMENT-LEN) " = " FUNCTION TRIM(WS-DECIMAL-TEXT)
                DELIMITED BY SIZE INTO WS-OUT
        WHEN X"06"
            CALL "NbtDecode-Double" USING NBT-DECODER-STATE WS-RAW-BUFFER WS-DOUBLE-VALUE
            MOVE WS-DOUBLE-VALUE TO WS-DECIMAL-TEXT
            STRING "  " WS-ELEMENT-PATH(1:WS-ELEMENT-LEN) " = " FUNCTION TRIM(WS-DECIMAL-TEXT)
                DELIMITED BY SIZE INTO WS-OUT
        WHEN X"08"
            MOVE SPACES TO WS-STRING-VALUE
            MOVE 0 TO WS-STRING-LEN
            CALL "NbtDecode-String" USING NBT-DECODER-STATE WS-RAW-BUFFER
                WS-STRING-VALUE WS-STRING-LEN
            STRING "  " WS-ELEMENT-PATH(1:WS-ELEMENT-LEN) ' = "' WS-STRING-VALUE(1:WS-STRING-LEN) '"'
                DELIMITED BY SIZE INTO WS-OUT
        WHEN X"0A"
            IF DUMP-DEPTH >= MAX-DUMP-DEPTH
                CALL "NbtDecode-Skip" USING NBT-DECODER-STATE WS-RAW-BUFFER
                STRING "  " WS-ELEMENT-PATH(1:WS-ELEMENT-LEN) " = (nested too deep to show)"
                    DELIMITED BY SIZE INTO WS-OUT
            ELSE
                CALL "NbtDecode-Compound" USING NBT-DECODER-STATE WS-RAW-BUFFER
                PERFORM PushDumpFrame
                MOVE 0 TO DUMP-REMAINING(DUMP-DEPTH)
            END-IF
        WHEN X"07"
        WHEN X"09"
        WHEN X"0B"
        WHEN X"0C"
            IF DUMP-DEPTH >= MAX-DUMP-DEPTH
                CALL "NbtDecode-Skip" USING NBT-DECODER-STATE WS-RAW-BUFFER
                STRING "  " WS-ELEMENT-PATH(1:WS-ELEMENT-LEN) " = (nested too deep to show)"
                    DELIMITED BY SIZE INTO WS-OUT
            ELSE
                CALL "NbtDecode-List" USING NBT-DECODER-STATE WS-RAW-BUFFER WS-LIST-COUNT
                PERFORM PushDumpFrame
                MOVE WS-LIST-COUNT TO DUMP-REMAINING(DUMP-DEPTH)
                IF WS-LIST-COUNT = 0
                    STRING "  " WS-ELEMENT-PATH(1:WS-ELEMENT-LEN) " = (empty)"
                        DELIMITED BY SIZE INTO WS-OUT
                END-IF
            END-IF
        WHEN OTHER
            CALL "NbtDecode-Skip" USING NBT-DECODER-STATE WS-RAW-BUFFER
    END-EVALUATE
    IF WS-OUT NOT = SPACES
        PERFORM WriteOut
    END-IF.

    EXIT SECTION.

PushDumpFrame SECTION.
    ADD 1 TO DUMP-DEPTH
    MOVE WS-ELEMENT-PATH TO DUMP-PATH(DUMP-DEPTH)
    MOVE WS-ELEMENT-LEN TO DUMP-PATH-LEN(DUMP-DEPTH)
    MOVE 0 TO DUMP-INDEX(DUMP-DEPTH).

    EXIT SECTION.

*> ----------------------------------------------------------------- erase

EraseAll SECTION.
    *> Files that are the player's alone go entirely.
    IF WS-HAVE-UUID = 1
        CALL "Player-FileName" USING WS-UUID WS-CANDIDATE
        MOVE WS-CANDIDATE TO WS-FILENAME
        PERFORM DeleteIfPresent
        MOVE SPACES TO WS-FILENAME
        STRING FUNCTION TRIM(WS-CANDIDATE) "_old" DELIMITED BY SIZE INTO WS-FILENAME
        PERFORM DeleteIfPresent
        MOVE SPACES TO WS-FILENAME
        STRING "archive/" FUNCTION TRIM(WS-CANDIDATE) DELIMITED BY SIZE INTO WS-FILENAME
        PERFORM DeleteIfPresent
        MOVE SPACES TO WS-FILENAME
        STRING "archive/" FUNCTION TRIM(WS-CANDIDATE) "_old" DELIMITED BY SIZE INTO WS-FILENAME
        PERFORM DeleteIfPresent
        CALL "Mail-FileName" USING WS-UUID WS-OWN-MAILBOX
        MOVE WS-OWN-MAILBOX TO WS-FILENAME
        PERFORM DeleteIfPresent
    END-IF
    IF WS-NAME-LEN > 0
        MOVE SPACES TO WS-FILENAME
        STRING "infractions-" FUNCTION TRIM(WS-NAME) ".log" DELIMITED BY SIZE INTO WS-FILENAME
        PERFORM DeleteIfPresent
    END-IF

    *> Their records in the shared tables.
    PERFORM EraseAccount
    PERFORM EraseSession
    PERFORM EraseClaims
    PERFORM EraseAuctions
    IF WS-NAME-LEN > 0
        PERFORM EraseMute
        PERFORM EraseGroupMember
        PERFORM EraseSignOwner
        MOVE "whitelist.json" TO WS-LIST-FILE
        PERFORM EraseFromList
        MOVE "banned-players.json" TO WS-LIST-FILE
        PERFORM EraseFromList
        MOVE "ops.json" TO WS-LIST-FILE
        PERFORM EraseFromList
        MOVE "addresses.dat" TO WS-FILENAME
        MOVE 2 TO WS-MATCH-FIELD
        PERFORM DropTextLines
        MOVE "tempbans.dat" TO WS-FILENAME
        MOVE 1 TO WS-MATCH-FIELD
        PERFORM DropTextLines
        MOVE "bridge-accounts.conf" TO WS-FILENAME
        MOVE 2 TO WS-MATCH-FIELD
        PERFORM DropTextLines
        PERFORM DropScoreLines
    END-IF

    *> Records others rely on keep their shape, with the player's name and
    *> uuid replaced.
    MOVE "ledger.dat" TO WS-FILENAME
    PERFORM AnonymizeTextFile
    MOVE "tickets.dat" TO WS-FILENAME
    PERFORM AnonymizeTextFile
    MOVE "tickets-closed.log" TO WS-FILENAME
    PERFORM AnonymizeTextFile
    CALL "Dir-FindFirst" USING "block-history*.dat" WS-ENTRY-NAME WS-FOUND
    PERFORM UNTIL WS-FOUND = 0
        MOVE WS-ENTRY-NAME TO WS-FILENAME
        PERFORM AnonymizeTextFile
        CALL "Dir-FindNext" USING WS-ENTRY-NAME WS-FOUND
    END-PERFORM
    CALL "Dir-FindFirst" USING "mail-*.dat" WS-ENTRY-NAME WS-FOUND
    PERFORM UNTIL WS-FOUND = 0
        MOVE WS-ENTRY-NAME TO WS-FILENAME
        PERFORM AnonymizeTextFile
        CALL "Dir-FindNext" USING WS-ENTRY-NAME WS-FOUND
    END-PERFORM
    CALL "Dir-FindFirst" USING "audit-*.log" WS-ENTRY-NAME WS-FOUND
    PERFORM UNTIL WS-FOUND = 0
        MOVE WS-ENTRY-NAME TO WS-FILENAME
        PERFORM AnonymizeTextFile
        CALL "Dir-FindNext" USING WS-ENTRY-NAME WS-FOUND
    END-PERFORM

    PERFORM EraseBackups
    PERFORM ListRetentionArchives

    IF WS-CHANGES = 0
        MOVE "  Nothing on record needed changing." TO WS-OUT
        PERFORM WriteOut
    END-IF.

    EXIT SECTION.

DeleteIfPresent SECTION.
    CALL "CBL_CHECK_FILE_EXIST" USING WS-FILENAME WS-FILE-DETAILS
    IF RETURN-CODE = 0
        CALL "CBL_DELETE_FILE" USING WS-FILENAME
        MOVE SPACES TO WS-OUT
        IF RETURN-CODE = 0
            ADD 1 TO WS-CHANGES
            STRING "  deleted " FUNCTION TRIM(WS-FILENAME) DELIMITED BY SIZE INTO WS-OUT
        ELSE
            STRING "  could NOT delete " FUNCTION TRIM(WS-FILENAME) DELIMITED BY SIZE INTO WS-OUT
        END-IF
        PERFORM WriteOut
    END-IF
    MOVE 0 TO RETURN-CODE.

    EXIT SECTION.

*> The account goes, and with it whatever balance was left -- the ledger keeps
*> the movements that built it, anonymized below.
EraseAccount SECTION.
    IF WS-ACCOUNT-INDEX = 0
        EXIT SECTION
    END-IF
    MOVE ACCOUNT-BALANCE(WS-ACCOUNT-INDEX) TO WS-NUM1
    PERFORM VARYING WS-INDEX FROM WS-ACCOUNT-INDEX BY 1 UNTIL WS-INDEX >= ACCOUNT-COUNT
        MOVE ACCOUNT-ENTRY(WS-INDEX + 1) TO ACCOUNT-ENTRY(WS-INDEX)
    END-PERFORM
    SUBTRACT 1 FROM ACCOUNT-COUNT
    CALL "Accounts-Save"
    ADD 1 TO WS-CHANGES
    MOVE SPACES TO WS-OUT
    STRING "  balances.dat: removed the account (balance of " FUNCTION TRIM(WS-NUM1)
        " coins forfeited)" DELIMITED BY SIZE INTO WS-OUT
    PERFORM WriteOut.

    EXIT SECTION.

EraseSession SECTION.
    IF WS-SESSION-INDEX = 0
        EXIT SECTION
    END-IF
    PERFORM VARYING WS-INDEX FROM WS-SESSION-INDEX BY 1 UNTIL WS-INDEX >= SESSION-COUNT
        MOVE SESSION-ENTRY(WS-INDEX + 1) TO SESSION-ENTRY(WS-INDEX)
    END-PERFORM
    SUBTRACT 1 FROM SESSION-COUNT
    CALL "Sessions-Save"
    ADD 1 TO WS-CHANGES
    MOVE "  sessions.dat: removed the session record" TO WS-OUT
    PERFORM WriteOut.

    EXIT SECTION.

*> Owned claims are released outright; elsewhere the player is dropped from
*> each claim's trusted names.
EraseClaims SECTION.
    MOVE 0 TO WS-LINES-HIT
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > MAX-CLAIM-ENTRIES
        IF CLAIM-PRESENT(WS-INDEX) = 1
            IF WS-HAVE-UUID = 1 AND CLAIM-OWNER-UUID(WS-INDEX) = WS-UUID
                MOVE 0 TO CLAIM-PRESENT(WS-INDEX)
                ADD 1 TO WS-LINES-HIT
                MOVE CLAIM-MIN-CHUNK-X(WS-INDEX) TO WS-NUM1
                MOVE CLAIM-MIN-CHUNK-Z(WS-INDEX) TO WS-NUM2
                MOVE CLAIM-MAX-CHUNK-X(WS-INDEX) TO WS-NUM3
                MOVE CLAIM-MAX-CHUNK-Z(WS-INDEX) TO WS-NUM4
                MOVE SPACES TO WS-OUT
                STRING "  claims.dat: released the claim on chunks " FUNCTION TRIM(WS-NUM1) ","
                    FUNCTION TRIM(WS-NUM2) " to " FUNCTION TRIM(WS-NUM3) ","
                    FUNCTION TRIM(WS-NUM4) DELIMITED BY SIZE INTO WS-OUT
                PERFORM WriteOut
            ELSE
                IF WS-NAME-LEN > 0
                    PERFORM EraseClaimTrust
                END-IF
            END-IF
        END-IF
    END-PERFORM
    IF WS-LINES-HIT > 0
        CALL "Claims-Save"
        ADD WS-LINES-HIT TO WS-CHANGES
    END-IF.

    EXIT SECTION.

EraseClaimTrust SECTION.
    PERFORM VARYING WS-OTHER-INDEX FROM 1 BY 1
            UNTIL WS-OTHER-INDEX > CLAIM-TRUSTED-COUNT(WS-INDEX)
        IF FUNCTION UPPER-CASE(CLAIM-TRUSTED-NAME(WS-INDEX, WS-OTHER-INDEX)) = WS-NAME-UPPER
            MOVE CLAIM-TRUSTED-NAME(WS-INDEX, CLAIM-TRUSTED-COUNT(WS-INDEX))
                TO CLAIM-TRUSTED-NAME(WS-INDEX, WS-OTHER-INDEX)
            MOVE SPACES TO CLAIM-TRUSTED-NAME(WS-INDEX, CLAIM-TRUSTED-COUNT(WS-INDEX))
            SUBTRACT 1 FROM CLAIM-TRUSTED-COUNT(WS-INDEX)
            ADD 1 TO WS-LINES-HIT
            MOVE SPACES TO WS-OUT
            STRING "  claims.dat: removed from the trusted names of "
                FUNCTION TRIM(CLAIM-OWNER-NAME(WS-INDEX)) "'s claim"
                DELIMITED BY SIZE INTO WS-OUT
            PERFORM WriteOut
            EXIT SECTION
        END-IF
    END-PERFORM.

    EXIT SECTION.

EraseMute SECTION.
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > MUTE-COUNT
        IF FUNCTION UPPER-CASE(MUTE-NAME(WS-INDEX)) = WS-NAME-UPPER
            PERFORM VARYING WS-OTHER-INDEX FROM WS-INDEX BY 1 UNTIL WS-OTHER-INDEX >= MUTE-COUNT
                MOVE MUTE-ENTRY(WS-OTHER-INDEX + 1) TO MUTE-ENTRY(WS-OTHER-INDEX)
            END-PERFORM
            SUBTRACT 1 FROM MUTE-COUNT
            CALL "Mutes-Save"
            ADD 1 TO WS-CHANGES
            MOVE "  mutes.dat: removed the mute" TO WS-OUT
            PERFORM WriteOut
            EXIT SECTION
        END-IF
    END-PERFORM.

    EXIT SECTION.

EraseGroupMember SECTION.
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > GROUP-MEMBER-COUNT
        IF FUNCTION UPPER-CASE(GROUP-MEMBER-NAME(WS-INDEX)) = WS-NAME-UPPER
            MOVE SPACES TO WS-OUT
            STRING "  groups.conf: removed membership of group "
                FUNCTION TRIM(GROUP-MEMBER-GROUP(WS-INDEX)) DELIMITED BY SIZE INTO WS-OUT
            PERFORM VARYING WS-OTHER-INDEX FROM WS-INDEX BY 1
                    UNTIL WS-OTHER-INDEX >= GROUP-MEMBER-COUNT
                MOVE GROUP-MEMBER-ENTRY(WS-OTHER-INDEX + 1) TO GROUP-MEMBER-ENTRY(WS-OTHER-INDEX)
            END-PERFORM
            SUBTRACT 1 FROM GROUP-MEMBER-COUNT
            CALL "Groups-Save"
            ADD 1 TO WS-CHANGES
            PERFORM WriteOut
            EXIT SECTION
        END-IF
    END-PERFORM.

    EXIT SECTION.

*> Signs stay in the world; they just stop belonging to anyone, as a sign
*> placed before ownership was recorded does.
EraseSignOwner SECTION.
    MOVE 0 TO WS-LINES-HIT
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > MAX-SIGN-ENTRIES
        IF SIGN-PRESENT(WS-INDEX) = 1
                AND FUNCTION UPPER-CASE(SIGN-OWNER-NAME(WS-INDEX)) = WS-NAME-UPPER
            MOVE SPACES TO SIGN-OWNER-NAME(WS-INDEX)
            ADD 1 TO WS-LINES-HIT
        END-IF
    END-PERFORM
    IF WS-LINES-HIT > 0
        CALL "Signs-Save"
        ADD 1 TO WS-CHANGES
        MOVE WS-LINES-HIT TO WS-NUM1
        MOVE SPACES TO WS-OUT
        STRING "  signs.dat: cleared the owner of " FUNCTION TRIM(WS-NUM1) " sign(s)"
            DELIMITED BY SIZE INTO WS-OUT
        PERFORM WriteOut
    END-IF.

    EXIT SECTION.

*> Their own open listing is withdrawn, and a stack waiting for them is
*> dropped: escrow goes with the rest of their belongings, as the balance
*> does, though a bid someone else has standing on the listing goes back to
*> that bidder first. A bid of theirs on another's listing is dropped and its
*> held coins stay forfeit with the server account; the listing runs on for
*> other bidders. On a listing sold and awaiting delivery to someone else
*> they remain only as the seller, and that name is anonymized.
EraseAuctions SECTION.
    MOVE 0 TO WS-LINES-HIT
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > MAX-AUCTION-ENTRIES
        IF AUCTION-STATE(WS-INDEX) NOT = AUCTION-STATE-FREE
            PERFORM AuctionRole
            IF WS-ROLE NOT = SPACES
                ADD 1 TO WS-LINES-HIT
                PERFORM EraseOneAuction
            END-IF
        END-IF
    END-PERFORM
    IF WS-LINES-HIT > 0
        CALL "Auctions-Save"
        ADD WS-LINES-HIT TO WS-CHANGES
    END-IF.

    EXIT SECTION.

EraseOneAuction SECTION.
    MOVE AUCTION-ID(WS-INDEX) TO WS-NUM1
    IF WS-IS-RECIPIENT = 1
            OR (WS-IS-SELLER = 1 AND AUCTION-STATE(WS-INDEX) = AUCTION-STATE-OPEN)
        IF AUCTION-STATE(WS-INDEX) = AUCTION-STATE-OPEN AND AUCTION-BID(WS-INDEX) > 0
            PERFORM RefundAuctionBid
        END-IF
        INITIALIZE AUCTION-ENTRY(WS-INDEX)
        MOVE AUCTION-STATE-FREE TO AUCTION-STATE(WS-INDEX)
        MOVE SPACES TO WS-OUT
        STRING "  auctions.dat: removed listing #" FUNCTION TRIM(WS-NUM1)
            " (escrowed stack forfeited)" DELIMITED BY SIZE INTO WS-OUT
        PERFORM WriteOut
        EXIT SECTION
    END-IF
    IF WS-IS-BIDDER = 1
        MOVE AUCTION-BID(WS-INDEX) TO WS-NUM2
        MOVE 0 TO AUCTION-BID(WS-INDEX)
        MOVE SPACES TO AUCTION-BIDDER-UUID(WS-INDEX) AUCTION-BIDDER-NAME(WS-INDEX)
        MOVE SPACES TO WS-OUT
        STRING "  auctions.dat: dropped the bid of " FUNCTION TRIM(WS-NUM2)
            " coins on listing #" FUNCTION TRIM(WS-NUM1) " (held coins forfeited)"
            DELIMITED BY SIZE INTO WS-OUT
        PERFORM WriteOut
    END-IF
    IF WS-IS-SELLER = 1
        MOVE ERASED-TOKEN TO AUCTION-SELLER-NAME(WS-INDEX)
        MOVE SPACES TO AUCTION-SELLER-UUID(WS-INDEX)
        MOVE SPACES TO WS-OUT
        STRING "  auctions.dat: anonymized the seller of listing #" FUNCTION TRIM(WS-NUM1)
            DELIMITED BY SIZE INTO WS-OUT
        PERFORM WriteOut
    END-IF.

    EXIT SECTION.

RefundAuctionBid SECTION.
    MOVE AUCTION-BID(WS-INDEX) TO WS-NUM2
    CALL "Accounts-Open" USING AUCTION-BIDDER-UUID(WS-INDEX) AUCTION-BIDDER-NAME(WS-INDEX)
        WS-BIDDER-ACCOUNT
    MOVE SPACES TO WS-REASON
    STRING "auction-refund #" FUNCTION TRIM(WS-NUM1) DELIMITED BY SIZE INTO WS-REASON
    CALL "Accounts-Transfer" USING WS-SERVER-ACCOUNT WS-BIDDER-ACCOUNT AUCTION-BID(WS-INDEX)
        WS-REASON WS-XFER-STATUS
    MOVE SPACES TO WS-OUT
    IF WS-XFER-STATUS = ACCOUNT-XFER-OK
        STRING "  balances.dat: refunded the standing bid of " FUNCTION TRIM(WS-NUM2)
            " coins on listing #" FUNCTION TRIM(WS-NUM1) " to "
            FUNCTION TRIM(AUCTION-BIDDER-NAME(WS-INDEX))
            DELIMITED BY SIZE INTO WS-OUT
    ELSE
        STRING "  could NOT refund the standing bid of " FUNCTION TRIM(WS-NUM2)
            " coins on listing #" FUNCTION TRIM(WS-NUM1) " to "
            FUNCTION TRIM(AUCTION-BIDDER-NAME(WS-INDEX))
            DELIMITED BY SIZE INTO WS-OUT
    END-IF
    PERFORM WriteOut.

    EXIT SECTION.

*> Their scores go from every objective; the objectives themselves and
*> everyone else's scores stay.
DropScoreLines SECTION.
    MOVE "scoreboard.dat" TO WS-FILENAME
    PERFORM LoadTextFile
    IF WS-FILE-OK NOT = 1
        PERFORM ReportTooLarge
        EXIT SECTION
    END-IF
    MOVE 0 TO WS-LINES-HIT
    PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1 UNTIL WS-LINE-INDEX > LINE-COUNT
        MOVE SPACES TO WS-SCORE-KIND WS-SCORE-OBJECTIVE WS-SCORE-HOLDER
        UNSTRING LINE-TEXT(WS-LINE-INDEX) DELIMITED BY "|"
            INTO WS-SCORE-KIND WS-SCORE-OBJECTIVE WS-SCORE-HOLDER
        IF WS-SCORE-KIND = "score"
                AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SCORE-HOLDER)) = WS-NAME-UPPER
            MOVE 1 TO LINE-DROP(WS-LINE-INDEX)
            ADD 1 TO WS-LINES-HIT
        END-IF
    END-PERFORM
    IF WS-LINES-HIT > 0
        PERFORM SaveTextFile
        MOVE WS-LINES-HIT TO WS-NUM1
        MOVE SPACES TO WS-OUT
        STRING "  scoreboard.dat: removed " FUNCTION TRIM(WS-NUM1) " score(s)"
            DELIMITED BY SIZE INTO WS-OUT
        PERFORM WriteOut
    END-IF.

    EXIT SECTION.

EraseFromList SECTION.
    MOVE WS-NAME TO WS-LIST-NAME
    CALL "Playerlist-Update" USING WS-LIST-FILE WS-LIST-NAME 2 WS-CHANGED
    IF WS-CHANGED = 1
        ADD 1 TO WS-CHANGES
        MOVE SPACES TO WS-OUT
        STRING "  " FUNCTION TRIM(WS-LIST-FILE) ": removed the entry" DELIMITED BY SIZE INTO WS-OUT
        PERFORM WriteOut
    END-IF.

    EXIT SECTION.

*> Each generation loses the player's saves; its claims.dat and mutes.dat
*> copies lose the player's claims and mute, and any trust left is
*> anonymized, so a restore cannot bring the name back. signs.dat copies are compressed NBT and stay as they are until
*> the generation is pruned -- the receipt says so.
EraseBackups SECTION.
    MOVE 0 TO WS-GEN-SIGNS
    CALL "Dir-FindFirst" USING "backups/*.gen" WS-ENTRY-NAME WS-FOUND
    PERFORM UNTIL WS-FOUND = 0
        PERFORM GenerationDir
        IF WS-HAVE-UUID = 1
            CALL "Player-FileName" USING WS-UUID WS-CANDIDATE
            MOVE SPACES TO WS-FILENAME
            STRING FUNCTION TRIM(WS-GEN-DIR) "/" FUNCTION TRIM(WS-CANDIDATE)
                DELIMITED BY SIZE INTO WS-FILENAME
            PERFORM DeleteIfPresent
            MOVE SPACES TO WS-FILENAME
            STRING FUNCTION TRIM(WS-GEN-DIR) "/" FUNCTION TRIM(WS-CANDIDATE) "_old"
                DELIMITED BY SIZE INTO WS-FILENAME
            PERFORM DeleteIfPresent
        END-IF
        MOVE 1 TO WS-MATCH-FIELD
        MOVE SPACES TO WS-FILENAME
        STRING FUNCTION TRIM(WS-GEN-DIR) "/claims.dat" DELIMITED BY SIZE INTO WS-FILENAME
        IF WS-NAME-LEN > 0
            PERFORM DropTextLines
        END-IF
        PERFORM AnonymizeTextFile
        MOVE SPACES TO WS-FILENAME
        STRING FUNCTION TRIM(WS-GEN-DIR) "/mutes.dat" DELIMITED BY SIZE INTO WS-FILENAME
        IF WS-NAME-LEN > 0
            PERFORM DropTextLines
        END-IF
        MOVE SPACES TO WS-FILENAME
        STRING FUNCTION TRIM(WS-GEN-DIR) "/signs.dat" DELIMITED BY SIZE INTO WS-FILENAME
        CALL "CBL_CHECK_FILE_EXIST" USING WS-FILENAME WS-FILE-DETAILS
        IF RETURN-CODE = 0
            ADD 1 TO WS-GEN-SIGNS
        END-IF
        MOVE 0 TO RETURN-CODE
        CALL "Dir-FindNext" USING WS-ENTRY-NAME WS-FOUND
    END-PERFORM
    IF WS-GEN-SIGNS > 0 AND WS-NAME-LEN > 0
        MOVE WS-GEN-SIGNS TO WS-NUM1
        MOVE SPACES TO WS-OUT
        STRING "  note: " FUNCTION TRIM(WS-NUM1) " backup generation(s) keep a signs.dat copy"
            " that may still name the player as a sign owner until pruned"
            DELIMITED BY SIZE INTO WS-OUT
        PERFORM WriteOut
    END-IF.

    EXIT SECTION.

*> Remove every line whose comma-separated field WS-MATCH-FIELD is the
*> player's name.
DropTextLines SECTION.
    PERFORM LoadTextFile
    IF WS-FILE-OK NOT = 1
        PERFORM ReportTooLarge
        EXIT SECTION
    END-IF
    MOVE 0 TO WS-LINES-HIT
    PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1 UNTIL WS-LINE-INDEX > LINE-COUNT
        MOVE SPACES TO WS-FIELD1 WS-FIELD2
        UNSTRING LINE-TEXT(WS-LINE-INDEX) DELIMITED BY "," INTO WS-FIELD1 WS-FIELD2
        IF WS-MATCH-FIELD = 2
            MOVE WS-FIELD2 TO WS-FIELD1
        END-IF
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD1)) = WS-NAME-UPPER
            MOVE 1 TO LINE-DROP(WS-LINE-INDEX)
            ADD 1 TO WS-LINES-HIT
        END-IF
    END-PERFORM
    IF WS-LINES-HIT > 0
        PERFORM SaveTextFile
        MOVE WS-LINES-HIT TO WS-NUM1
        MOVE SPACES TO WS-OUT
        STRING "  " FUNCTION TRIM(WS-FILENAME) ": removed " FUNCTION TRIM(WS-NUM1) " line(s)"
            DELIMITED BY SIZE INTO WS-OUT
        PERFORM WriteOut
    END-IF.

    EXIT SECTION.

*> Replace the player's name and uuid wherever they appear in the file,
*> keeping every line.
AnonymizeTextFile SECTION.
    PERFORM LoadTextFile
    IF WS-FILE-OK NOT = 1
        PERFORM ReportTooLarge
        EXIT SECTION
    END-IF
    MOVE 0 TO WS-LINES-HIT
    MOVE 1 TO WS-SCRUB
    PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1 UNTIL WS-LINE-INDEX > LINE-COUNT
        MOVE LINE-TEXT(WS-LINE-INDEX) TO WS-SCAN-LINE
        PERFORM ScanLine
        IF WS-SCAN-HITS > 0
            MOVE WS-SCRUBBED TO LINE-TEXT(WS-LINE-INDEX)
            ADD 1 TO WS-LINES-HIT
        END-IF
    END-PERFORM
    MOVE 0 TO WS-SCRUB
    IF WS-LINES-HIT > 0
        PERFORM SaveTextFile
        MOVE WS-LINES-HIT TO WS-NUM1
        MOVE SPACES TO WS-OUT
        STRING "  " FUNCTION TRIM(WS-FILENAME) ": anonymized " FUNCTION TRIM(WS-NUM1) " line(s)"
            DELIMITED BY SIZE INTO WS-OUT
        PERFORM WriteOut
    END-IF.

    EXIT SECTION.

ReportTooLarge SECTION.
    IF WS-FILE-OK = 2
        MOVE SPACES TO WS-OUT
        STRING "  " FUNCTION TRIM(WS-FILENAME) " is too large to rewrite here and was NOT changed"
            DELIMITED BY SIZE INTO WS-OUT
        PERFORM WriteOut
    END-IF.

    EXIT SECTION.

*> WS-FILE-OK: 0 no such file, 1 loaded, 2 more lines than the table holds.
LoadTextFile SECTION.
    MOVE 0 TO LINE-COUNT
    MOVE 0 TO WS-FILE-OK
    OPEN INPUT TEXT-FILE
    IF FS-TEXT-STATUS NOT = "00"
        EXIT SECTION
    END-IF
    MOVE 1 TO WS-FILE-OK
    PERFORM UNTIL FS-TEXT-STATUS = "10"
        READ TEXT-FILE
            AT END
                MOVE "10" TO FS-TEXT-STATUS
            NOT AT END
                IF LINE-COUNT < MAX-LINES
                    ADD 1 TO LINE-COUNT
                    MOVE TEXT-LINE TO LINE-TEXT(LINE-COUNT)
                    MOVE 0 TO LINE-DROP(LINE-COUNT)
                ELSE
                    MOVE 2 TO WS-FILE-OK
                END-IF
        END-READ
    END-PERFORM
    CLOSE TEXT-FILE.

    EXIT SECTION.

SaveTextFile SECTION.
    OPEN OUTPUT TEXT-FILE
    IF FS-TEXT-STATUS NOT = "00"
        MOVE SPACES TO WS-OUT
        STRING "  could NOT rewrite " FUNCTION TRIM(WS-FILENAME) DELIMITED BY SIZE INTO WS-OUT
        PERFORM WriteOut
        EXIT SECTION
    END-IF
    PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1 UNTIL WS-LINE-INDEX > LINE-COUNT
        IF LINE-DROP(WS-LINE-INDEX) = 0
            MOVE LINE-TEXT(WS-LINE-INDEX) TO TEXT-LINE
            WRITE TEXT-LINE
        END-IF
    END-PERFORM
    CLOSE TEXT-FILE
    ADD 1 TO WS-CHANGES.

    EXIT SECTION.

*> ------------------------------------------------------------- matching

*> Count the places WS-SCAN-LINE names the player -- the name as a whole word,
*> any case, or the uuid hex -- and with WS-SCRUB set build WS-SCRUBBED with
*> each one replaced by the erased token. "Al" must not match inside "Alex".
ScanLine SECTION.
    MOVE 0 TO WS-SCAN-HITS
    MOVE 0 TO WS-TALLY
    MOVE FUNCTION UPPER-CASE(WS-SCAN-LINE) TO WS-SCAN-UPPER
    IF WS-NAME-LEN > 0
        INSPECT WS-SCAN-UPPER TALLYING WS-TALLY FOR ALL WS-NAME-UPPER(1:WS-NAME-LEN)
    END-IF
    IF WS-HAVE-UUID = 1
        INSPECT WS-SCAN-UPPER TALLYING WS-TALLY FOR ALL WS-HEX-UPPER
    END-IF
    IF WS-TALLY = 0
        EXIT SECTION
    END-IF

    MOVE SPACES TO WS-SCRUBBED
    MOVE 1 TO WS-OUT-PTR
    MOVE 1 TO WS-POS
    PERFORM UNTIL WS-POS > 512
        MOVE 0 TO WS-MATCH-LEN
        IF WS-HAVE-UUID = 1 AND WS-POS <= 481
            IF WS-SCAN-UPPER(WS-POS:32) = WS-HEX-UPPER
                MOVE 32 TO WS-MATCH-LEN
            END-IF
        END-IF
        IF WS-MATCH-LEN = 0 AND WS-NAME-LEN > 0 AND WS-POS + WS-NAME-LEN <= 513
            IF WS-SCAN-UPPER(WS-POS:WS-NAME-LEN) = WS-NAME-UPPER(1:WS-NAME-LEN)
                MOVE WS-NAME-LEN TO WS-MATCH-LEN
            END-IF
        END-IF
        IF WS-MATCH-LEN > 0 AND WS-POS > 1
            MOVE WS-SCAN-LINE(WS-POS - 1:1) TO WS-CHAR
            PERFORM CheckNameChar
            IF WS-IS-NAME-CHAR = 1
                MOVE 0 TO WS-MATCH-LEN
            END-IF
        END-IF
        IF WS-MATCH-LEN > 0 AND WS-POS + WS-MATCH-LEN <= 512
            MOVE WS-SCAN-LINE(WS-POS + WS-MATCH-LEN:1) TO WS-CHAR
            PERFORM CheckNameChar
            IF WS-IS-NAME-CHAR = 1
                MOVE 0 TO WS-MATCH-LEN
            END-IF
        END-IF
        IF WS-MATCH-LEN > 0
            ADD 1 TO WS-SCAN-HITS
            IF WS-SCRUB = 0
                EXIT SECTION
            END-IF
            STRING ERASED-TOKEN(1:ERASED-TOKEN-LEN) DELIMITED BY SIZE
                INTO WS-SCRUBBED WITH POINTER WS-OUT-PTR
            ADD WS-MATCH-LEN TO WS-POS
        ELSE
            IF WS-OUT-PTR <= 512
                MOVE WS-SCAN-LINE(WS-POS:1) TO WS-SCRUBBED(WS-OUT-PTR:1)
                ADD 1 TO WS-OUT-PTR
            END-IF
            ADD 1 TO WS-POS
        END-IF
    END-PERFORM.

    EXIT SECTION.

CheckNameChar SECTION.
    MOVE 0 TO WS-IS-NAME-CHAR
    IF (WS-CHAR IS ALPHABETIC AND WS-CHAR NOT = SPACE) OR WS-CHAR IS NUMERIC OR WS-CHAR = "_"
        MOVE 1 TO WS-IS-NAME-CHAR
    END-IF.

    EXIT SECTION.

*> One line of the export or receipt; a receipt is printed as it is written.
WriteOut SECTION.
    MOVE WS-OUT TO REPORT-LINE
    WRITE REPORT-LINE
    IF WS-ERASING = 1
        DISPLAY FUNCTION TRIM(WS-OUT TRAILING)
    END-IF.

    EXIT SECTION.

END PROGRAM privacy.
