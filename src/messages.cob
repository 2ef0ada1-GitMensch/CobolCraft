*> --- Messages-Load ---
*> (Re)build the message catalogs: messages-en_us.conf first, as the
*> reference every other catalog is measured against, then the
*> server.properties language as the default. Locales clients have already
*> reported are looked up again afterwards, so a reload re-reads their
*> catalogs too. Called at startup and on first use after Admin-Reload
*> clears MESSAGES-LOADED.
IDENTIFICATION DIVISION.
PROGRAM-ID. Messages-Load.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-MESSAGES.
    COPY DD-CLIENTS.
    COPY DD-SERVER-PROPERTIES.
    01 WS-REFERENCE-LOCALE      PIC X(16) VALUE "en_us".
    01 WS-CATALOG               BINARY-LONG UNSIGNED.
    01 WS-SCAN-ID               BINARY-LONG UNSIGNED.
    01 WS-LOG-MSG               PIC X(128).

PROCEDURE DIVISION.
    MOVE 0 TO MESSAGE-KEY-COUNT
    MOVE 0 TO MESSAGE-CATALOG-COUNT
    MOVE 1 TO MESSAGE-DEFAULT-CATALOG
    MOVE 1 TO MESSAGES-LOADED

    CALL "Messages-LoadCatalog" USING WS-REFERENCE-LOCALE WS-CATALOG

    IF SERVER-LANGUAGE NOT = SPACES AND SERVER-LANGUAGE NOT = WS-REFERENCE-LOCALE
        CALL "Messages-LoadCatalog" USING SERVER-LANGUAGE WS-CATALOG
        IF WS-CATALOG = 0
            STRING "Default language " FUNCTION TRIM(SERVER-LANGUAGE)
                   " has no catalog, using en_us"
                DELIMITED BY SIZE INTO WS-LOG-MSG
            CALL "Log-Warn" USING WS-LOG-MSG
        ELSE
            MOVE WS-CATALOG TO MESSAGE-DEFAULT-CATALOG
        END-IF
    END-IF

    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-CLIENTS
        MOVE 0 TO CLIENT-LANGUAGE(WS-SCAN-ID)
        IF CLIENT-PRESENT(WS-SCAN-ID) = 1 AND CLIENT-LOCALE(WS-SCAN-ID) NOT = SPACES
            CALL "Messages-SelectLocale" USING WS-SCAN-ID
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Messages-Load.

*> --- Messages-LoadCatalog ---
*> Find or load the catalog for one locale, handing back its index (0 when
*> there is no messages-<locale>.conf, or no room for another catalog). The
*> file holds one "<key>=<text>" line per message, "#" lines are comments,
*> and the text may carry {1} .. {6} placeholders. Loading the reference
*> catalog defines the keys; any other catalog is checked against them, and
*> every key it lacks or doesn't know is reported now rather than turning
*> up as a blank line in somebody's chat later.
IDENTIFICATION DIVISION.
PROGRAM-ID. Messages-LoadCatalog.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CATALOG-FILE ASSIGN TO WS-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CATALOG-FILE.
01  CATALOG-LINE                PIC X(300).

WORKING-STORAGE SECTION.
    COPY DD-MESSAGES.
    01 FS-STATUS                PIC X(2).
    01 WS-FILENAME              PIC X(64).
    01 WS-CATALOG               BINARY-LONG UNSIGNED.
    01 WS-KEY-INDEX             BINARY-LONG UNSIGNED.
    01 WS-EQ-POS                BINARY-LONG UNSIGNED.
    01 WS-KEY                   PIC X(48).
    01 WS-TEXT                  PIC X(200).
    01 WS-MISSING               BINARY-LONG UNSIGNED.
    01 WS-COUNT-TEXT            PIC ZZZ9.
    01 WS-LOG-MSG               PIC X(200).
LINKAGE SECTION.
    01 LK-LOCALE                PIC X(16).
    01 LK-CATALOG               BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-LOCALE LK-CATALOG.
    MOVE 0 TO LK-CATALOG
    PERFORM VARYING WS-CATALOG FROM 1 BY 1 UNTIL WS-CATALOG > MESSAGE-CATALOG-COUNT
        IF MESSAGE-CATALOG-LOCALE(WS-CATALOG) = LK-LOCALE
            IF MESSAGE-CATALOG-FOUND(WS-CATALOG) = 1
                MOVE WS-CATALOG TO LK-CATALOG
            END-IF
            GOBACK
        END-IF
    END-PERFORM
    IF MESSAGE-CATALOG-COUNT >= MAX-MESSAGE-CATALOGS
        GOBACK
    END-IF

    ADD 1 TO MESSAGE-CATALOG-COUNT
    MOVE MESSAGE-CATALOG-COUNT TO WS-CATALOG
    MOVE LK-LOCALE TO MESSAGE-CATALOG-LOCALE(WS-CATALOG)
    MOVE 0 TO MESSAGE-CATALOG-FOUND(WS-CATALOG)
    PERFORM VARYING WS-KEY-INDEX FROM 1 BY 1 UNTIL WS-KEY-INDEX > MAX-MESSAGE-KEYS
        MOVE 0 TO MESSAGE-TEXT-LEN(WS-CATALOG, WS-KEY-INDEX)
    END-PERFORM

    MOVE SPACES TO WS-FILENAME
    STRING "messages-" FUNCTION TRIM(LK-LOCALE) ".conf" DELIMITED BY SIZE INTO WS-FILENAME
    OPEN INPUT CATALOG-FILE
    IF FS-STATUS NOT = "00"
        IF WS-CATALOG = 1
            CALL "Log-Error" USING "messages-en_us.conf is missing; players will see message keys"
        ELSE
            STRING "No " FUNCTION TRIM(WS-FILENAME) ", players using "
                   FUNCTION TRIM(LK-LOCALE) " get the default language"
                DELIMITED BY SIZE INTO WS-LOG-MSG
            CALL "Log-Info" USING WS-LOG-MSG
        END-IF
        GOBACK
    END-IF

    PERFORM UNTIL FS-STATUS = "10"
        READ CATALOG-FILE
            AT END
                MOVE "10" TO FS-STATUS
            NOT AT END
                PERFORM ParseLine
        END-READ
    END-PERFORM
    CLOSE CATALOG-FILE
    MOVE 1 TO MESSAGE-CATALOG-FOUND(WS-CATALOG)
    MOVE WS-CATALOG TO LK-CATALOG

    PERFORM ReportMissing
    MOVE SPACES TO WS-LOG-MSG
    STRING "Loaded " FUNCTION TRIM(WS-FILENAME) DELIMITED BY SIZE INTO WS-LOG-MSG
    CALL "Log-Info" USING WS-LOG-MSG
    GOBACK.

ParseLine.
    IF CATALOG-LINE = SPACES OR CATALOG-LINE(1:1) = "#"
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-EQ-POS
    INSPECT CATALOG-LINE TALLYING WS-EQ-POS FOR CHARACTERS BEFORE INITIAL "="
    IF WS-EQ-POS = 0 OR WS-EQ-POS >= LENGTH OF CATALOG-LINE
        STRING FUNCTION TRIM(WS-FILENAME) ": skipping bad line: "
               FUNCTION TRIM(CATALOG-LINE(1:100))
            DELIMITED BY SIZE INTO WS-LOG-MSG
        CALL "Log-Warn" USING WS-LOG-MSG
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(CATALOG-LINE(1:WS-EQ-POS)) TO WS-KEY
    MOVE CATALOG-LINE(WS-EQ-POS + 2:) TO WS-TEXT

    PERFORM FindKey
    IF WS-KEY-INDEX = 0
        IF WS-CATALOG NOT = 1
            MOVE SPACES TO WS-LOG-MSG
            STRING FUNCTION TRIM(WS-FILENAME) ": unknown key '" FUNCTION TRIM(WS-KEY) "'"
                DELIMITED BY SIZE INTO WS-LOG-MSG
            CALL "Log-Warn" USING WS-LOG-MSG
            EXIT PARAGRAPH
        END-IF
        IF MESSAGE-KEY-COUNT >= MAX-MESSAGE-KEYS
            MOVE SPACES TO WS-LOG-MSG
            STRING FUNCTION TRIM(WS-FILENAME) ": too many keys, skipping '"
                   FUNCTION TRIM(WS-KEY) "'"
                DELIMITED BY SIZE INTO WS-LOG-MSG
            CALL "Log-Warn" USING WS-LOG-MSG
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO MESSAGE-KEY-COUNT
        MOVE MESSAGE-KEY-COUNT TO WS-KEY-INDEX
        MOVE WS-KEY TO MESSAGE-KEY(WS-KEY-INDEX)
    END-IF

    MOVE WS-TEXT TO MESSAGE-TEXT(WS-CATALOG, WS-KEY-INDEX)
    IF WS-TEXT = SPACES
        MOVE 0 TO MESSAGE-TEXT-LEN(WS-CATALOG, WS-KEY-INDEX)
    ELSE
        MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TEXT TRAILING))
            TO MESSAGE-TEXT-LEN(WS-CATALOG, WS-KEY-INDEX)
    END-IF
    EXIT PARAGRAPH.

FindKey.
    PERFORM VARYING WS-KEY-INDEX FROM 1 BY 1 UNTIL WS-KEY-INDEX > MESSAGE-KEY-COUNT
        IF MESSAGE-KEY(WS-KEY-INDEX) = WS-KEY
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    MOVE 0 TO WS-KEY-INDEX
    EXIT PARAGRAPH.

*> Every key without text in this catalog, by name. Those players read the
*> default language (or English) for these until the catalog is completed.
ReportMissing.
    MOVE 0 TO WS-MISSING
    PERFORM VARYING WS-KEY-INDEX FROM 1 BY 1 UNTIL WS-KEY-INDEX > MESSAGE-KEY-COUNT
        IF MESSAGE-TEXT-LEN(WS-CATALOG, WS-KEY-INDEX) = 0
            ADD 1 TO WS-MISSING
            MOVE SPACES TO WS-LOG-MSG
            STRING FUNCTION TRIM(WS-FILENAME) ": missing key '"
                   FUNCTION TRIM(MESSAGE-KEY(WS-KEY-INDEX)) "'"
                DELIMITED BY SIZE INTO WS-LOG-MSG
            CALL "Log-Warn" USING WS-LOG-MSG
        END-IF
    END-PERFORM
    IF WS-MISSING > 0
        MOVE WS-MISSING TO WS-COUNT-TEXT
        MOVE SPACES TO WS-LOG-MSG
        STRING FUNCTION TRIM(WS-FILENAME) ": " FUNCTION TRIM(WS-COUNT-TEXT)
               " keys missing, falling back for those"
            DELIMITED BY SIZE INTO WS-LOG-MSG
        CALL "Log-Warn" USING WS-LOG-MSG
    END-IF
    EXIT PARAGRAPH.

END PROGRAM Messages-LoadCatalog.

*> --- Messages-SelectLocale ---
*> Pick a client's catalog from the locale its Client Information reported
*> (CLIENT-LOCALE, e.g. "de_de"). Only lower-case letters, digits and "_"
*> make it into a file name; anything else, or a locale without a catalog,
*> leaves the client on the default language (CLIENT-LANGUAGE 0).
IDENTIFICATION DIVISION.
PROGRAM-ID. Messages-SelectLocale.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-MESSAGES.
    COPY DD-CLIENTS.
    01 WS-LOCALE                PIC X(16).
    01 WS-POS                   BINARY-LONG UNSIGNED.
    01 WS-CATALOG               BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-CLIENT.
    MOVE 0 TO CLIENT-LANGUAGE(LK-CLIENT)
    IF MESSAGES-LOADED = 0
        *> Messages-Load comes back through here for every client.
        CALL "Messages-Load"
        GOBACK
    END-IF

    MOVE FUNCTION LOWER-CASE(CLIENT-LOCALE(LK-CLIENT)) TO WS-LOCALE
    IF WS-LOCALE = SPACES
        GOBACK
    END-IF
    PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > LENGTH OF WS-LOCALE
        IF WS-LOCALE(WS-POS:1) = SPACE
            IF WS-LOCALE(WS-POS:) NOT = SPACES
                GOBACK
            END-IF
            EXIT PERFORM
        END-IF
        IF (WS-LOCALE(WS-POS:1) < "a" OR WS-LOCALE(WS-POS:1) > "z")
                AND (WS-LOCALE(WS-POS:1) < "0" OR WS-LOCALE(WS-POS:1) > "9")
                AND WS-LOCALE(WS-POS:1) NOT = "_"
            GOBACK
        END-IF
    END-PERFORM

    CALL "Messages-LoadCatalog" USING WS-LOCALE WS-CATALOG
    MOVE WS-CATALOG TO CLIENT-LANGUAGE(LK-CLIENT)
    GOBACK.

END PROGRAM Messages-SelectLocale.

*> --- Message-Format ---
*> Word one message: the key's text from the given catalog (0 for the
*> default language), falling back to the default language and then to
*> English for a key that catalog lacks, with {1} .. {6} replaced by the
*> trimmed arguments. A key no catalog has at all comes out as the key
*> itself -- a visible bug report rather than a blank line -- and is logged.
IDENTIFICATION DIVISION.
PROGRAM-ID. Message-Format.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-MESSAGES.
    01 WS-KEY                   PIC X(48).
    01 WS-KEY-INDEX             BINARY-LONG UNSIGNED.
    01 WS-CATALOG               BINARY-LONG UNSIGNED.
    01 WS-TEXT                  PIC X(200).
    01 WS-TEXT-LEN              BINARY-LONG UNSIGNED.
    01 WS-POS                   BINARY-LONG UNSIGNED.
    01 WS-ARG-NUMBER            BINARY-LONG UNSIGNED.
    01 WS-ARG-LEN               BINARY-LONG UNSIGNED.
    01 WS-OUT-CAPACITY          BINARY-LONG UNSIGNED.
    01 WS-LOG-MSG               PIC X(128).
LINKAGE SECTION.
    01 LK-CATALOG               BINARY-LONG UNSIGNED.
    01 LK-KEY                   PIC X ANY LENGTH.
    01 LK-ARGS.
        05 LK-ARG               PIC X(64) OCCURS 6 TIMES.
    01 LK-OUT                   PIC X ANY LENGTH.
    01 LK-OUT-LEN               BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-CATALOG LK-KEY LK-ARGS LK-OUT LK-OUT-LEN.
    MOVE SPACES TO LK-OUT
    MOVE 0 TO LK-OUT-LEN
    MOVE LENGTH OF LK-OUT TO WS-OUT-CAPACITY
    IF MESSAGES-LOADED = 0
        CALL "Messages-Load"
    END-IF

    MOVE LK-KEY TO WS-KEY
    PERFORM VARYING WS-KEY-INDEX FROM 1 BY 1 UNTIL WS-KEY-INDEX > MESSAGE-KEY-COUNT
        IF MESSAGE-KEY(WS-KEY-INDEX) = WS-KEY
            EXIT PERFORM
        END-IF
    END-PERFORM

    MOVE 0 TO WS-CATALOG
    IF WS-KEY-INDEX <= MESSAGE-KEY-COUNT
        IF LK-CATALOG > 0 AND LK-CATALOG <= MESSAGE-CATALOG-COUNT
            IF MESSAGE-TEXT-LEN(LK-CATALOG, WS-KEY-INDEX) > 0
                MOVE LK-CATALOG TO WS-CATALOG
            END-IF
        END-IF
        IF WS-CATALOG = 0 AND MESSAGE-TEXT-LEN(MESSAGE-DEFAULT-CATALOG, WS-KEY-INDEX) > 0
            MOVE MESSAGE-DEFAULT-CATALOG TO WS-CATALOG
        END-IF
        IF WS-CATALOG = 0 AND MESSAGE-TEXT-LEN(1, WS-KEY-INDEX) > 0
            MOVE 1 TO WS-CATALOG
        END-IF
    END-IF

    IF WS-CATALOG = 0
        STRING "No message text for key '" FUNCTION TRIM(WS-KEY) "'"
            DELIMITED BY SIZE INTO WS-LOG-MSG
        CALL "Log-Warn" USING WS-LOG-MSG
        MOVE WS-KEY TO WS-TEXT
        COMPUTE WS-TEXT-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-KEY))
    ELSE
        MOVE MESSAGE-TEXT(WS-CATALOG, WS-KEY-INDEX) TO WS-TEXT
        MOVE MESSAGE-TEXT-LEN(WS-CATALOG, WS-KEY-INDEX) TO WS-TEXT-LEN
    END-IF

    MOVE 1 TO WS-POS
    PERFORM UNTIL WS-POS > WS-TEXT-LEN OR LK-OUT-LEN >= WS-OUT-CAPACITY
        MOVE 0 TO WS-ARG-NUMBER
        IF WS-TEXT(WS-POS:1) = "{" AND WS-POS + 2 <= WS-TEXT-LEN
            IF WS-TEXT(WS-POS + 2:1) = "}" AND WS-TEXT(WS-POS + 1:1) >= "1"
                    AND WS-TEXT(WS-POS + 1:1) <= "6"
                COMPUTE WS-ARG-NUMBER = FUNCTION NUMVAL(WS-TEXT(WS-POS + 1:1))
            END-IF
        END-IF
        IF WS-ARG-NUMBER = 0
            ADD 1 TO LK-OUT-LEN
            MOVE WS-TEXT(WS-POS:1) TO LK-OUT(LK-OUT-LEN:1)
            ADD 1 TO WS-POS
        ELSE
            PERFORM AppendArg
            ADD 3 TO WS-POS
        END-IF
    END-PERFORM
    GOBACK.

AppendArg.
    IF LK-ARG(WS-ARG-NUMBER) = SPACES
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-ARG-LEN = FUNCTION LENGTH(FUNCTION TRIM(LK-ARG(WS-ARG-NUMBER)))
    IF LK-OUT-LEN + WS-ARG-LEN > WS-OUT-CAPACITY
        COMPUTE WS-ARG-LEN = WS-OUT-CAPACITY - LK-OUT-LEN
    END-IF
    IF WS-ARG-LEN > 0
        MOVE FUNCTION TRIM(LK-ARG(WS-ARG-NUMBER)) TO LK-OUT(LK-OUT-LEN + 1:WS-ARG-LEN)
        ADD WS-ARG-LEN TO LK-OUT-LEN
    END-IF
    EXIT PARAGRAPH.

END PROGRAM Message-Format.

*> --- Message-Text ---
*> Word a message for whoever is being answered right now (MESSAGE-LANGUAGE):
*> the player whose packet is being handled, or the default language for the
*> console, RCON and the scheduler. This is what command replies and every
*> shared result line go through.
IDENTIFICATION DIVISION.
PROGRAM-ID. Message-Text.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-MESSAGES.
    01 WS-OUT-LEN               BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-KEY                   PIC X ANY LENGTH.
    01 LK-ARGS                  PIC X(384).
    01 LK-OUT                   PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-KEY LK-ARGS LK-OUT.
    CALL "Message-Format" USING MESSAGE-LANGUAGE LK-KEY LK-ARGS LK-OUT WS-OUT-LEN
    GOBACK.

END PROGRAM Message-Text.

*> --- Message-TextFor ---
*> Word a message in one particular client's language -- for text that goes
*> to somebody other than whoever is being answered, such as a kick reason
*> or a notice to the other side of a trade.
IDENTIFICATION DIVISION.
PROGRAM-ID. Message-TextFor.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    01 WS-CATALOG               BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
    01 LK-KEY                   PIC X ANY LENGTH.
    01 LK-ARGS                  PIC X(384).
    01 LK-OUT                   PIC X ANY LENGTH.
    01 LK-OUT-LEN               BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-CLIENT LK-KEY LK-ARGS LK-OUT LK-OUT-LEN.
    MOVE 0 TO WS-CATALOG
    IF LK-CLIENT > 0 AND LK-CLIENT <= MAX-CLIENTS
        MOVE CLIENT-LANGUAGE(LK-CLIENT) TO WS-CATALOG
    END-IF
    CALL "Message-Format" USING WS-CATALOG LK-KEY LK-ARGS LK-OUT LK-OUT-LEN
    GOBACK.

END PROGRAM Message-TextFor.

*> --- Message-Send ---
*> Word a message in one client's language and send it to them as a system
*> chat line.
IDENTIFICATION DIVISION.
PROGRAM-ID. Message-Send.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 WS-LINE                  PIC X(256).
    01 WS-LINE-LEN              BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
    01 LK-KEY                   PIC X ANY LENGTH.
    01 LK-ARGS                  PIC X(384).

PROCEDURE DIVISION USING LK-CLIENT LK-KEY LK-ARGS.
    CALL "Message-TextFor" USING LK-CLIENT LK-KEY LK-ARGS WS-LINE WS-LINE-LEN
    IF WS-LINE-LEN > 0
        CALL "SendPacket-SystemChat" USING LK-CLIENT WS-LINE WS-LINE-LEN
    END-IF
    GOBACK.

END PROGRAM Message-Send.

*> --- Message-Broadcast ---
*> Send a message to everyone in the play state, each in their own language
*> -- death messages, AFK notices and the like.
IDENTIFICATION DIVISION.
PROGRAM-ID. Message-Broadcast.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    01 WS-SCAN-ID               BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-KEY                   PIC X ANY LENGTH.
    01 LK-ARGS                  PIC X(384).

PROCEDURE DIVISION USING LK-KEY LK-ARGS.
    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(WS-SCAN-ID) = 1 AND CLIENT-STATE(WS-SCAN-ID) = CLIENT-STATE-PLAY
            CALL "Message-Send" USING WS-SCAN-ID LK-KEY LK-ARGS
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Message-Broadcast.
