*> --- Accounts-Load ---
*> Read balances.dat into the account table: one "uuid-hex,name,balance" line
*> per account, the UUID as 32 hex digits the way claims.dat writes it.
IDENTIFICATION DIVISION.
PROGRAM-ID. Accounts-Load.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BALANCES-FILE ASSIGN TO "balances.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  BALANCES-FILE.
01  BALANCES-LINE               PIC X(96).

WORKING-STORAGE SECTION.
    COPY DD-ACCOUNTS.
    01 FS-STATUS                PIC X(2).
    01 WS-UUID-HEX              PIC X(32).
    01 WS-NAME-TEXT             PIC X(16).
    01 WS-BALANCE-TEXT          PIC X(32).

PROCEDURE DIVISION.
    MOVE 0 TO ACCOUNT-COUNT
    MOVE 1 TO ACCOUNTS-LOADED

    OPEN INPUT BALANCES-FILE
    IF FS-STATUS NOT = "00"
        GOBACK
    END-IF

    PERFORM UNTIL FS-STATUS = "10"
        READ BALANCES-FILE
            AT END
                MOVE "10" TO FS-STATUS
            NOT AT END
                PERFORM ParseLine
        END-READ
    END-PERFORM

    CLOSE BALANCES-FILE
    CALL "Log-Info" USING "Loaded balances.dat"
    GOBACK.

ParseLine.
    IF BALANCES-LINE = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-UUID-HEX WS-NAME-TEXT WS-BALANCE-TEXT
    UNSTRING BALANCES-LINE DELIMITED BY "," INTO WS-UUID-HEX WS-NAME-TEXT WS-BALANCE-TEXT
    IF WS-UUID-HEX = SPACES OR FUNCTION TEST-NUMVAL(WS-BALANCE-TEXT) NOT = 0
            OR ACCOUNT-COUNT >= MAX-ACCOUNT-ENTRIES
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO ACCOUNT-COUNT
    CALL "Uuid-FromHex" USING WS-UUID-HEX ACCOUNT-UUID(ACCOUNT-COUNT)
    MOVE WS-NAME-TEXT TO ACCOUNT-NAME(ACCOUNT-COUNT)
    COMPUTE ACCOUNT-BALANCE(ACCOUNT-COUNT) = FUNCTION NUMVAL(WS-BALANCE-TEXT)
    EXIT PARAGRAPH.

END PROGRAM Accounts-Load.

*> --- Accounts-Save ---
*> Rewrite balances.dat from the live table after any movement.
IDENTIFICATION DIVISION.
PROGRAM-ID. Accounts-Save.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BALANCES-FILE ASSIGN TO "balances.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  BALANCES-FILE.
01  BALANCES-LINE               PIC X(96).

WORKING-STORAGE SECTION.
    COPY DD-ACCOUNTS.
    01 FS-STATUS                PIC X(2).
    01 WS-INDEX                 BINARY-LONG UNSIGNED.
    01 WS-UUID-HEX              PIC X(32).
    01 WS-BALANCE-TEXT          PIC -(18)9.

PROCEDURE DIVISION.
    OPEN OUTPUT BALANCES-FILE
    IF FS-STATUS NOT = "00"
        CALL "Log-Error" USING "Failed to save balances.dat"
        GOBACK
    END-IF

    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > ACCOUNT-COUNT
        CALL "Uuid-ToHex" USING ACCOUNT-UUID(WS-INDEX) WS-UUID-HEX
        MOVE ACCOUNT-BALANCE(WS-INDEX) TO WS-BALANCE-TEXT
        MOVE SPACES TO BALANCES-LINE
        STRING WS-UUID-HEX "," FUNCTION TRIM(ACCOUNT-NAME(WS-INDEX)) ","
               FUNCTION TRIM(WS-BALANCE-TEXT)
            DELIMITED BY SIZE INTO BALANCES-LINE
        WRITE BALANCES-LINE
    END-PERFORM

    CLOSE BALANCES-FILE
    GOBACK.

END PROGRAM Accounts-Save.

*> --- Accounts-Open ---
*> The account for a player UUID, opened at zero on first sight. Called at
*> every login, which also keeps the account's name current through a
*> rename -- the name is what /pay and shop signs find an account by.
*> Returns 0 only when the table is full.
IDENTIFICATION DIVISION.
PROGRAM-ID. Accounts-Open.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-ACCOUNTS.
    01 WS-INDEX                 BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-UUID                  PIC X(16).
    01 LK-NAME                  PIC X(16).
    01 LK-ACCOUNT               BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-UUID LK-NAME LK-ACCOUNT.
    MOVE 0 TO LK-ACCOUNT
    IF ACCOUNTS-LOADED = 0
        CALL "Accounts-Load"
    END-IF

    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > ACCOUNT-COUNT
        IF ACCOUNT-UUID(WS-INDEX) = LK-UUID
            MOVE WS-INDEX TO LK-ACCOUNT
            IF ACCOUNT-NAME(WS-INDEX) NOT = LK-NAME
                MOVE LK-NAME TO ACCOUNT-NAME(WS-INDEX)
                CALL "Accounts-Save"
            END-IF
            GOBACK
        END-IF
    END-PERFORM

    IF ACCOUNT-COUNT >= MAX-ACCOUNT-ENTRIES
        CALL "Log-Warn" USING "The account table is full"
        GOBACK
    END-IF
    ADD 1 TO ACCOUNT-COUNT
    MOVE LK-UUID TO ACCOUNT-UUID(ACCOUNT-COUNT)
    MOVE LK-NAME TO ACCOUNT-NAME(ACCOUNT-COUNT)
    MOVE 0 TO ACCOUNT-BALANCE(ACCOUNT-COUNT)
    MOVE ACCOUNT-COUNT TO LK-ACCOUNT
    CALL "Accounts-Save"
    GOBACK.

END PROGRAM Accounts-Open.

*> --- Accounts-FindByName ---
*> The account last seen under this name, online or not; 0 if there is none.
IDENTIFICATION DIVISION.
PROGRAM-ID. Accounts-FindByName.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-ACCOUNTS.
    01 WS-INDEX                 BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-NAME                  PIC X(16).
    01 LK-ACCOUNT               BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-NAME LK-ACCOUNT.
    MOVE 0 TO LK-ACCOUNT
    IF ACCOUNTS-LOADED = 0
        CALL "Accounts-Load"
    END-IF
    IF LK-NAME = SPACES
        GOBACK
    END-IF

    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > ACCOUNT-COUNT
        IF FUNCTION TRIM(ACCOUNT-NAME(WS-INDEX)) = FUNCTION TRIM(LK-NAME)
            MOVE WS-INDEX TO LK-ACCOUNT
            GOBACK
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Accounts-FindByName.

*> --- Accounts-Transfer ---
*> The one place money moves. Appends the movement to ledger.dat, then
*> debits the payer, credits the payee and saves balances.dat -- all or
*> nothing: a payer short of the amount moves nothing and writes nothing,
*> and a ledger line that can't be written refuses the transfer
*> (ACCOUNT-XFER-NO-LEDGER), so no coin ever moves without its record. Either side
*> may be account 0, the server itself, which is how /eco grant creates
*> money and /eco take destroys it. The reason is a short word or phrase
*> ("pay", "shop", "eco-grant") and may not contain a comma.
IDENTIFICATION DIVISION.
PROGRAM-ID. Accounts-Transfer.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LEDGER-FILE ASSIGN TO "ledger.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  LEDGER-FILE.
01  LEDGER-LINE                 PIC X(200).

WORKING-STORAGE SECTION.
    COPY DD-ACCOUNTS.
    01 FS-STATUS                PIC X(2).
    01 WS-NOW                   PIC X(21).
    01 WS-PAYER-NAME            PIC X(16).
    01 WS-PAYER-HEX             PIC X(32).
    01 WS-PAYEE-NAME            PIC X(16).
    01 WS-PAYEE-HEX             PIC X(32).
    01 WS-AMOUNT-TEXT           PIC -(18)9.
    01 WS-REASON                PIC X(48).
LINKAGE SECTION.
    01 LK-FROM-ACCOUNT          BINARY-LONG UNSIGNED.
    01 LK-TO-ACCOUNT            BINARY-LONG UNSIGNED.
    01 LK-AMOUNT                BINARY-DOUBLE.
    01 LK-REASON                PIC X ANY LENGTH.
    01 LK-STATUS                BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-FROM-ACCOUNT LK-TO-ACCOUNT LK-AMOUNT LK-REASON LK-STATUS.
    IF ACCOUNTS-LOADED = 0
        CALL "Accounts-Load"
    END-IF
    IF LK-AMOUNT < 1
        MOVE ACCOUNT-XFER-BAD-AMOUNT TO LK-STATUS
        GOBACK
    END-IF
    IF LK-FROM-ACCOUNT > ACCOUNT-COUNT OR LK-TO-ACCOUNT > ACCOUNT-COUNT
            OR LK-FROM-ACCOUNT = LK-TO-ACCOUNT
        MOVE ACCOUNT-XFER-NO-ACCOUNT TO LK-STATUS
        GOBACK
    END-IF
    IF LK-FROM-ACCOUNT > 0
        IF ACCOUNT-BALANCE(LK-FROM-ACCOUNT) < LK-AMOUNT
            MOVE ACCOUNT-XFER-NO-FUNDS TO LK-STATUS
            GOBACK
        END-IF
    END-IF

    MOVE "#server" TO WS-PAYER-NAME
    MOVE SPACES TO WS-PAYER-HEX
    IF LK-FROM-ACCOUNT > 0
        MOVE ACCOUNT-NAME(LK-FROM-ACCOUNT) TO WS-PAYER-NAME
        CALL "Uuid-ToHex" USING ACCOUNT-UUID(LK-FROM-ACCOUNT) WS-PAYER-HEX
    END-IF
    MOVE "#server" TO WS-PAYEE-NAME
    MOVE SPACES TO WS-PAYEE-HEX
    IF LK-TO-ACCOUNT > 0
        MOVE ACCOUNT-NAME(LK-TO-ACCOUNT) TO WS-PAYEE-NAME
        CALL "Uuid-ToHex" USING ACCOUNT-UUID(LK-TO-ACCOUNT) WS-PAYEE-HEX
    END-IF
    MOVE LK-AMOUNT TO WS-AMOUNT-TEXT
    MOVE LK-REASON TO WS-REASON
    INSPECT WS-REASON REPLACING ALL "," BY ";"

    OPEN EXTEND LEDGER-FILE
    IF FS-STATUS NOT = "00"
        OPEN OUTPUT LEDGER-FILE
        IF FS-STATUS NOT = "00"
            CALL "Log-Error" USING "Failed to append to ledger.dat"
            MOVE ACCOUNT-XFER-NO-LEDGER TO LK-STATUS
            GOBACK
        END-IF
    END-IF
    MOVE FUNCTION CURRENT-DATE TO WS-NOW
    MOVE SPACES TO LEDGER-LINE
    STRING WS-NOW(1:14) "," FUNCTION TRIM(WS-PAYER-NAME) "," FUNCTION TRIM(WS-PAYER-HEX) ","
           FUNCTION TRIM(WS-PAYEE-NAME) "," FUNCTION TRIM(WS-PAYEE-HEX) ","
           FUNCTION TRIM(WS-AMOUNT-TEXT) "," FUNCTION TRIM(WS-REASON)
        DELIMITED BY SIZE INTO LEDGER-LINE
    WRITE LEDGER-LINE
    IF FS-STATUS NOT = "00"
        CLOSE LEDGER-FILE
        CALL "Log-Error" USING "Failed to append to ledger.dat"
        MOVE ACCOUNT-XFER-NO-LEDGER TO LK-STATUS
        GOBACK
    END-IF
    CLOSE LEDGER-FILE

    IF LK-FROM-ACCOUNT > 0
        SUBTRACT LK-AMOUNT FROM ACCOUNT-BALANCE(LK-FROM-ACCOUNT)
    END-IF
    IF LK-TO-ACCOUNT > 0
        ADD LK-AMOUNT TO ACCOUNT-BALANCE(LK-TO-ACCOUNT)
    END-IF
    CALL "Accounts-Save"
    MOVE ACCOUNT-XFER-OK TO LK-STATUS
    GOBACK.

END PROGRAM Accounts-Transfer.

*> --- Accounts-Command ---
*> The money verbs, dispatched from Command-Dispatch:
*>   /balance                        your own balance
*>   /pay <player> <amount>          move coins to another player, online or not
*>   /eco grant|take <player> <amount>   operator adjustment against the server
*> The action code picks the verb (1 balance, 2 pay, 3 eco); the permission
*> gate for /eco has already run in the dispatcher.
IDENTIFICATION DIVISION.
PROGRAM-ID. Accounts-Command.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-ACCOUNTS.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-PLAYERS.
    COPY DD-MESSAGE-ARGS.
    01 WS-OWN-ACCOUNT           BINARY-LONG UNSIGNED.
    01 WS-OTHER-ACCOUNT         BINARY-LONG UNSIGNED.
    01 WS-SERVER-ACCOUNT        BINARY-LONG UNSIGNED VALUE 0.
    01 WS-TARGET-NAME           PIC X(16).
    01 WS-AMOUNT-ARG            PIC X(32).
    01 WS-AMOUNT-VALUE          PIC S9(15)V99.
    01 WS-AMOUNT                BINARY-DOUBLE.
    01 WS-AMOUNT-OK             BINARY-CHAR UNSIGNED.
    01 WS-STATUS                BINARY-CHAR UNSIGNED.
    01 WS-AMOUNT-TEXT           PIC -(18)9.
    01 WS-BALANCE-TEXT          PIC -(18)9.
    01 WS-SCAN-ID               BINARY-LONG UNSIGNED.
    01 WS-AUDIT-LINE            PIC X(160).
LINKAGE SECTION.
    01 LK-PLAYER-ID             BINARY-LONG UNSIGNED.
    01 LK-ACTION                BINARY-CHAR UNSIGNED.
    01 LK-ARG1                  PIC X(32).
    01 LK-ARG2                  PIC X(32).
    01 LK-ARG3                  PIC X(32).
    01 LK-RESULT                PIC X(128).

PROCEDURE DIVISION USING LK-PLAYER-ID LK-ACTION LK-ARG1 LK-ARG2 LK-ARG3 LK-RESULT.
    MOVE SPACES TO LK-RESULT
    CALL "Accounts-Open" USING PLAYER-UUID(LK-PLAYER-ID) PLAYER-USERNAME(LK-PLAYER-ID)
        WS-OWN-ACCOUNT
    IF WS-OWN-ACCOUNT = 0
        CALL "Message-Text" USING "accounts.unavailable" MESSAGE-ARGS LK-RESULT
        GOBACK
    END-IF

    EVALUATE LK-ACTION
        WHEN 1
            PERFORM ShowBalance
        WHEN 2
            PERFORM PayPlayer
        WHEN 3
            PERFORM AdjustBalance
    END-EVALUATE
    GOBACK.

ShowBalance.
    MOVE ACCOUNT-BALANCE(WS-OWN-ACCOUNT) TO WS-BALANCE-TEXT
    MOVE SPACES TO MESSAGE-ARGS
    MOVE WS-BALANCE-TEXT TO MESSAGE-ARG(1)
    CALL "Message-Text" USING "accounts.balance" MESSAGE-ARGS LK-RESULT
    EXIT PARAGRAPH.

PayPlayer.
    MOVE LK-ARG1(1:16) TO WS-TARGET-NAME
    MOVE LK-ARG2 TO WS-AMOUNT-ARG
    PERFORM ParseAmount
    IF WS-TARGET-NAME = SPACES OR WS-AMOUNT-OK = 0
        CALL "Message-Text" USING "accounts.pay.usage" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF
    CALL "Accounts-FindByName" USING WS-TARGET-NAME WS-OTHER-ACCOUNT
    IF WS-OTHER-ACCOUNT = 0
        MOVE SPACES TO MESSAGE-ARGS
        MOVE WS-TARGET-NAME TO MESSAGE-ARG(1)
        CALL "Message-Text" USING "accounts.no-account" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF
    IF WS-OTHER-ACCOUNT = WS-OWN-ACCOUNT
        CALL "Message-Text" USING "accounts.pay.self" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF

    CALL "Accounts-Transfer" USING WS-OWN-ACCOUNT WS-OTHER-ACCOUNT WS-AMOUNT
        "pay" WS-STATUS
    IF WS-STATUS = ACCOUNT-XFER-NO-FUNDS
        CALL "Message-Text" USING "accounts.pay.afford" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF
    IF WS-STATUS NOT = ACCOUNT-XFER-OK
        CALL "Message-Text" USING "accounts.pay.failed" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF

    MOVE WS-AMOUNT TO WS-AMOUNT-TEXT
    MOVE SPACES TO MESSAGE-ARGS
    MOVE PLAYER-USERNAME(LK-PLAYER-ID) TO MESSAGE-ARG(1)
    MOVE WS-AMOUNT-TEXT TO MESSAGE-ARG(2)
    PERFORM TellTarget
    MOVE SPACES TO MESSAGE-ARGS
    MOVE WS-AMOUNT-TEXT TO MESSAGE-ARG(1)
    MOVE ACCOUNT-NAME(WS-OTHER-ACCOUNT) TO MESSAGE-ARG(2)
    CALL "Message-Text" USING "accounts.paid" MESSAGE-ARGS LK-RESULT
    EXIT PARAGRAPH.

AdjustBalance.
    MOVE LK-ARG2(1:16) TO WS-TARGET-NAME
    MOVE LK-ARG3 TO WS-AMOUNT-ARG
    PERFORM ParseAmount
    IF (LK-ARG1 NOT = "grant" AND LK-ARG1 NOT = "take")
            OR WS-TARGET-NAME = SPACES OR WS-AMOUNT-OK = 0
        CALL "Message-Text" USING "accounts.eco.usage" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF
    CALL "Accounts-FindByName" USING WS-TARGET-NAME WS-OTHER-ACCOUNT
    IF WS-OTHER-ACCOUNT = 0
        MOVE SPACES TO MESSAGE-ARGS
        MOVE WS-TARGET-NAME TO MESSAGE-ARG(1)
        CALL "Message-Text" USING "accounts.no-account" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF

    IF LK-ARG1 = "grant"
        CALL "Accounts-Transfer" USING WS-SERVER-ACCOUNT WS-OTHER-ACCOUNT WS-AMOUNT
            "eco-grant" WS-STATUS
    ELSE
        CALL "Accounts-Transfer" USING WS-OTHER-ACCOUNT WS-SERVER-ACCOUNT WS-AMOUNT
            "eco-take" WS-STATUS
    END-IF
    IF WS-STATUS = ACCOUNT-XFER-NO-FUNDS
        MOVE ACCOUNT-BALANCE(WS-OTHER-ACCOUNT) TO WS-BALANCE-TEXT
        MOVE SPACES TO MESSAGE-ARGS
        MOVE ACCOUNT-NAME(WS-OTHER-ACCOUNT) TO MESSAGE-ARG(1)
        MOVE WS-BALANCE-TEXT TO MESSAGE-ARG(2)
        CALL "Message-Text" USING "accounts.eco.only-has" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF
    IF WS-STATUS NOT = ACCOUNT-XFER-OK
        CALL "Message-Text" USING "accounts.eco.failed" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF

    MOVE WS-AMOUNT TO WS-AMOUNT-TEXT
    MOVE ACCOUNT-BALANCE(WS-OTHER-ACCOUNT) TO WS-BALANCE-TEXT
    MOVE SPACES TO WS-AUDIT-LINE
    STRING "[eco] " FUNCTION TRIM(PLAYER-USERNAME(LK-PLAYER-ID)) " "
           FUNCTION TRIM(LK-ARG1) " " FUNCTION TRIM(WS-AMOUNT-TEXT) " coins "
           FUNCTION TRIM(ACCOUNT-NAME(WS-OTHER-ACCOUNT)) ", balance now "
           FUNCTION TRIM(WS-BALANCE-TEXT)
        DELIMITED BY SIZE INTO WS-AUDIT-LINE
    CALL "Audit-Log" USING WS-AUDIT-LINE
    MOVE SPACES TO MESSAGE-ARGS
    MOVE ACCOUNT-NAME(WS-OTHER-ACCOUNT) TO MESSAGE-ARG(1)
    MOVE WS-BALANCE-TEXT TO MESSAGE-ARG(2)
    CALL "Message-Text" USING "accounts.eco.now-has" MESSAGE-ARGS LK-RESULT
    EXIT PARAGRAPH.

*> Amounts are whole, positive coins.
ParseAmount.
    MOVE 0 TO WS-AMOUNT-OK
    MOVE 0 TO WS-AMOUNT
    IF WS-AMOUNT-ARG = SPACES
            OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-AMOUNT-ARG)) NOT = 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-AMOUNT-VALUE = FUNCTION NUMVAL(WS-AMOUNT-ARG)
    IF WS-AMOUNT-VALUE < 1
            OR WS-AMOUNT-VALUE NOT = FUNCTION INTEGER-PART(WS-AMOUNT-VALUE)
        EXIT PARAGRAPH
    END-IF
    MOVE WS-AMOUNT-VALUE TO WS-AMOUNT
    MOVE 1 TO WS-AMOUNT-OK
    EXIT PARAGRAPH.

TellTarget.
    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(WS-SCAN-ID) = 1 AND CLIENT-STATE(WS-SCAN-ID) = CLIENT-STATE-PLAY
                AND CLIENT-UUID(WS-SCAN-ID) = ACCOUNT-UUID(WS-OTHER-ACCOUNT)
            CALL "Message-Send" USING WS-SCAN-ID "accounts.paid-you" MESSAGE-ARGS
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

END PROGRAM Accounts-Command.
