*> --- Alts-CheckLogin ---
*> Remember which usernames have logged in from which addresses, and raise
*> the alarm when an account turns up that shares any of its addresses with a
*> banned or muted account -- the second account from the same house that
*> Ipban-Check's exact-address match can't see. Nobody is refused here: staff
*> online get a chat alert, the audit trail gets an [alt] line, and the
*> decision stays with a person.
*>
*> addresses.dat holds one "address,username,first-seen,last-seen,logins"
*> line per address/account pair (dates YYYYMMDD), read and rewritten whole at
*> each login the way Playerlist-Update treats its lists. The offline altreport
*> program reads the same file to list clusters of accounts sharing addresses.
IDENTIFICATION DIVISION.
PROGRAM-ID. Alts-CheckLogin.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ADDRESSES-FILE ASSIGN TO "addresses.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ADDRESSES-FILE.
01  ADDRESSES-LINE              PIC X(128).

WORKING-STORAGE SECTION.
    COPY DD-MESSAGE-ARGS.
    01 FS-STATUS                PIC X(2).
    01 MAX-SEEN-ENTRIES         BINARY-LONG UNSIGNED VALUE 8192.
    01 WS-SEEN-COUNT            BINARY-LONG UNSIGNED.
    01 WS-SEEN-TABLE.
        05 WS-SEEN-ENTRY OCCURS 8192 TIMES.
            10 WS-SEEN-ADDRESS      PIC X(46).
            10 WS-SEEN-NAME         PIC X(16).
            10 WS-SEEN-FIRST        PIC X(8).
            10 WS-SEEN-LAST         PIC X(8).
            10 WS-SEEN-LOGINS       BINARY-LONG UNSIGNED.
    01 WS-INDEX                 BINARY-LONG UNSIGNED.
    01 WS-OTHER-INDEX           BINARY-LONG UNSIGNED.
    01 WS-FOUND-AT              BINARY-LONG UNSIGNED.
    01 WS-NOW                   PIC X(21).
    01 WS-ADDRESS-TEXT          PIC X(46).
    01 WS-NAME-TEXT             PIC X(16).
    01 WS-FIRST-TEXT            PIC X(16).
    01 WS-LAST-TEXT             PIC X(16).
    01 WS-LOGINS-TEXT           PIC X(16).
    01 WS-LOGINS-OUT            PIC Z(8)9.
    *> accounts sharing an address with this one, and which of them are in
    *> trouble
    01 MAX-LINKED               BINARY-LONG UNSIGNED VALUE 32.
    01 WS-LINKED-COUNT          BINARY-LONG UNSIGNED.
    01 WS-LINKED-TABLE.
        05 WS-LINKED-NAME OCCURS 32 TIMES PIC X(16).
    01 WS-LINKED-INDEX          BINARY-LONG UNSIGNED.
    01 WS-BANNED                BINARY-CHAR UNSIGNED.
    01 WS-MUTED                 BINARY-CHAR UNSIGNED.
    01 WS-BANNED-LIST           PIC X(160).
    01 WS-MUTED-LIST            PIC X(160).
    01 WS-SCRATCH               PIC X(160).
    01 WS-AUDIT-LINE            PIC X(400).
    01 WS-ALERT                 PIC X(256).
    *> staff are whoever may run /history, the command they'd reach for next
    01 WS-STAFF-COMMAND         PIC X(32) VALUE "history".
LINKAGE SECTION.
    01 LK-USERNAME              PIC X(16).
    01 LK-ADDRESS               PIC X(46).

PROCEDURE DIVISION USING LK-USERNAME LK-ADDRESS.
    IF LK-ADDRESS = SPACES
        GOBACK
    END-IF
    MOVE FUNCTION CURRENT-DATE TO WS-NOW

    MOVE 0 TO WS-SEEN-COUNT
    OPEN INPUT ADDRESSES-FILE
    IF FS-STATUS = "00"
        PERFORM UNTIL FS-STATUS = "10"
            READ ADDRESSES-FILE
                AT END
                    MOVE "10" TO FS-STATUS
                NOT AT END
                    PERFORM ParseLine
            END-READ
        END-PERFORM
        CLOSE ADDRESSES-FILE
    END-IF

    MOVE 0 TO WS-FOUND-AT
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > WS-SEEN-COUNT
        IF WS-SEEN-ADDRESS(WS-INDEX) = LK-ADDRESS AND WS-SEEN-NAME(WS-INDEX) = LK-USERNAME
            MOVE WS-INDEX TO WS-FOUND-AT
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-FOUND-AT = 0
        IF WS-SEEN-COUNT >= MAX-SEEN-ENTRIES
            CALL "Log-Warn" USING "addresses.dat is full, login address not recorded"
        ELSE
            ADD 1 TO WS-SEEN-COUNT
            MOVE WS-SEEN-COUNT TO WS-FOUND-AT
            MOVE LK-ADDRESS TO WS-SEEN-ADDRESS(WS-FOUND-AT)
            MOVE LK-USERNAME TO WS-SEEN-NAME(WS-FOUND-AT)
            MOVE WS-NOW(1:8) TO WS-SEEN-FIRST(WS-FOUND-AT)
            MOVE 0 TO WS-SEEN-LOGINS(WS-FOUND-AT)
        END-IF
    END-IF
    IF WS-FOUND-AT NOT = 0
        MOVE WS-NOW(1:8) TO WS-SEEN-LAST(WS-FOUND-AT)
        ADD 1 TO WS-SEEN-LOGINS(WS-FOUND-AT)
        PERFORM SaveFile
    END-IF

    PERFORM CollectLinkedAccounts
    IF WS-LINKED-COUNT = 0
        GOBACK
    END-IF

    MOVE SPACES TO WS-BANNED-LIST WS-MUTED-LIST
    PERFORM VARYING WS-LINKED-INDEX FROM 1 BY 1 UNTIL WS-LINKED-INDEX > WS-LINKED-COUNT
        CALL "Banlist-Check" USING WS-LINKED-NAME(WS-LINKED-INDEX) WS-BANNED
        CALL "Mute-Check" USING WS-LINKED-NAME(WS-LINKED-INDEX) WS-MUTED
        IF WS-BANNED = 1
            MOVE WS-BANNED-LIST TO WS-SCRATCH
            MOVE SPACES TO WS-BANNED-LIST
            IF WS-SCRATCH = SPACES
                MOVE WS-LINKED-NAME(WS-LINKED-INDEX) TO WS-BANNED-LIST
            ELSE
                STRING FUNCTION TRIM(WS-SCRATCH) ", " FUNCTION TRIM(WS-LINKED-NAME(WS-LINKED-INDEX))
                    DELIMITED BY SIZE INTO WS-BANNED-LIST
            END-IF
        END-IF
        IF WS-MUTED = 1
            MOVE WS-MUTED-LIST TO WS-SCRATCH
            MOVE SPACES TO WS-MUTED-LIST
            IF WS-SCRATCH = SPACES
                MOVE WS-LINKED-NAME(WS-LINKED-INDEX) TO WS-MUTED-LIST
            ELSE
                STRING FUNCTION TRIM(WS-SCRATCH) ", " FUNCTION TRIM(WS-LINKED-NAME(WS-LINKED-INDEX))
                    DELIMITED BY SIZE INTO WS-MUTED-LIST
            END-IF
        END-IF
    END-PERFORM
    IF WS-BANNED-LIST = SPACES AND WS-MUTED-LIST = SPACES
        GOBACK
    END-IF

    MOVE SPACES TO WS-SCRATCH
    EVALUATE TRUE
        WHEN WS-BANNED-LIST NOT = SPACES AND WS-MUTED-LIST NOT = SPACES
            STRING "banned " FUNCTION TRIM(WS-BANNED-LIST) "; muted " FUNCTION TRIM(WS-MUTED-LIST)
                DELIMITED BY SIZE INTO WS-SCRATCH
        WHEN WS-BANNED-LIST NOT = SPACES
            STRING "banned " FUNCTION TRIM(WS-BANNED-LIST) DELIMITED BY SIZE INTO WS-SCRATCH
        WHEN OTHER
            STRING "muted " FUNCTION TRIM(WS-MUTED-LIST) DELIMITED BY SIZE INTO WS-SCRATCH
    END-EVALUATE

    MOVE SPACES TO WS-AUDIT-LINE
    STRING "[alt] " FUNCTION TRIM(LK-USERNAME) " logged in from " FUNCTION TRIM(LK-ADDRESS)
           " and shares an address with " FUNCTION TRIM(WS-SCRATCH)
        DELIMITED BY SIZE INTO WS-AUDIT-LINE
    CALL "Audit-Log" USING WS-AUDIT-LINE

    MOVE SPACES TO MESSAGE-ARGS
    MOVE LK-USERNAME TO MESSAGE-ARG(1)
    MOVE WS-SCRATCH TO WS-ALERT
    CALL "Groups-Notify" USING WS-STAFF-COMMAND "staff.possible-alt" MESSAGE-ARGS WS-ALERT
    GOBACK.

ParseLine.
    IF ADDRESSES-LINE = SPACES OR WS-SEEN-COUNT >= MAX-SEEN-ENTRIES
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-ADDRESS-TEXT WS-NAME-TEXT WS-FIRST-TEXT WS-LAST-TEXT WS-LOGINS-TEXT
    UNSTRING ADDRESSES-LINE DELIMITED BY ","
        INTO WS-ADDRESS-TEXT WS-NAME-TEXT WS-FIRST-TEXT WS-LAST-TEXT WS-LOGINS-TEXT
    IF WS-ADDRESS-TEXT = SPACES OR WS-NAME-TEXT = SPACES
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-SEEN-COUNT
    MOVE WS-ADDRESS-TEXT TO WS-SEEN-ADDRESS(WS-SEEN-COUNT)
    MOVE WS-NAME-TEXT TO WS-SEEN-NAME(WS-SEEN-COUNT)
    MOVE WS-FIRST-TEXT(1:8) TO WS-SEEN-FIRST(WS-SEEN-COUNT)
    MOVE WS-LAST-TEXT(1:8) TO WS-SEEN-LAST(WS-SEEN-COUNT)
    MOVE 0 TO WS-SEEN-LOGINS(WS-SEEN-COUNT)
    IF FUNCTION TEST-NUMVAL(WS-LOGINS-TEXT) = 0
        COMPUTE WS-SEEN-LOGINS(WS-SEEN-COUNT) = FUNCTION NUMVAL(WS-LOGINS-TEXT)
    END-IF
    EXIT PARAGRAPH.

SaveFile.
    OPEN OUTPUT ADDRESSES-FILE
    IF FS-STATUS NOT = "00"
        CALL "Log-Error" USING "Failed to save addresses.dat"
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > WS-SEEN-COUNT
        MOVE WS-SEEN-LOGINS(WS-INDEX) TO WS-LOGINS-OUT
        MOVE SPACES TO ADDRESSES-LINE
        STRING FUNCTION TRIM(WS-SEEN-ADDRESS(WS-INDEX)) "," FUNCTION TRIM(WS-SEEN-NAME(WS-INDEX))
               "," WS-SEEN-FIRST(WS-INDEX) "," WS-SEEN-LAST(WS-INDEX) ","
               FUNCTION TRIM(WS-LOGINS-OUT)
            DELIMITED BY SIZE INTO ADDRESSES-LINE
        WRITE ADDRESSES-LINE
    END-PERFORM
    CLOSE ADDRESSES-FILE
    EXIT PARAGRAPH.

*> Every other account seen at any address this account has ever used -- a
*> banned player's alt often joins from the same house on a different day.
CollectLinkedAccounts.
    MOVE 0 TO WS-LINKED-COUNT
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > WS-SEEN-COUNT
        IF WS-SEEN-NAME(WS-INDEX) = LK-USERNAME
            PERFORM VARYING WS-OTHER-INDEX FROM 1 BY 1 UNTIL WS-OTHER-INDEX > WS-SEEN-COUNT
                IF WS-SEEN-ADDRESS(WS-OTHER-INDEX) = WS-SEEN-ADDRESS(WS-INDEX)
                        AND WS-SEEN-NAME(WS-OTHER-INDEX) NOT = LK-USERNAME
                    PERFORM AddLinked
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

AddLinked.
    PERFORM VARYING WS-LINKED-INDEX FROM 1 BY 1 UNTIL WS-LINKED-INDEX > WS-LINKED-COUNT
        IF WS-LINKED-NAME(WS-LINKED-INDEX) = WS-SEEN-NAME(WS-OTHER-INDEX)
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    IF WS-LINKED-COUNT < MAX-LINKED
        ADD 1 TO WS-LINKED-COUNT
        MOVE WS-SEEN-NAME(WS-OTHER-INDEX) TO WS-LINKED-NAME(WS-LINKED-COUNT)
    END-IF
    EXIT PARAGRAPH.

END PROGRAM Alts-CheckLogin.
