*> --- archive ---
*> Offline sweep of players who have not been seen for a long time, for the
*> maintenance window like restoreutil -- never run it against a live server,
*> which holds claims and signs in memory and would write the old contents
*> straight back.
*>
*> A player is inactive once their last join or last leave in sessions.dat is
*> older than the threshold (the argument, else server.properties'
*> archive-after-days). A save with no session record at all predates session
*> tracking, so the save file's own modification date stands in for it.
*>
*> For each inactive player the job moves playerdata-<uuid>.dat and its
*> .dat_old generation into archive/, releases every claim they own, and --
*> only when asked with "unlock-shops" -- closes their "[shop]" signs by
*> rewriting the heading to "[closed]", which frees the chest beneath for
*> anyone. Everything else (account, mail, session record) stays put, and
*> Player-Load moves an archived save back on the player's next login.
*>
*> Without "commit" nothing is touched: the job lists every change it would
*> make in archive-plan-YYYYMMDD.txt for staff to review. With "commit" it
*> makes them and writes the same list as archive-commit-YYYYMMDD.txt.
*>
*> Usage: archive [days] [commit] [unlock-shops]
IDENTIFICATION DIVISION.
PROGRAM-ID. archive.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REPORT-FILE ASSIGN TO WS-REPORT-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  REPORT-FILE.
01  REPORT-LINE                 PIC X(200).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-ACCOUNTS.
    COPY DD-SESSIONS.
    COPY DD-CLAIMS.
    COPY DD-SIGNS.
    01 FS-REPORT-STATUS         PIC X(2).
    01 WS-COMMAND-LINE          PIC X(256).
    01 WS-ARGS.
        05 WS-ARG               PIC X(32) OCCURS 3 TIMES.
    01 WS-ARG-INDEX             BINARY-LONG UNSIGNED.
    01 WS-COMMIT                BINARY-CHAR UNSIGNED VALUE 0.
    01 WS-UNLOCK-SHOPS          BINARY-CHAR UNSIGNED VALUE 0.
    01 WS-DAYS                  BINARY-LONG VALUE 0.
    01 WS-REPORT-NAME           PIC X(64).
    01 WS-NOW                   PIC X(21).
    01 WS-TODAY                 BINARY-LONG.
    01 WS-OUT                   PIC X(200).
    01 WS-FILENAME              PIC X(64).
    01 WS-ARCHIVE-NAME          PIC X(96).
    01 WS-OLD-NAME              PIC X(72).
    01 WS-FOUND                 BINARY-CHAR UNSIGNED.
    01 WS-FILE-DETAILS.
        05 WS-FILE-SIZE         PIC X(8) COMP-X.
        05 WS-FILE-DAY          PIC X COMP-X.
        05 WS-FILE-MONTH        PIC X COMP-X.
        05 WS-FILE-YEAR         PIC XX COMP-X.
        05 FILLER               PIC X(4).

    *> every save found, judged before anything is moved -- the directory
    *> walk must not see its own renames
    01 MAX-CANDIDATES           BINARY-LONG UNSIGNED VALUE 4096.
    01 CANDIDATE-COUNT          BINARY-LONG UNSIGNED VALUE 0.
    01 CANDIDATE-TABLE.
        05 CANDIDATE-ENTRY OCCURS 4096 TIMES.
            10 CANDIDATE-FILE       PIC X(64).
            10 CANDIDATE-UUID       PIC X(16).
            10 CANDIDATE-HEX        PIC X(32).
            10 CANDIDATE-NAME       PIC X(16).
            10 CANDIDATE-LAST-SEEN  PIC X(8).
            10 CANDIDATE-FROM-FILE  BINARY-CHAR UNSIGNED.
            10 CANDIDATE-IDLE-DAYS  BINARY-LONG.
    01 WS-INDEX                 BINARY-LONG UNSIGNED.
    01 WS-OTHER-INDEX           BINARY-LONG UNSIGNED.
    01 WS-STAMP                 PIC X(8).
    01 WS-STAMP-DATE            PIC 9(8).
    01 WS-NAME-UPPER            PIC X(16).

    *> totals
    01 WS-SCANNED               BINARY-LONG UNSIGNED VALUE 0.
    01 WS-PLAYERS               BINARY-LONG UNSIGNED VALUE 0.
    01 WS-FILES-MOVED           BINARY-LONG UNSIGNED VALUE 0.
    01 WS-CLAIMS-RELEASED       BINARY-LONG UNSIGNED VALUE 0.
    01 WS-SHOPS-FOUND           BINARY-LONG UNSIGNED VALUE 0.
    01 WS-CLAIMS-CHANGED        BINARY-CHAR UNSIGNED VALUE 0.
    01 WS-SIGNS-CHANGED         BINARY-CHAR UNSIGNED VALUE 0.
    01 WS-FAILURES              BINARY-LONG UNSIGNED VALUE 0.

    *> formatting
    01 WS-NUM1                  PIC -(9)9.
    01 WS-NUM2                  PIC -(9)9.
    01 WS-NUM3                  PIC -(9)9.
    01 WS-NUM4                  PIC -(9)9.
    01 WS-VERB                  PIC X(24).

PROCEDURE DIVISION.
Main.
    ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
    MOVE SPACES TO WS-ARGS
    UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
        INTO WS-ARG(1) WS-ARG(2) WS-ARG(3)

    CALL "ServerProperties-Load"
    MOVE SERVER-ARCHIVE-AFTER-DAYS TO WS-DAYS
    PERFORM VARYING WS-ARG-INDEX FROM 1 BY 1 UNTIL WS-ARG-INDEX > 3
        EVALUATE TRUE
            WHEN WS-ARG(WS-ARG-INDEX) = SPACES
                CONTINUE
            WHEN WS-ARG(WS-ARG-INDEX) = "commit"
                MOVE 1 TO WS-COMMIT
            WHEN WS-ARG(WS-ARG-INDEX) = "unlock-shops"
                MOVE 1 TO WS-UNLOCK-SHOPS
            WHEN FUNCTION TEST-NUMVAL(WS-ARG(WS-ARG-INDEX)) = 0
                COMPUTE WS-DAYS = FUNCTION NUMVAL(WS-ARG(WS-ARG-INDEX))
            WHEN OTHER
                DISPLAY "usage: archive [days] [commit] [unlock-shops]"
                STOP RUN RETURNING 1
        END-EVALUATE
    END-PERFORM
    IF WS-DAYS < 7
        DISPLAY "archive: refusing a threshold under 7 days"
        STOP RUN RETURNING 1
    END-IF

    CALL "Accounts-Load"
    CALL "Sessions-Load"
    CALL "Claims-Load"
    CALL "Signs-Load"

    MOVE FUNCTION CURRENT-DATE TO WS-NOW
    COMPUTE WS-TODAY = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-NOW(1:8)))
    MOVE SPACES TO WS-REPORT-NAME
    IF WS-COMMIT = 1
        STRING "archive-commit-" WS-NOW(1:8) ".txt" DELIMITED BY SIZE INTO WS-REPORT-NAME
    ELSE
        STRING "archive-plan-" WS-NOW(1:8) ".txt" DELIMITED BY SIZE INTO WS-REPORT-NAME
    END-IF
    OPEN OUTPUT REPORT-FILE
    IF FS-REPORT-STATUS NOT = "00"
        DISPLAY "archive: cannot write " FUNCTION TRIM(WS-REPORT-NAME)
        STOP RUN RETURNING 1
    END-IF

    MOVE WS-DAYS TO WS-NUM1
    MOVE SPACES TO WS-OUT
    IF WS-COMMIT = 1
        STRING "Archive of players inactive " FUNCTION TRIM(WS-NUM1) " days or more, committed "
            WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2) " " WS-NOW(9:2) ":" WS-NOW(11:2)
            DELIMITED BY SIZE INTO WS-OUT
    ELSE
        STRING "Archive plan for players inactive " FUNCTION TRIM(WS-NUM1) " days or more, drawn up "
            WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2) " " WS-NOW(9:2) ":" WS-NOW(11:2)
            " -- nothing has been changed"
            DELIMITED BY SIZE INTO WS-OUT
    END-IF
    PERFORM WriteOut
    IF WS-UNLOCK-SHOPS = 0
        MOVE "Shop signs are listed but stay locked (add unlock-shops to close them)." TO WS-OUT
        PERFORM WriteOut
    END-IF
    MOVE SPACES TO WS-OUT
    PERFORM WriteOut

    PERFORM CollectCandidates
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > CANDIDATE-COUNT
        IF CANDIDATE-IDLE-DAYS(WS-INDEX) >= WS-DAYS
            PERFORM ArchivePlayer
        END-IF
    END-PERFORM

    IF WS-COMMIT = 1 AND WS-CLAIMS-CHANGED = 1
        CALL "Claims-Save"
    END-IF
    IF WS-COMMIT = 1 AND WS-SIGNS-CHANGED = 1
        CALL "Signs-Save"
    END-IF

    MOVE WS-SCANNED TO WS-NUM1
    MOVE WS-PLAYERS TO WS-NUM2
    MOVE WS-CLAIMS-RELEASED TO WS-NUM3
    MOVE WS-SHOPS-FOUND TO WS-NUM4
    MOVE SPACES TO WS-OUT
    STRING FUNCTION TRIM(WS-NUM1) " save(s) checked, " FUNCTION TRIM(WS-NUM2)
        " player(s) inactive, holding " FUNCTION TRIM(WS-NUM3) " claim(s) and "
        FUNCTION TRIM(WS-NUM4) " shop sign(s)"
        DELIMITED BY SIZE INTO WS-OUT
    PERFORM WriteOut
    IF WS-FAILURES > 0
        MOVE WS-FAILURES TO WS-NUM1
        MOVE SPACES TO WS-OUT
        STRING FUNCTION TRIM(WS-NUM1) " file move(s) FAILED -- see above"
            DELIMITED BY SIZE INTO WS-OUT
        PERFORM WriteOut
    END-IF
    IF WS-COMMIT = 0 AND WS-PLAYERS > 0
        MOVE "Rerun with commit to apply this plan." TO WS-OUT
        PERFORM WriteOut
    END-IF
    CLOSE REPORT-FILE

    DISPLAY "archive: " FUNCTION TRIM(WS-OUT)
    DISPLAY "archive: wrote " FUNCTION TRIM(WS-REPORT-NAME)
    IF WS-FAILURES > 0
        STOP RUN RETURNING 1
    END-IF
    STOP RUN.

*> One entry per live save, with the player's name and the day they were last
*> seen: the later of the session record's last join and last leave, else the
*> save file's own date.
CollectCandidates SECTION.
    CALL "Dir-FindFirst" USING "playerdata-*.dat" WS-FILENAME WS-FOUND
    PERFORM UNTIL WS-FOUND = 0 OR CANDIDATE-COUNT >= MAX-CANDIDATES
        IF WS-FILENAME(12:32) NOT = SPACES AND WS-FILENAME(44:4) = ".dat"
            ADD 1 TO CANDIDATE-COUNT
            ADD 1 TO WS-SCANNED
            PERFORM JudgeCandidate
        END-IF
        CALL "Dir-FindNext" USING WS-FILENAME WS-FOUND
    END-PERFORM.

    EXIT SECTION.

JudgeCandidate SECTION.
    MOVE WS-FILENAME TO CANDIDATE-FILE(CANDIDATE-COUNT)
    MOVE WS-FILENAME(12:32) TO CANDIDATE-HEX(CANDIDATE-COUNT)
    CALL "Uuid-FromHex" USING CANDIDATE-HEX(CANDIDATE-COUNT) CANDIDATE-UUID(CANDIDATE-COUNT)
    MOVE SPACES TO CANDIDATE-NAME(CANDIDATE-COUNT) CANDIDATE-LAST-SEEN(CANDIDATE-COUNT)
    MOVE 0 TO CANDIDATE-FROM-FILE(CANDIDATE-COUNT)

    PERFORM VARYING WS-OTHER-INDEX FROM 1 BY 1 UNTIL WS-OTHER-INDEX > SESSION-COUNT
        IF SESSION-UUID(WS-OTHER-INDEX) = CANDIDATE-UUID(CANDIDATE-COUNT)
            MOVE SESSION-NAME(WS-OTHER-INDEX) TO CANDIDATE-NAME(CANDIDATE-COUNT)
            MOVE SESSION-LAST-JOIN(WS-OTHER-INDEX)(1:8) TO CANDIDATE-LAST-SEEN(CANDIDATE-COUNT)
            IF SESSION-LAST-LEAVE(WS-OTHER-INDEX)(1:8) > CANDIDATE-LAST-SEEN(CANDIDATE-COUNT)
                MOVE SESSION-LAST-LEAVE(WS-OTHER-INDEX)(1:8)
                    TO CANDIDATE-LAST-SEEN(CANDIDATE-COUNT)
            END-IF
        END-IF
    END-PERFORM
    IF CANDIDATE-NAME(CANDIDATE-COUNT) = SPACES
        PERFORM VARYING WS-OTHER-INDEX FROM 1 BY 1 UNTIL WS-OTHER-INDEX > ACCOUNT-COUNT
            IF ACCOUNT-UUID(WS-OTHER-INDEX) = CANDIDATE-UUID(CANDIDATE-COUNT)
                MOVE ACCOUNT-NAME(WS-OTHER-INDEX) TO CANDIDATE-NAME(CANDIDATE-COUNT)
            END-IF
        END-PERFORM
    END-IF

    IF CANDIDATE-LAST-SEEN(CANDIDATE-COUNT) IS NOT NUMERIC
        MOVE 1 TO CANDIDATE-FROM-FILE(CANDIDATE-COUNT)
        CALL "CBL_CHECK_FILE_EXIST" USING WS-FILENAME WS-FILE-DETAILS
        IF RETURN-CODE NOT = 0
            MOVE 0 TO RETURN-CODE
            MOVE 0 TO CANDIDATE-IDLE-DAYS(CANDIDATE-COUNT)
            EXIT SECTION
        END-IF
        COMPUTE WS-STAMP-DATE = WS-FILE-YEAR * 10000 + WS-FILE-MONTH * 100 + WS-FILE-DAY
        MOVE WS-STAMP-DATE TO CANDIDATE-LAST-SEEN(CANDIDATE-COUNT)
    END-IF
    COMPUTE CANDIDATE-IDLE-DAYS(CANDIDATE-COUNT) = WS-TODAY
        - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(CANDIDATE-LAST-SEEN(CANDIDATE-COUNT))).

    EXIT SECTION.

*> The heading line for one player, then each change that applies to them.
ArchivePlayer SECTION.
    ADD 1 TO WS-PLAYERS
    IF CANDIDATE-NAME(WS-INDEX) = SPACES
        MOVE "(unnamed)" TO CANDIDATE-NAME(WS-INDEX)
    END-IF
    MOVE CANDIDATE-IDLE-DAYS(WS-INDEX) TO WS-NUM1
    MOVE CANDIDATE-LAST-SEEN(WS-INDEX) TO WS-STAMP
    MOVE SPACES TO WS-OUT
    IF CANDIDATE-FROM-FILE(WS-INDEX) = 1
        STRING FUNCTION TRIM(CANDIDATE-NAME(WS-INDEX)) " " CANDIDATE-HEX(WS-INDEX)
            " -- no session record, save last written " WS-STAMP(1:4) "-" WS-STAMP(5:2) "-"
            WS-STAMP(7:2) " (" FUNCTION TRIM(WS-NUM1) " days)"
            DELIMITED BY SIZE INTO WS-OUT
    ELSE
        STRING FUNCTION TRIM(CANDIDATE-NAME(WS-INDEX)) " " CANDIDATE-HEX(WS-INDEX)
            " -- last seen " WS-STAMP(1:4) "-" WS-STAMP(5:2) "-" WS-STAMP(7:2)
            " (" FUNCTION TRIM(WS-NUM1) " days)"
            DELIMITED BY SIZE INTO WS-OUT
    END-IF
    PERFORM WriteOut

    MOVE CANDIDATE-FILE(WS-INDEX) TO WS-FILENAME
    PERFORM MoveToArchive
    MOVE SPACES TO WS-OLD-NAME
    STRING FUNCTION TRIM(CANDIDATE-FILE(WS-INDEX)) "_old" DELIMITED BY SIZE INTO WS-OLD-NAME
    MOVE WS-OLD-NAME TO WS-FILENAME
    CALL "CBL_CHECK_FILE_EXIST" USING WS-FILENAME WS-FILE-DETAILS
    IF RETURN-CODE = 0
        PERFORM MoveToArchive
    END-IF
    MOVE 0 TO RETURN-CODE

    PERFORM ReleaseClaims
    PERFORM CloseShops
    MOVE SPACES TO WS-OUT
    PERFORM WriteOut.

    EXIT SECTION.

MoveToArchive SECTION.
    MOVE SPACES TO WS-ARCHIVE-NAME
    STRING "archive/" FUNCTION TRIM(WS-FILENAME) DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
    MOVE SPACES TO WS-OUT
    IF WS-COMMIT = 0
        STRING "  move " FUNCTION TRIM(WS-FILENAME) " to " FUNCTION TRIM(WS-ARCHIVE-NAME)
            DELIMITED BY SIZE INTO WS-OUT
        PERFORM WriteOut
        EXIT SECTION
    END-IF

    CALL "CBL_CREATE_DIR" USING "archive"
    MOVE 0 TO RETURN-CODE
    CALL "CBL_RENAME_FILE" USING WS-FILENAME WS-ARCHIVE-NAME
    IF RETURN-CODE = 0
        ADD 1 TO WS-FILES-MOVED
        STRING "  moved " FUNCTION TRIM(WS-FILENAME) " to " FUNCTION TRIM(WS-ARCHIVE-NAME)
            DELIMITED BY SIZE INTO WS-OUT
    ELSE
        ADD 1 TO WS-FAILURES
        STRING "  could NOT move " FUNCTION TRIM(WS-FILENAME) " to "
            FUNCTION TRIM(WS-ARCHIVE-NAME)
            DELIMITED BY SIZE INTO WS-OUT
    END-IF
    MOVE 0 TO RETURN-CODE
    PERFORM WriteOut.

    EXIT SECTION.

*> Claims are keyed by uuid, so a renamed player's claims still go.
ReleaseClaims SECTION.
    IF WS-COMMIT = 1
        MOVE "  released" TO WS-VERB
    ELSE
        MOVE "  release" TO WS-VERB
    END-IF
    PERFORM VARYING WS-OTHER-INDEX FROM 1 BY 1 UNTIL WS-OTHER-INDEX > MAX-CLAIM-ENTRIES
        IF CLAIM-PRESENT(WS-OTHER-INDEX) = 1
                AND CLAIM-OWNER-UUID(WS-OTHER-INDEX) = CANDIDATE-UUID(WS-INDEX)
            ADD 1 TO WS-CLAIMS-RELEASED
            MOVE CLAIM-MIN-CHUNK-X(WS-OTHER-INDEX) TO WS-NUM1
            MOVE CLAIM-MIN-CHUNK-Z(WS-OTHER-INDEX) TO WS-NUM2
            MOVE CLAIM-MAX-CHUNK-X(WS-OTHER-INDEX) TO WS-NUM3
            MOVE CLAIM-MAX-CHUNK-Z(WS-OTHER-INDEX) TO WS-NUM4
            MOVE SPACES TO WS-OUT
            STRING FUNCTION TRIM(WS-VERB TRAILING) " the claim on chunks "
                FUNCTION TRIM(WS-NUM1) "," FUNCTION TRIM(WS-NUM2) " to "
                FUNCTION TRIM(WS-NUM3) "," FUNCTION TRIM(WS-NUM4)
                DELIMITED BY SIZE INTO WS-OUT
            PERFORM WriteOut
            IF WS-COMMIT = 1
                MOVE 0 TO CLAIM-PRESENT(WS-OTHER-INDEX)
                MOVE 1 TO WS-CLAIMS-CHANGED
            END-IF
        END-IF
    END-PERFORM.

    EXIT SECTION.

*> A shop belongs to whoever last wrote its sign, by name. Closing it swaps
*> the "[shop]" heading for "[closed]": Shop-IsShopChest stops guarding the
*> chest and the sign tells passers-by why.
CloseShops SECTION.
    MOVE FUNCTION UPPER-CASE(CANDIDATE-NAME(WS-INDEX)) TO WS-NAME-UPPER
    PERFORM VARYING WS-OTHER-INDEX FROM 1 BY 1 UNTIL WS-OTHER-INDEX > MAX-SIGN-ENTRIES
        IF SIGN-PRESENT(WS-OTHER-INDEX) = 1
                AND SIGN-OWNER-NAME(WS-OTHER-INDEX) NOT = SPACES
                AND FUNCTION UPPER-CASE(SIGN-OWNER-NAME(WS-OTHER-INDEX)) = WS-NAME-UPPER
                AND FUNCTION TRIM(SIGN-LINE-TEXT(WS-OTHER-INDEX, 1)) = "[shop]"
            ADD 1 TO WS-SHOPS-FOUND
            MOVE SIGN-X(WS-OTHER-INDEX) TO WS-NUM1
            MOVE SIGN-Y(WS-OTHER-INDEX) TO WS-NUM2
            MOVE SIGN-Z(WS-OTHER-INDEX) TO WS-NUM3
            EVALUATE TRUE
                WHEN WS-UNLOCK-SHOPS = 0
                    MOVE "  leave locked" TO WS-VERB
                WHEN WS-COMMIT = 1
                    MOVE "  unlocked" TO WS-VERB
                WHEN OTHER
                    MOVE "  unlock" TO WS-VERB
            END-EVALUATE
            MOVE SPACES TO WS-OUT
            STRING FUNCTION TRIM(WS-VERB TRAILING) " the shop chest under the sign at "
                FUNCTION TRIM(WS-NUM1) "," FUNCTION TRIM(WS-NUM2) "," FUNCTION TRIM(WS-NUM3)
                DELIMITED BY SIZE INTO WS-OUT
            PERFORM WriteOut
            IF WS-COMMIT = 1 AND WS-UNLOCK-SHOPS = 1
                MOVE SPACES TO SIGN-LINE-TEXT(WS-OTHER-INDEX, 1)
                MOVE "[closed]" TO SIGN-LINE-TEXT(WS-OTHER-INDEX, 1)
                MOVE 8 TO SIGN-LINE-LENGTH(WS-OTHER-INDEX, 1)
                MOVE 1 TO WS-SIGNS-CHANGED
            END-IF
        END-IF
    END-PERFORM.

    EXIT SECTION.

WriteOut SECTION.
    MOVE WS-OUT TO REPORT-LINE
    WRITE REPORT-LINE.

    EXIT SECTION.

END PROGRAM archive.
