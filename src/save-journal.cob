*> --- SaveJournal-Begin ---
*> Open a save flush: from here until SaveJournal-Commit, every save routine
*> that asks SaveJournal-Target writes a staged copy instead of its live file.
IDENTIFICATION DIVISION.
PROGRAM-ID. SaveJournal-Begin.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-SAVE-JOURNAL.

PROCEDURE DIVISION.
    MOVE 1 TO SAVE-JOURNAL-OPEN
    MOVE 0 TO SAVE-JOURNAL-COUNT
    GOBACK.

END PROGRAM SaveJournal-Begin.

*> --- SaveJournal-Target ---
*> Where a save routine should write LK-NAME: unchanged outside a flush, or
*> LK-NAME.stage (listed for the commit) while one is open. The routine then
*> opens and writes that name exactly as it always has.
IDENTIFICATION DIVISION.
PROGRAM-ID. SaveJournal-Target.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 WS-KEEP-OLD              BINARY-CHAR UNSIGNED VALUE 0.
LINKAGE SECTION.
    01 LK-NAME                  PIC X(64).

PROCEDURE DIVISION USING LK-NAME.
    CALL "SaveJournal-Register" USING LK-NAME WS-KEEP-OLD
    GOBACK.

END PROGRAM SaveJournal-Target.

*> --- SaveJournal-TargetKeepOld ---
*> SaveJournal-Target for a file that keeps its previous generation as
*> <name>_old: the commit rotates the live file aside before the stage
*> replaces it, the same order Player-Save uses on its own.
IDENTIFICATION DIVISION.
PROGRAM-ID. SaveJournal-TargetKeepOld.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 WS-KEEP-OLD              BINARY-CHAR UNSIGNED VALUE 1.
LINKAGE SECTION.
    01 LK-NAME                  PIC X(64).

PROCEDURE DIVISION USING LK-NAME.
    CALL "SaveJournal-Register" USING LK-NAME WS-KEEP-OLD
    GOBACK.

END PROGRAM SaveJournal-TargetKeepOld.

*> --- SaveJournal-Register ---
*> The shared half of the two above. A file saved twice in one flush is
*> listed once (its stage is simply rewritten). Should the list ever fill,
*> the file is written live as it would be outside a flush -- a save that
*> lands unjournalled beats one that doesn't land at all.
IDENTIFICATION DIVISION.
PROGRAM-ID. SaveJournal-Register.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-SAVE-JOURNAL.
    01 WS-ENTRY-INDEX           BINARY-LONG UNSIGNED.
    01 WS-LOG-MSG               PIC X(128).
LINKAGE SECTION.
    01 LK-NAME                  PIC X(64).
    01 LK-KEEP-OLD              BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-NAME LK-KEEP-OLD.
    IF SAVE-JOURNAL-OPEN = 0
        GOBACK
    END-IF
    PERFORM VARYING WS-ENTRY-INDEX FROM 1 BY 1 UNTIL WS-ENTRY-INDEX > SAVE-JOURNAL-COUNT
        IF SAVE-JOURNAL-NAME(WS-ENTRY-INDEX) = LK-NAME
            PERFORM StageName
            GOBACK
        END-IF
    END-PERFORM
    IF SAVE-JOURNAL-COUNT >= MAX-SAVE-JOURNAL-ENTRIES
        MOVE SPACES TO WS-LOG-MSG
        STRING "Save journal full, writing " FUNCTION TRIM(LK-NAME) " directly"
            DELIMITED BY SIZE INTO WS-LOG-MSG
        CALL "Log-Warn" USING WS-LOG-MSG
        GOBACK
    END-IF
    ADD 1 TO SAVE-JOURNAL-COUNT
    MOVE LK-NAME TO SAVE-JOURNAL-NAME(SAVE-JOURNAL-COUNT)
    MOVE LK-KEEP-OLD TO SAVE-JOURNAL-KEEP-OLD(SAVE-JOURNAL-COUNT)
    PERFORM StageName
    GOBACK.

StageName.
    MOVE SPACES TO LK-NAME
    STRING FUNCTION TRIM(SAVE-JOURNAL-NAME(WS-ENTRY-INDEX)) ".stage"
        DELIMITED BY SIZE INTO LK-NAME
    EXIT PARAGRAPH.

END PROGRAM SaveJournal-Register.

*> --- SaveJournal-Commit ---
*> Close the flush as one unit. save.journal is written and closed in full
*> -- every staged file, then "commit" -- before the first rename, so from
*> the moment the commit line is on disk the flush is decided and a crash
*> part way through the renames is rolled forward by SaveJournal-Recover.
*> The journal is removed once every stage is in place.
IDENTIFICATION DIVISION.
PROGRAM-ID. SaveJournal-Commit.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JOURNAL-FILE ASSIGN TO "save.journal"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  JOURNAL-FILE.
01  JOURNAL-LINE                PIC X(80).

WORKING-STORAGE SECTION.
    COPY DD-SAVE-JOURNAL.
    01 FS-STATUS                PIC X(2).
    01 WS-JOURNAL-NAME          PIC X(16) VALUE "save.journal".
    01 WS-ENTRY-INDEX           BINARY-LONG UNSIGNED.
    01 WS-APPLIED               BINARY-CHAR UNSIGNED.
    01 WS-KEEP-OLD-TEXT         PIC X.

PROCEDURE DIVISION.
    MOVE 0 TO SAVE-JOURNAL-OPEN
    IF SAVE-JOURNAL-COUNT = 0
        GOBACK
    END-IF

    OPEN OUTPUT JOURNAL-FILE
    IF FS-STATUS NOT = "00"
        *> Without a journal the renames below are no longer one unit, but
        *> the staged saves are still better in place than thrown away.
        CALL "Log-Error" USING "Could not write save.journal; committing the save flush unjournalled"
    ELSE
        PERFORM VARYING WS-ENTRY-INDEX FROM 1 BY 1 UNTIL WS-ENTRY-INDEX > SAVE-JOURNAL-COUNT
            MOVE "0" TO WS-KEEP-OLD-TEXT
            IF SAVE-JOURNAL-KEEP-OLD(WS-ENTRY-INDEX) = 1
                MOVE "1" TO WS-KEEP-OLD-TEXT
            END-IF
            MOVE SPACES TO JOURNAL-LINE
            STRING WS-KEEP-OLD-TEXT "|" FUNCTION TRIM(SAVE-JOURNAL-NAME(WS-ENTRY-INDEX))
                DELIMITED BY SIZE INTO JOURNAL-LINE
            WRITE JOURNAL-LINE
        END-PERFORM
        MOVE "commit" TO JOURNAL-LINE
        WRITE JOURNAL-LINE
        CLOSE JOURNAL-FILE
    END-IF

    PERFORM VARYING WS-ENTRY-INDEX FROM 1 BY 1 UNTIL WS-ENTRY-INDEX > SAVE-JOURNAL-COUNT
        CALL "SaveJournal-Apply" USING SAVE-JOURNAL-NAME(WS-ENTRY-INDEX)
            SAVE-JOURNAL-KEEP-OLD(WS-ENTRY-INDEX) WS-APPLIED
    END-PERFORM

    CALL "CBL_DELETE_FILE" USING WS-JOURNAL-NAME
    MOVE 0 TO RETURN-CODE
    MOVE 0 TO SAVE-JOURNAL-COUNT
    GOBACK.

END PROGRAM SaveJournal-Commit.

*> --- SaveJournal-Apply ---
*> Put one staged file in place: LK-NAME.stage over LK-NAME, with the live
*> file rotated to LK-NAME_old first when LK-KEEP-OLD asks for it. Safe to
*> repeat -- with no stage left there is nothing to do, and a live file
*> already rotated away is not rotated again -- which is what lets
*> SaveJournal-Recover replay a commit that was cut short.
IDENTIFICATION DIVISION.
PROGRAM-ID. SaveJournal-Apply.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 WS-STAGE-NAME            PIC X(72).
    01 WS-OLD-NAME              PIC X(72).
    01 WS-FILE-DETAILS          PIC X(16).
    01 WS-LOG-MSG               PIC X(128).
LINKAGE SECTION.
    01 LK-NAME                  PIC X(64).
    01 LK-KEEP-OLD              BINARY-CHAR UNSIGNED.
    01 LK-APPLIED               BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-NAME LK-KEEP-OLD LK-APPLIED.
    MOVE 0 TO LK-APPLIED
    MOVE SPACES TO WS-STAGE-NAME WS-OLD-NAME
    STRING FUNCTION TRIM(LK-NAME) ".stage" DELIMITED BY SIZE INTO WS-STAGE-NAME
    STRING FUNCTION TRIM(LK-NAME) "_old" DELIMITED BY SIZE INTO WS-OLD-NAME
    CALL "CBL_CHECK_FILE_EXIST" USING WS-STAGE-NAME WS-FILE-DETAILS
    IF RETURN-CODE NOT = 0
        MOVE 0 TO RETURN-CODE
        GOBACK
    END-IF

    IF LK-KEEP-OLD = 1
        CALL "CBL_CHECK_FILE_EXIST" USING LK-NAME WS-FILE-DETAILS
        IF RETURN-CODE = 0
            CALL "CBL_DELETE_FILE" USING WS-OLD-NAME
            CALL "CBL_RENAME_FILE" USING LK-NAME WS-OLD-NAME
        END-IF
    END-IF

    CALL "CBL_RENAME_FILE" USING WS-STAGE-NAME LK-NAME
    IF RETURN-CODE NOT = 0
        MOVE SPACES TO WS-LOG-MSG
        STRING "Failed to move staged save into place: " FUNCTION TRIM(LK-NAME)
            DELIMITED BY SIZE INTO WS-LOG-MSG
        CALL "Log-Error" USING WS-LOG-MSG
    ELSE
        MOVE 1 TO LK-APPLIED
    END-IF
    MOVE 0 TO RETURN-CODE
    GOBACK.

END PROGRAM SaveJournal-Apply.

*> --- SaveJournal-Recover ---
*> The startup half, run from Main's stale-run-marker path before
*> Save-Validate: settle a save flush the last process never finished. A
*> save.journal ending in "commit" was decided -- every stage it lists is
*> put in place (roll forward). Anything less -- a journal cut off before
*> its commit line, or none at all -- means the flush never committed, and
*> every *.stage file left lying around is deleted (roll back), leaving the
*> previous flush's files untouched. Either way the save estate is back to
*> a single moment in time.
IDENTIFICATION DIVISION.
PROGRAM-ID. SaveJournal-Recover.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JOURNAL-FILE ASSIGN TO "save.journal"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  JOURNAL-FILE.
01  JOURNAL-LINE                PIC X(80).

WORKING-STORAGE SECTION.
    COPY DD-SAVE-JOURNAL.
    01 FS-STATUS                PIC X(2).
    01 WS-JOURNAL-NAME          PIC X(16) VALUE "save.journal".
    01 WS-COMMITTED             BINARY-CHAR UNSIGNED VALUE 0.
    01 WS-ENTRY-INDEX           BINARY-LONG UNSIGNED.
    01 WS-APPLIED               BINARY-CHAR UNSIGNED.
    01 WS-ROLLED-FORWARD        BINARY-LONG UNSIGNED VALUE 0.
    01 WS-ROLLED-BACK           BINARY-LONG UNSIGNED VALUE 0.
    01 WS-STAGE-NAME            PIC X(64).
    01 WS-FOUND                 BINARY-CHAR UNSIGNED.
    01 WS-LOG-MSG               PIC X(128).
    01 WS-NUM1                  PIC ZZZZ9.

PROCEDURE DIVISION.
    MOVE 0 TO SAVE-JOURNAL-OPEN
    MOVE 0 TO SAVE-JOURNAL-COUNT
    OPEN INPUT JOURNAL-FILE
    IF FS-STATUS = "00"
        PERFORM UNTIL FS-STATUS = "10"
            READ JOURNAL-FILE
                AT END
                    MOVE "10" TO FS-STATUS
                NOT AT END
                    PERFORM ReadJournalLine
            END-READ
        END-PERFORM
        CLOSE JOURNAL-FILE
    END-IF

    IF WS-COMMITTED = 1
        PERFORM VARYING WS-ENTRY-INDEX FROM 1 BY 1 UNTIL WS-ENTRY-INDEX > SAVE-JOURNAL-COUNT
            CALL "SaveJournal-Apply" USING SAVE-JOURNAL-NAME(WS-ENTRY-INDEX)
                SAVE-JOURNAL-KEEP-OLD(WS-ENTRY-INDEX) WS-APPLIED
            IF WS-APPLIED = 1
                ADD 1 TO WS-ROLLED-FORWARD
            END-IF
        END-PERFORM
        MOVE WS-ROLLED-FORWARD TO WS-NUM1
        MOVE SPACES TO WS-LOG-MSG
        STRING "Interrupted save flush rolled forward: " FUNCTION TRIM(WS-NUM1)
               " staged files put in place"
            DELIMITED BY SIZE INTO WS-LOG-MSG
        CALL "Log-Warn" USING WS-LOG-MSG
    END-IF
    MOVE 0 TO SAVE-JOURNAL-COUNT

    *> Whatever stage is still here belongs to a flush that never committed
    *> (or one the roll-forward could not place, already logged).
    CALL "Dir-FindFirst" USING "*.stage" WS-STAGE-NAME WS-FOUND
    PERFORM UNTIL WS-FOUND = 0
        CALL "CBL_DELETE_FILE" USING WS-STAGE-NAME
        IF RETURN-CODE = 0
            ADD 1 TO WS-ROLLED-BACK
        END-IF
        CALL "Dir-FindNext" USING WS-STAGE-NAME WS-FOUND
    END-PERFORM
    IF WS-ROLLED-BACK > 0
        MOVE WS-ROLLED-BACK TO WS-NUM1
        MOVE SPACES TO WS-LOG-MSG
        STRING "Uncommitted save flush rolled back: " FUNCTION TRIM(WS-NUM1)
               " staged files discarded"
            DELIMITED BY SIZE INTO WS-LOG-MSG
        CALL "Log-Warn" USING WS-LOG-MSG
    END-IF

    CALL "CBL_DELETE_FILE" USING WS-JOURNAL-NAME
    MOVE 0 TO RETURN-CODE
    GOBACK.

*> "<keep-old>|<name>" per staged file, then "commit".
ReadJournalLine.
    IF JOURNAL-LINE = "commit"
        MOVE 1 TO WS-COMMITTED
        EXIT PARAGRAPH
    END-IF
    IF JOURNAL-LINE(2:1) NOT = "|" OR JOURNAL-LINE(3:) = SPACES
            OR SAVE-JOURNAL-COUNT >= MAX-SAVE-JOURNAL-ENTRIES
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO SAVE-JOURNAL-COUNT
    MOVE JOURNAL-LINE(3:) TO SAVE-JOURNAL-NAME(SAVE-JOURNAL-COUNT)
    MOVE 0 TO SAVE-JOURNAL-KEEP-OLD(SAVE-JOURNAL-COUNT)
    IF JOURNAL-LINE(1:1) = "1"
        MOVE 1 TO SAVE-JOURNAL-KEEP-OLD(SAVE-JOURNAL-COUNT)
    END-IF
    EXIT PARAGRAPH.

END PROGRAM SaveJournal-Recover.
