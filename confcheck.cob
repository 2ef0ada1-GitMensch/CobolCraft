*> --- confcheck ---
*> Offline check of the live conf files, to run before a change goes live
*> (and before a console "reload", which refuses a file that fails the same
*> checks). Each file is parsed by the rules its loader uses through
*> ConfCheck-File: field counts, numbers the loader would reject or that can
*> never make sense, item, block and entity names against the registries,
*> duplicate entries, lines past a loader's table size, schedule.conf times
*> that cannot occur and commands the console does not know, and
*> groups.conf grants of commands that do not exist. Every problem is listed
*> as <file>:<line>: <problem>, so one pass finds them all. A missing file is
*> reported but is not a problem -- that is how a feature is left off.
*>
*> Checks blocks-simple.conf, foods.conf, furnace-recipes.conf,
*> crafting-recipes.conf, mob-drops.conf, blocks-interactable.conf,
*> schedule.conf, groups.conf, server.properties, anti-xray.conf,
*> brewing-recipes.conf, villager-trades.conf, advancements.conf,
*> bridge-accounts.conf, messages-en_us.conf, retention.conf,
*> legal-hold.conf, escalation.conf, census-watch.conf and map-colors.conf,
*> or just the one named --
*> which may be any other messages-<locale>.conf catalog.
*> Exits 1 when anything is wrong.
*>
*> Usage: confcheck [file]
IDENTIFICATION DIVISION.
PROGRAM-ID. confcheck.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CONF-PROBLEMS.
    01 WS-COMMAND-LINE          PIC X(256).
    01 WS-ONLY-FILE             PIC X(32).
    01 WS-FILE-COUNT            BINARY-LONG UNSIGNED VALUE 20.
    01 WS-FILE-NAMES.
        05 WS-FILE-NAME OCCURS 20 TIMES PIC X(32).
    01 WS-FILE-INDEX            BINARY-LONG UNSIGNED.
    01 WS-PROBLEM-INDEX         BINARY-LONG UNSIGNED.
    01 WS-SHOWN                 BINARY-LONG UNSIGNED.
    01 WS-FILES-CHECKED         BINARY-LONG UNSIGNED VALUE 0.
    01 WS-TOTAL-PROBLEMS        BINARY-LONG UNSIGNED VALUE 0.
    01 WS-ITEM-REGISTRY-INDEX   BINARY-LONG UNSIGNED.
    01 WS-BLOCK-COUNT           BINARY-LONG UNSIGNED.
    01 WS-LINE-TEXT             PIC Z(9)9.
    01 WS-NUM1                  PIC Z(9)9.
    01 WS-NUM2                  PIC Z(9)9.

PROCEDURE DIVISION.
Main.
    ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
    MOVE SPACES TO WS-ONLY-FILE
    UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE INTO WS-ONLY-FILE

    CALL "Registries-GetRegistryIndex" USING "minecraft:item" WS-ITEM-REGISTRY-INDEX
    CALL "Blocks-GetCount" USING WS-BLOCK-COUNT
    IF WS-ITEM-REGISTRY-INDEX = 0 OR WS-BLOCK-COUNT = 0
        DISPLAY "confcheck: the item and block registries are not available"
        STOP RUN RETURNING 1
    END-IF

    MOVE "blocks-simple.conf" TO WS-FILE-NAME(1)
    MOVE "foods.conf" TO WS-FILE-NAME(2)
    MOVE "furnace-recipes.conf" TO WS-FILE-NAME(3)
    MOVE "crafting-recipes.conf" TO WS-FILE-NAME(4)
    MOVE "mob-drops.conf" TO WS-FILE-NAME(5)
    MOVE "blocks-interactable.conf" TO WS-FILE-NAME(6)
    MOVE "schedule.conf" TO WS-FILE-NAME(7)
    MOVE "groups.conf" TO WS-FILE-NAME(8)
    MOVE "server.properties" TO WS-FILE-NAME(9)
    MOVE "anti-xray.conf" TO WS-FILE-NAME(10)
    MOVE "brewing-recipes.conf" TO WS-FILE-NAME(11)
    MOVE "villager-trades.conf" TO WS-FILE-NAME(12)
    MOVE "advancements.conf" TO WS-FILE-NAME(13)
    MOVE "bridge-accounts.conf" TO WS-FILE-NAME(14)
    MOVE "messages-en_us.conf" TO WS-FILE-NAME(15)
    MOVE "retention.conf" TO WS-FILE-NAME(16)
    MOVE "legal-hold.conf" TO WS-FILE-NAME(17)
    MOVE "escalation.conf" TO WS-FILE-NAME(18)
    MOVE "census-watch.conf" TO WS-FILE-NAME(19)
    MOVE "map-colors.conf" TO WS-FILE-NAME(20)

    IF WS-ONLY-FILE NOT = SPACES
        PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1 UNTIL WS-FILE-INDEX > WS-FILE-COUNT
            IF WS-FILE-NAME(WS-FILE-INDEX) = WS-ONLY-FILE
                EXIT PERFORM
            END-IF
        END-PERFORM
        *> Any catalog is checked by the same rules as the reference one.
        IF WS-FILE-INDEX > WS-FILE-COUNT AND WS-ONLY-FILE(1:9) = "messages-"
            MOVE WS-FILE-COUNT TO WS-FILE-INDEX
            MOVE WS-ONLY-FILE TO WS-FILE-NAME(WS-FILE-INDEX)
        END-IF
        IF WS-FILE-INDEX > WS-FILE-COUNT
            DISPLAY "confcheck: no checks are defined for " FUNCTION TRIM(WS-ONLY-FILE)
            DISPLAY "usage: confcheck [file]"
            STOP RUN RETURNING 1
        END-IF
        PERFORM CheckOneFile
    ELSE
        PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1 UNTIL WS-FILE-INDEX > WS-FILE-COUNT
            PERFORM CheckOneFile
        END-PERFORM
    END-IF

    MOVE WS-FILES-CHECKED TO WS-NUM1
    MOVE WS-TOTAL-PROBLEMS TO WS-NUM2
    DISPLAY "confcheck: " FUNCTION TRIM(WS-NUM1) " file(s) checked, "
        FUNCTION TRIM(WS-NUM2) " problem(s)"
    IF WS-TOTAL-PROBLEMS > 0
        STOP RUN RETURNING 1
    END-IF
    STOP RUN.

CheckOneFile SECTION.
    CALL "ConfCheck-File" USING WS-FILE-NAME(WS-FILE-INDEX) CONF-PROBLEMS
    IF CONF-FILE-FOUND = 0
        DISPLAY FUNCTION TRIM(WS-FILE-NAME(WS-FILE-INDEX)) ": not present, skipped"
        EXIT SECTION
    END-IF
    ADD 1 TO WS-FILES-CHECKED
    ADD CONF-PROBLEM-COUNT TO WS-TOTAL-PROBLEMS
    IF CONF-PROBLEM-COUNT = 0
        DISPLAY FUNCTION TRIM(WS-FILE-NAME(WS-FILE-INDEX)) ": ok"
        EXIT SECTION
    END-IF

    MOVE CONF-PROBLEM-COUNT TO WS-SHOWN
    IF WS-SHOWN > 64
        MOVE 64 TO WS-SHOWN
    END-IF
    PERFORM VARYING WS-PROBLEM-INDEX FROM 1 BY 1 UNTIL WS-PROBLEM-INDEX > WS-SHOWN
        MOVE CONF-PROBLEM-LINE(WS-PROBLEM-INDEX) TO WS-LINE-TEXT
        DISPLAY FUNCTION TRIM(WS-FILE-NAME(WS-FILE-INDEX)) ":" FUNCTION TRIM(WS-LINE-TEXT)
            ": " FUNCTION TRIM(CONF-PROBLEM-TEXT(WS-PROBLEM-INDEX))
    END-PERFORM
    IF CONF-PROBLEM-COUNT > WS-SHOWN
        COMPUTE WS-NUM1 = CONF-PROBLEM-COUNT - WS-SHOWN
        DISPLAY FUNCTION TRIM(WS-FILE-NAME(WS-FILE-INDEX)) ": ... and "
            FUNCTION TRIM(WS-NUM1) " more"
    END-IF.

    EXIT SECTION.

END PROGRAM confcheck.
