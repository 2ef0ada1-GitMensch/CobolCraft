*> the progress back to zero, vanilla-style. Whoever has the furnace window open
*> gets Set Container Property updates so the flame and arrow actually fill in.
*>
*> The recipe and fuel tables are the shared DD-SMELT-RECIPES ones, loaded on the
*> first tick by Furnace-LoadRecipes.
IDENTIFICATION DIVISION.
PROGRAM-ID. Furnace-TickAll.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-PLAYERS.
    COPY DD-CONTAINERS.
    COPY DD-ADVANCEMENTS.
    COPY DD-SMELT-RECIPES.
    01 SMELT-TIME-TICKS          BINARY-LONG UNSIGNED VALUE 200.
    01 SMELT-XP-POINTS           BINARY-LONG UNSIGNED VALUE 1.
    01 MAX-STACK-SIZE            BINARY-CHAR UNSIGNED VALUE 64.

    *> per-furnace tick scratch
    01 CONTAINER-ID              BINARY-LONG UNSIGNED.
    01 WS-RECIPE-INDEX           BINARY-LONG UNSIGNED.
    01 WS-PROPERTY-VALUE         BINARY-LONG.

PROCEDURE DIVISION.
    IF SMELT-RECIPES-LOADED = 0
        CALL "Furnace-LoadRecipes"
    END-IF

    PERFORM VARYING CONTAINER-ID FROM 1 BY 1 UNTIL CONTAINER-ID > MAX-CONTAINER-ENTRIES
    *> A finished smelt pays experience to whoever is working the furnace --
    *> there's no owner recorded on a furnace, so "the players with its window
    *> open" is the closest thing to the vanilla collect-on-take reward without
    *> adding per-item ownership state. The smelt advancements go the same way.
    PERFORM VARYING WS-VIEW-PLAYER FROM 1 BY 1 UNTIL WS-VIEW-PLAYER > MAX-PLAYER-ENTRIES
        IF PLAYER-PRESENT(WS-VIEW-PLAYER) = 1
                AND PLAYER-OPEN-CONTAINER(WS-VIEW-PLAYER) = CONTAINER-ID
            CALL "Player-AwardXp" USING WS-VIEW-PLAYER SMELT-XP-POINTS
            CALL "Advancement-Trigger" USING WS-VIEW-PLAYER ADVANCEMENT-TRIGGER-SMELT
                WS-OUTPUT-FOR-INPUT
        END-IF
    END-PERFORM

    END-PERFORM
    EXIT PARAGRAPH.

END PROGRAM Furnace-TickAll.

*> --- Furnace-LoadRecipes ---
*> Parse furnace-recipes.conf (the blocks-simple.conf file style) into the shared
*> DD-SMELT-RECIPES tables, every item name resolved through the minecraft:item
*> registry once, up front, and each smelting recipe given its recipe book
*> identifier. A missing file leaves furnaces idle. Called on first use by
*> Furnace-TickAll and the recipe book; Admin-Reload clears SMELT-RECIPES-LOADED
*> to force a re-read.
IDENTIFICATION DIVISION.
PROGRAM-ID. Furnace-LoadRecipes.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RECIPES-FILE ASSIGN TO "furnace-recipes.conf"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RECIPES-FILE.
01  RECIPES-LINE                PIC X(256).

WORKING-STORAGE SECTION.
    COPY DD-SMELT-RECIPES.
    01 FS-STATUS                 PIC X(2).

    *> conf parsing scratch, the blocks-simple.conf field-splitting shape
    01 WS-KIND                   PIC X(16).
    01 WS-FIELD2                 PIC X(64).
    01 WS-FIELD3                 PIC X(64).
    01 WS-REMAINDER              PIC X(256).
    01 WS-SEP-POS                BINARY-LONG UNSIGNED.
    01 WS-LOG-MSG                PIC X(128).
    01 WS-ITEM-ID-A              BINARY-LONG.
    01 WS-ITEM-ID-B              BINARY-LONG.

    *> recipe book identifier: the output's name without its namespace, and
    *> how many earlier recipes already make the same output
    01 WS-NAME-PATH              PIC X(64).
    01 WS-COLON-POS              BINARY-LONG UNSIGNED.
    01 WS-RECIPE-INDEX           BINARY-LONG UNSIGNED.
    01 WS-SAME-OUTPUT            BINARY-LONG UNSIGNED.
    01 WS-SUFFIX-TEXT            PIC Z9.

    *> item registry lookup
    01 WS-ITEM-REGISTRY-INDEX    BINARY-LONG UNSIGNED VALUE 0.
    01 WS-REGISTRY-LENGTH        BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY         BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY-ID      BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY-NAME    PIC X(64).
    01 WS-LOOKUP-NAME            PIC X(64).
    01 WS-LOOKUP-ID              BINARY-LONG.

PROCEDURE DIVISION.
    MOVE 0 TO SMELT-RECIPE-COUNT
    MOVE 0 TO FUEL-KIND-COUNT
    MOVE 1 TO SMELT-RECIPES-LOADED
    PERFORM LoadRecipes
    GOBACK.

LoadRecipes.
    OPEN INPUT RECIPES-FILE
    IF FS-STATUS NOT = "00"
                ADD 1 TO SMELT-RECIPE-COUNT
                MOVE WS-ITEM-ID-A TO SMELT-INPUT-ID(SMELT-RECIPE-COUNT)
                MOVE WS-ITEM-ID-B TO SMELT-OUTPUT-ID(SMELT-RECIPE-COUNT)
                PERFORM AssignKey
            ELSE
                PERFORM WarnBadLine
            END-IF
    END-EVALUATE
    EXIT PARAGRAPH.

*> "cobolcraft:smelting/<output path>", numbered from the second recipe on
*> that smelts into the same output.
AssignKey.
    MOVE WS-FIELD3 TO WS-NAME-PATH
    MOVE 0 TO WS-COLON-POS
    INSPECT WS-NAME-PATH TALLYING WS-COLON-POS FOR CHARACTERS BEFORE INITIAL ":"
    IF WS-COLON-POS < LENGTH OF WS-NAME-PATH
        MOVE WS-NAME-PATH(WS-COLON-POS + 2:) TO WS-NAME-PATH
    END-IF
    MOVE 0 TO WS-SAME-OUTPUT
    PERFORM VARYING WS-RECIPE-INDEX FROM 1 BY 1 UNTIL WS-RECIPE-INDEX > SMELT-RECIPE-COUNT
        IF SMELT-OUTPUT-ID(WS-RECIPE-INDEX) = SMELT-OUTPUT-ID(SMELT-RECIPE-COUNT)
            ADD 1 TO WS-SAME-OUTPUT
        END-IF
    END-PERFORM
    MOVE SPACES TO SMELT-KEY(SMELT-RECIPE-COUNT)
    IF WS-SAME-OUTPUT > 1
        MOVE WS-SAME-OUTPUT TO WS-SUFFIX-TEXT
        STRING "cobolcraft:smelting/" FUNCTION TRIM(WS-NAME-PATH) "_" FUNCTION TRIM(WS-SUFFIX-TEXT)
            DELIMITED BY SIZE INTO SMELT-KEY(SMELT-RECIPE-COUNT)
    ELSE
        STRING "cobolcraft:smelting/" FUNCTION TRIM(WS-NAME-PATH)
            DELIMITED BY SIZE INTO SMELT-KEY(SMELT-RECIPE-COUNT)
    END-IF
    EXIT PARAGRAPH.

WarnBadLine.
    STRING "furnace-recipes.conf: skipping bad line: " FUNCTION TRIM(RECIPES-LINE)
        DELIMITED BY SIZE INTO WS-LOG-MSG
    END-PERFORM
    EXIT PARAGRAPH.

END PROGRAM Furnace-LoadRecipes.
