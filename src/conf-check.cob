*> --- ConfCheck-File ---
*> Validate one live conf file by the rules its loader applies, without
*> loading it: field counts, numbers a loader would mangle or reject, every
*> item, block and entity name checked against its registry, entries the
*> loader would silently drop (duplicates that shadow an earlier line, lines
*> past the loader's table size), schedule.conf times that cannot occur and
*> commands the console does not know, and groups.conf grants of commands
*> Command-Dispatch does not have. Every problem is collected with its line
*> number into CONF-PROBLEMS rather than stopping at the first, so the
*> offline confcheck can list them all; Admin-Reload runs the same check and
*> refuses to reload while any file has one.
*>
*> The files it knows: blocks-simple.conf, foods.conf, furnace-recipes.conf,
*> crafting-recipes.conf, mob-drops.conf, blocks-interactable.conf,
*> schedule.conf, groups.conf, server.properties, anti-xray.conf,
*> brewing-recipes.conf, villager-trades.conf, advancements.conf,
*> bridge-accounts.conf, retention.conf, legal-hold.conf, escalation.conf,
*> census-watch.conf, map-colors.conf and the messages-<locale>.conf
*> catalogs. The table sizes below mirror the loaders'
*> OCCURS limits, the command lists mirror Admin-ExecuteCommand and
*> Command-Dispatch, and the property list mirrors ServerProperties-Load -- a
*> change to one belongs in the other.
IDENTIFICATION DIVISION.
PROGRAM-ID. ConfCheck-File.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONF-FILE ASSIGN TO WS-FILENAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CONF-FILE.
01  CONF-LINE                   PIC X(512).

WORKING-STORAGE SECTION.
    01 FS-STATUS                PIC X(2).
    01 WS-FILENAME              PIC X(32).
    01 WS-FILE-KIND             BINARY-CHAR UNSIGNED.
    01 WS-LINE-NUMBER           BINARY-LONG UNSIGNED.
    01 WS-PROBLEM               PIC X(160).
    01 MAX-CONF-PROBLEMS        BINARY-LONG UNSIGNED VALUE 64.
    *> field splitting, the conf loaders' own comma shape; a 3x3 shaped
    *> recipe is the widest line at 13 fields
    01 WS-FIELDS.
        05 WS-FIELD OCCURS 16 TIMES PIC X(64).
    01 WS-FIELD-INDEX           BINARY-LONG UNSIGNED.
    01 WS-FIELD-COUNT           BINARY-LONG UNSIGNED.
    01 WS-EXPECTED-FIELDS       BINARY-LONG UNSIGNED.
    *> the loaders' table sizes
    01 MAX-SIMPLE-BLOCKS        BINARY-LONG UNSIGNED VALUE 64.
    01 MAX-FOOD-KINDS           BINARY-LONG UNSIGNED VALUE 32.
    01 MAX-SMELT-RECIPES        BINARY-LONG UNSIGNED VALUE 64.
    01 MAX-FUEL-KINDS           BINARY-LONG UNSIGNED VALUE 32.
    01 MAX-CRAFT-RECIPES        BINARY-LONG UNSIGNED VALUE 64.
    01 MAX-DROP-ENTRIES         BINARY-LONG UNSIGNED VALUE 64.
    01 MAX-INTERACTABLE-BLOCKS  BINARY-LONG UNSIGNED VALUE 48.
    01 MAX-SCHEDULE-ENTRIES     BINARY-LONG UNSIGNED VALUE 16.
    01 MAX-GROUP-GRANTS         BINARY-LONG UNSIGNED VALUE 64.
    01 MAX-GROUP-MEMBERS        BINARY-LONG UNSIGNED VALUE 64.
    01 MAX-ANTI-XRAY-BLOCKS     BINARY-LONG UNSIGNED VALUE 48.
    01 MAX-BREW-RECIPES         BINARY-LONG UNSIGNED VALUE 64.
    01 MAX-BREW-FUELS           BINARY-LONG UNSIGNED VALUE 8.
    01 MAX-POTION-EFFECTS       BINARY-LONG UNSIGNED VALUE 64.
    01 MAX-VILLAGER-TRADES      BINARY-LONG UNSIGNED VALUE 64.
    01 MAX-ADVANCEMENTS         BINARY-LONG UNSIGNED VALUE 32.
    01 MAX-BRIDGE-ACCOUNTS      BINARY-LONG UNSIGNED VALUE 64.
    01 MAX-MESSAGE-KEYS         BINARY-LONG UNSIGNED VALUE 512.
    01 MAX-RETENTION-FAMILIES   BINARY-LONG UNSIGNED VALUE 32.
    01 MAX-LEGAL-HOLDS          BINARY-LONG UNSIGNED VALUE 128.
    01 MAX-WATCH-ITEMS          BINARY-LONG UNSIGNED VALUE 32.
    *> map's 1024 color slots, less the one "default" always holds
    01 MAX-MAP-COLORS           BINARY-LONG UNSIGNED VALUE 1023.
    01 WS-ENTRY-COUNT           BINARY-LONG UNSIGNED.
    01 WS-SECOND-COUNT          BINARY-LONG UNSIGNED.
    01 WS-THIRD-COUNT           BINARY-LONG UNSIGNED.
    01 WS-ENTRY-LIMIT           BINARY-LONG UNSIGNED.
    *> every key seen so far in this file, to catch a line that repeats (and
    *> so shadows, or is shadowed by) an earlier one
    01 MAX-SEEN-KEYS            BINARY-LONG UNSIGNED VALUE 512.
    01 WS-SEEN-COUNT            BINARY-LONG UNSIGNED.
    01 WS-SEEN-TABLE.
        05 WS-SEEN-ENTRY OCCURS 512 TIMES.
            10 WS-SEEN-KEY          PIC X(200).
            10 WS-SEEN-LINE         BINARY-LONG UNSIGNED.
    01 WS-SEEN-INDEX            BINARY-LONG UNSIGNED.
    01 WS-KEY                   PIC X(200).
    01 WS-DUPLICATE-LINE        BINARY-LONG UNSIGNED.
    *> numeric checks
    01 WS-NUMBER-TEXT           PIC X(64).
    01 WS-NUMBER                PIC S9(12)V9(6).
    01 WS-RANGE-LOW             BINARY-LONG.
    01 WS-RANGE-HIGH            BINARY-LONG.
    01 WS-NUMBER-WHAT           PIC X(32).
    01 WS-NUMBER-OK             BINARY-CHAR UNSIGNED.
    01 WS-MIN-VALUE             BINARY-LONG.
    01 WS-LOW-TEXT              PIC -(10)9.
    01 WS-HIGH-TEXT             PIC -(10)9.
    01 WS-LINE-TEXT             PIC Z(9)9.
    *> registry lookups
    01 WS-ITEM-REGISTRY-INDEX   BINARY-LONG UNSIGNED VALUE 0.
    01 WS-ENTITY-REGISTRY-INDEX BINARY-LONG UNSIGNED VALUE 0.
    01 WS-NAMED-WHAT            PIC X(16).
    01 WS-NAMED-REGISTRY-INDEX  BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-LENGTH       BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY        BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY-NAME   PIC X(64).
    01 WS-LOOKUP-NAME           PIC X(64).
    01 WS-NAME-OK               BINARY-CHAR UNSIGNED.
    01 WS-BLOCK-COUNT           BINARY-LONG UNSIGNED.
    01 WS-BLOCK-INDEX           BINARY-LONG UNSIGNED.
    01 WS-BLOCK-NAME            PIC X(64).
    01 WS-BLOCK-MIN-STATE       BINARY-LONG.
    01 WS-BLOCK-MAX-STATE       BINARY-LONG.
    *> anti-xray.conf
    01 WS-HIDDEN-NAME           PIC X(64).
    *> crafting grid shape
    01 WS-X-POS                 BINARY-LONG UNSIGNED.
    01 WS-GRID-W                BINARY-LONG.
    01 WS-GRID-H                BINARY-LONG.
    01 WS-CELL-COUNT            BINARY-LONG.
    *> schedule.conf
    01 WS-TIME-TEXT             PIC X(16).
    01 WS-COMMAND-TEXT          PIC X(256).
    01 WS-COMMAND-WORD          PIC X(32).
    01 WS-HOUR                  BINARY-LONG.
    01 WS-MINUTE                BINARY-LONG.
    *> groups.conf: members are checked against the granted groups once the
    *> whole file has been read, since grants may come after members
    01 WS-GRANT-GROUP-COUNT     BINARY-LONG UNSIGNED.
    01 WS-GRANT-GROUPS.
        05 WS-GRANT-GROUP OCCURS 64 TIMES PIC X(16).
    01 WS-MEMBER-COUNT          BINARY-LONG UNSIGNED.
    01 WS-MEMBERS.
        05 WS-MEMBER OCCURS 64 TIMES.
            10 WS-MEMBER-GROUP      PIC X(16).
            10 WS-MEMBER-LINE       BINARY-LONG UNSIGNED.
    01 WS-MEMBER-INDEX          BINARY-LONG UNSIGNED.
    01 WS-GROUP-INDEX           BINARY-LONG UNSIGNED.
    01 WS-GROUP-FOUND           BINARY-CHAR UNSIGNED.
    *> server.properties
    01 WS-EQ-POS                BINARY-LONG UNSIGNED.
    01 WS-PROP-KEY              PIC X(64).
    01 WS-PROP-VALUE            PIC X(256).
    *> retention.conf
    01 WS-KEEP-LIVE-DAYS        BINARY-LONG.
    01 WS-ARCHIVE-DAYS          BINARY-LONG.
    01 WS-DELETE-DAYS           BINARY-LONG.
    01 WS-SLASH-COUNT           BINARY-LONG UNSIGNED.
    01 WS-STAR-COUNT            BINARY-LONG UNSIGNED.
    *> escalation.conf, census-watch.conf, map-colors.conf
    01 WS-ACTION-TEXT           PIC X(64).
    01 WS-COLON-COUNT           BINARY-LONG UNSIGNED.
    01 WS-COLOR-TEXT            PIC X(64).
    01 WS-HEX-INDEX             BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-FILENAME              PIC X ANY LENGTH.
    COPY DD-CONF-PROBLEMS.

PROCEDURE DIVISION USING LK-FILENAME CONF-PROBLEMS.
    MOVE 0 TO CONF-FILE-FOUND
    MOVE 0 TO CONF-PROBLEM-COUNT
    MOVE 0 TO WS-LINE-NUMBER
    MOVE 0 TO WS-SEEN-COUNT
    MOVE 0 TO WS-ENTRY-COUNT
    MOVE 0 TO WS-SECOND-COUNT
    MOVE 0 TO WS-THIRD-COUNT
    MOVE 0 TO WS-GRANT-GROUP-COUNT
    MOVE 0 TO WS-MEMBER-COUNT
    MOVE LK-FILENAME TO WS-FILENAME

    EVALUATE FUNCTION TRIM(WS-FILENAME)
        WHEN "blocks-simple.conf"
            MOVE 1 TO WS-FILE-KIND
        WHEN "foods.conf"
            MOVE 2 TO WS-FILE-KIND
        WHEN "furnace-recipes.conf"
            MOVE 3 TO WS-FILE-KIND
        WHEN "crafting-recipes.conf"
            MOVE 4 TO WS-FILE-KIND
        WHEN "mob-drops.conf"
            MOVE 5 TO WS-FILE-KIND
        WHEN "blocks-interactable.conf"
            MOVE 6 TO WS-FILE-KIND
        WHEN "schedule.conf"
            MOVE 7 TO WS-FILE-KIND
        WHEN "groups.conf"
            MOVE 8 TO WS-FILE-KIND
        WHEN "server.properties"
            MOVE 9 TO WS-FILE-KIND
        WHEN "anti-xray.conf"
            MOVE 10 TO WS-FILE-KIND
        WHEN "brewing-recipes.conf"
            MOVE 11 TO WS-FILE-KIND
        WHEN "villager-trades.conf"
            MOVE 12 TO WS-FILE-KIND
        WHEN "advancements.conf"
            MOVE 13 TO WS-FILE-KIND
        WHEN "bridge-accounts.conf"
            MOVE 14 TO WS-FILE-KIND
        WHEN "retention.conf"
            MOVE 16 TO WS-FILE-KIND
        WHEN "legal-hold.conf"
            MOVE 17 TO WS-FILE-KIND
        WHEN "escalation.conf"
            MOVE 18 TO WS-FILE-KIND
        WHEN "census-watch.conf"
            MOVE 19 TO WS-FILE-KIND
        WHEN "map-colors.conf"
            MOVE 20 TO WS-FILE-KIND
        WHEN OTHER
            MOVE 0 TO WS-FILE-KIND
    END-EVALUATE
    *> every language's catalog, messages-<locale>.conf, is checked alike
    IF WS-FILE-KIND = 0 AND WS-FILENAME(1:9) = "messages-"
        MOVE 15 TO WS-FILE-KIND
    END-IF
    IF WS-FILE-KIND = 0
        MOVE "no checks are defined for this file" TO WS-PROBLEM
        PERFORM AddProblem
        GOBACK
    END-IF

    OPEN INPUT CONF-FILE
    IF FS-STATUS NOT = "00"
        GOBACK
    END-IF
    MOVE 1 TO CONF-FILE-FOUND
    PERFORM UNTIL FS-STATUS = "10"
        READ CONF-FILE
            AT END
                MOVE "10" TO FS-STATUS
            NOT AT END
                ADD 1 TO WS-LINE-NUMBER
                PERFORM CheckLine
        END-READ
    END-PERFORM
    CLOSE CONF-FILE

    IF WS-FILE-KIND = 8
        PERFORM CheckMemberGroups
    END-IF
    GOBACK.

CheckLine.
    IF CONF-LINE = SPACES OR CONF-LINE(1:1) = "#"
        EXIT PARAGRAPH
    END-IF
    IF WS-FILE-KIND = 9
        PERFORM CheckPropertyLine
        EXIT PARAGRAPH
    END-IF
    IF WS-FILE-KIND = 15
        PERFORM CheckMessageLine
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING WS-FIELD-INDEX FROM 1 BY 1 UNTIL WS-FIELD-INDEX > 16
        MOVE SPACES TO WS-FIELD(WS-FIELD-INDEX)
    END-PERFORM
    MOVE 0 TO WS-FIELD-COUNT
    INSPECT CONF-LINE TALLYING WS-FIELD-COUNT FOR ALL ","
    ADD 1 TO WS-FIELD-COUNT
    UNSTRING CONF-LINE DELIMITED BY "," INTO WS-FIELD(1) WS-FIELD(2) WS-FIELD(3)
        WS-FIELD(4) WS-FIELD(5) WS-FIELD(6) WS-FIELD(7) WS-FIELD(8) WS-FIELD(9)
        WS-FIELD(10) WS-FIELD(11) WS-FIELD(12) WS-FIELD(13) WS-FIELD(14)
        WS-FIELD(15) WS-FIELD(16)
    PERFORM VARYING WS-FIELD-INDEX FROM 1 BY 1 UNTIL WS-FIELD-INDEX > 16
        MOVE FUNCTION TRIM(WS-FIELD(WS-FIELD-INDEX)) TO WS-FIELD(WS-FIELD-INDEX)
    END-PERFORM

    EVALUATE WS-FILE-KIND
        WHEN 1
            PERFORM CheckBlocksSimpleLine
        WHEN 2
            PERFORM CheckFoodsLine
        WHEN 3
            PERFORM CheckFurnaceLine
        WHEN 4
            PERFORM CheckCraftingLine
        WHEN 5
            PERFORM CheckMobDropsLine
        WHEN 6
            PERFORM CheckInteractableLine
        WHEN 7
            PERFORM CheckScheduleLine
        WHEN 8
            PERFORM CheckGroupsLine
        WHEN 10
            PERFORM CheckAntiXrayLine
        WHEN 11
            PERFORM CheckBrewingLine
        WHEN 12
            PERFORM CheckVillagerTradesLine
        WHEN 13
            PERFORM CheckAdvancementsLine
        WHEN 14
            PERFORM CheckBridgeAccountLine
        WHEN 16
            PERFORM CheckRetentionLine
        WHEN 17
            PERFORM CheckLegalHoldLine
        WHEN 18
            PERFORM CheckEscalationLine
        WHEN 19
            PERFORM CheckCensusWatchLine
        WHEN 20
            PERFORM CheckMapColorsLine
    END-EVALUATE
    EXIT PARAGRAPH.

*> <block name>,<hardness>,<light level>,<solid 0 or 1>
CheckBlocksSimpleLine.
    MOVE 4 TO WS-EXPECTED-FIELDS
    PERFORM CheckFieldCount
    IF WS-NUMBER-OK = 0
        EXIT PARAGRAPH
    END-IF
    MOVE WS-FIELD(1) TO WS-LOOKUP-NAME
    PERFORM CheckBlockName
    MOVE WS-FIELD(2) TO WS-NUMBER-TEXT
    MOVE "hardness" TO WS-NUMBER-WHAT
    MOVE 0 TO WS-RANGE-LOW
    MOVE 1000 TO WS-RANGE-HIGH
    PERFORM CheckDecimal
    MOVE WS-FIELD(3) TO WS-NUMBER-TEXT
    MOVE "light level" TO WS-NUMBER-WHAT
    MOVE 0 TO WS-RANGE-LOW
    MOVE 15 TO WS-RANGE-HIGH
    PERFORM CheckWhole
    MOVE WS-FIELD(4) TO WS-NUMBER-TEXT
    MOVE "solid flag" TO WS-NUMBER-WHAT
    MOVE 0 TO WS-RANGE-LOW
    MOVE 1 TO WS-RANGE-HIGH
    PERFORM CheckWhole
    MOVE WS-FIELD(1) TO WS-KEY
    PERFORM CheckDuplicate
    MOVE MAX-SIMPLE-BLOCKS TO WS-ENTRY-LIMIT
    PERFORM CountEntry
    EXIT PARAGRAPH.

*> <item name>,<food points>,<saturation points>[,<effect>,<amplifier>,<seconds>]
CheckFoodsLine.
    IF WS-FIELD-COUNT = 6
        MOVE 6 TO WS-EXPECTED-FIELDS
    ELSE
        MOVE 3 TO WS-EXPECTED-FIELDS
    END-IF
    PERFORM CheckFieldCount
    IF WS-NUMBER-OK = 0
        EXIT PARAGRAPH
    END-IF
    MOVE WS-FIELD(1) TO WS-LOOKUP-NAME
    PERFORM CheckItemName
    MOVE WS-FIELD(2) TO WS-NUMBER-TEXT
    MOVE "food points" TO WS-NUMBER-WHAT
    MOVE 0 TO WS-RANGE-LOW
    MOVE 20 TO WS-RANGE-HIGH
    PERFORM CheckWhole
    MOVE WS-FIELD(3) TO WS-NUMBER-TEXT
    MOVE "saturation" TO WS-NUMBER-WHAT
    MOVE 0 TO WS-RANGE-LOW
    MOVE 20 TO WS-RANGE-HIGH
    PERFORM CheckDecimal
    IF WS-EXPECTED-FIELDS = 6
        MOVE WS-FIELD(4) TO WS-LOOKUP-NAME
        PERFORM CheckEffectName
        MOVE WS-FIELD(5) TO WS-NUMBER-TEXT
        MOVE "amplifier" TO WS-NUMBER-WHAT
        MOVE 0 TO WS-RANGE-LOW
        MOVE 255 TO WS-RANGE-HIGH
        PERFORM CheckWhole
        MOVE WS-FIELD(6) TO WS-NUMBER-TEXT
        MOVE "seconds" TO WS-NUMBER-WHAT
        MOVE 1 TO WS-RANGE-LOW
        MOVE 100000 TO WS-RANGE-HIGH
        PERFORM CheckWhole
    END-IF
    MOVE WS-FIELD(1) TO WS-KEY
    PERFORM CheckDuplicate
    MOVE MAX-FOOD-KINDS TO WS-ENTRY-LIMIT
    PERFORM CountEntry
    EXIT PARAGRAPH.

*> smelt,<input item>,<output item>  /  fuel,<item>,<burn time in ticks>
CheckFurnaceLine.
    MOVE 3 TO WS-EXPECTED-FIELDS
    PERFORM CheckFieldCount
    IF WS-NUMBER-OK = 0
        EXIT PARAGRAPH
    END-IF
    EVALUATE WS-FIELD(1)
        WHEN "smelt"
            MOVE WS-FIELD(2) TO WS-LOOKUP-NAME
            PERFORM CheckItemName
            MOVE WS-FIELD(3) TO WS-LOOKUP-NAME
            PERFORM CheckItemName
            MOVE SPACES TO WS-KEY
            STRING "smelt," WS-FIELD(2) DELIMITED BY SIZE INTO WS-KEY
            PERFORM CheckDuplicate
            MOVE MAX-SMELT-RECIPES TO WS-ENTRY-LIMIT
            PERFORM CountEntry
        WHEN "fuel"
            MOVE WS-FIELD(2) TO WS-LOOKUP-NAME
            PERFORM CheckItemName
            MOVE WS-FIELD(3) TO WS-NUMBER-TEXT
            MOVE "burn time" TO WS-NUMBER-WHAT
            MOVE 1 TO WS-RANGE-LOW
            MOVE 1000000 TO WS-RANGE-HIGH
            PERFORM CheckWhole
            MOVE SPACES TO WS-KEY
            STRING "fuel," WS-FIELD(2) DELIMITED BY SIZE INTO WS-KEY
            PERFORM CheckDuplicate
            MOVE MAX-FUEL-KINDS TO WS-ENTRY-LIMIT
            PERFORM CountSecondEntry
        WHEN OTHER
            MOVE SPACES TO WS-PROBLEM
            STRING "unknown entry kind '" FUNCTION TRIM(WS-FIELD(1))
                "' (expected smelt or fuel)" DELIMITED BY SIZE INTO WS-PROBLEM
            PERFORM AddProblem
    END-EVALUATE
    EXIT PARAGRAPH.

*> shaped,<result>,<count>,<w>x<h>,<cell>,...  /  shapeless,<result>,<count>,<n>,<item>,...
CheckCraftingLine.
    EVALUATE WS-FIELD(1)
        WHEN "shaped"
            MOVE 0 TO WS-X-POS
            INSPECT WS-FIELD(4) TALLYING WS-X-POS FOR CHARACTERS BEFORE INITIAL "x"
            MOVE 0 TO WS-GRID-W
            MOVE 0 TO WS-GRID-H
            IF WS-X-POS = 1 AND WS-FIELD(4)(1:1) IS NUMERIC
                    AND WS-FIELD(4)(3:1) IS NUMERIC AND WS-FIELD(4)(4:1) = SPACE
                MOVE WS-FIELD(4)(1:1) TO WS-GRID-W
                MOVE WS-FIELD(4)(3:1) TO WS-GRID-H
            END-IF
            IF WS-GRID-W < 1 OR WS-GRID-W > 3 OR WS-GRID-H < 1 OR WS-GRID-H > 3
                MOVE SPACES TO WS-PROBLEM
                STRING "grid size '" FUNCTION TRIM(WS-FIELD(4))
                    "' is not <width>x<height> between 1x1 and 3x3"
                    DELIMITED BY SIZE INTO WS-PROBLEM
                PERFORM AddProblem
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-CELL-COUNT = WS-GRID-W * WS-GRID-H
        WHEN "shapeless"
            MOVE WS-FIELD(4) TO WS-NUMBER-TEXT
            MOVE "ingredient count" TO WS-NUMBER-WHAT
            MOVE 1 TO WS-RANGE-LOW
            MOVE 9 TO WS-RANGE-HIGH
            PERFORM CheckWhole
            IF WS-NUMBER-OK = 0
                EXIT PARAGRAPH
            END-IF
            MOVE WS-NUMBER TO WS-CELL-COUNT
        WHEN OTHER
            MOVE SPACES TO WS-PROBLEM
            STRING "unknown recipe kind '" FUNCTION TRIM(WS-FIELD(1))
                "' (expected shaped or shapeless)" DELIMITED BY SIZE INTO WS-PROBLEM
            PERFORM AddProblem
            EXIT PARAGRAPH
    END-EVALUATE

    COMPUTE WS-EXPECTED-FIELDS = 4 + WS-CELL-COUNT
    PERFORM CheckFieldCount
    IF WS-NUMBER-OK = 0
        EXIT PARAGRAPH
    END-IF
    MOVE WS-FIELD(2) TO WS-LOOKUP-NAME
    PERFORM CheckItemName
    MOVE WS-FIELD(3) TO WS-NUMBER-TEXT
    MOVE "result count" TO WS-NUMBER-WHAT
    MOVE 1 TO WS-RANGE-LOW
    MOVE 64 TO WS-RANGE-HIGH
    PERFORM CheckWhole
    PERFORM VARYING WS-FIELD-INDEX FROM 5 BY 1 UNTIL WS-FIELD-INDEX > WS-EXPECTED-FIELDS
        IF WS-FIELD(WS-FIELD-INDEX) = "_" AND WS-FIELD(1) = "shaped"
            CONTINUE
        ELSE
            MOVE WS-FIELD(WS-FIELD-INDEX) TO WS-LOOKUP-NAME
            PERFORM CheckItemName
        END-IF
    END-PERFORM

    *> Two recipes with the same kind and the same ingredients can only ever
    *> produce the first one's result.
    MOVE SPACES TO WS-KEY
    MOVE 1 TO WS-X-POS
    STRING FUNCTION TRIM(WS-FIELD(1)) "," FUNCTION TRIM(WS-FIELD(4))
        DELIMITED BY SIZE INTO WS-KEY WITH POINTER WS-X-POS
    PERFORM VARYING WS-FIELD-INDEX FROM 5 BY 1 UNTIL WS-FIELD-INDEX > WS-EXPECTED-FIELDS
        STRING "," FUNCTION TRIM(WS-FIELD(WS-FIELD-INDEX))
            DELIMITED BY SIZE INTO WS-KEY WITH POINTER WS-X-POS
    END-PERFORM
    PERFORM CheckDuplicate
    MOVE MAX-CRAFT-RECIPES TO WS-ENTRY-LIMIT
    PERFORM CountEntry
    EXIT PARAGRAPH.

*> <entity name>,<item name>,<min count>,<max count>
CheckMobDropsLine.
    MOVE 4 TO WS-EXPECTED-FIELDS
    PERFORM CheckFieldCount
    IF WS-NUMBER-OK = 0
        EXIT PARAGRAPH
    END-IF
    MOVE WS-FIELD(1) TO WS-LOOKUP-NAME
    PERFORM CheckEntityName
    MOVE WS-FIELD(2) TO WS-LOOKUP-NAME
    PERFORM CheckItemName
    MOVE WS-FIELD(3) TO WS-NUMBER-TEXT
    MOVE "min count" TO WS-NUMBER-WHAT
    MOVE 0 TO WS-RANGE-LOW
    MOVE 64 TO WS-RANGE-HIGH
    PERFORM CheckWhole
    MOVE WS-NUMBER TO WS-MIN-VALUE
    IF WS-NUMBER-OK = 1
        MOVE WS-FIELD(4) TO WS-NUMBER-TEXT
        MOVE "max count" TO WS-NUMBER-WHAT
        MOVE WS-MIN-VALUE TO WS-RANGE-LOW
        MOVE 64 TO WS-RANGE-HIGH
        PERFORM CheckWhole
    END-IF
    MOVE SPACES TO WS-KEY
    STRING FUNCTION TRIM(WS-FIELD(1)) "," FUNCTION TRIM(WS-FIELD(2))
        DELIMITED BY SIZE INTO WS-KEY
    PERFORM CheckDuplicate
    MOVE MAX-DROP-ENTRIES TO WS-ENTRY-LIMIT
    PERFORM CountEntry
    EXIT PARAGRAPH.

*> <block name>,<open stride>,<paired 0 or 1>
CheckInteractableLine.
    MOVE 3 TO WS-EXPECTED-FIELDS
    PERFORM CheckFieldCount
    IF WS-NUMBER-OK = 0
        EXIT PARAGRAPH
    END-IF
    MOVE WS-FIELD(1) TO WS-LOOKUP-NAME
    PERFORM CheckBlockName
    MOVE WS-FIELD(2) TO WS-NUMBER-TEXT
    MOVE "open stride" TO WS-NUMBER-WHAT
    MOVE 1 TO WS-RANGE-LOW
    MOVE 1024 TO WS-RANGE-HIGH
    PERFORM CheckWhole
    MOVE WS-FIELD(3) TO WS-NUMBER-TEXT
    MOVE "paired flag" TO WS-NUMBER-WHAT
    MOVE 0 TO WS-RANGE-LOW
    MOVE 1 TO WS-RANGE-HIGH
    PERFORM CheckWhole
    MOVE WS-FIELD(1) TO WS-KEY
    PERFORM CheckDuplicate
    MOVE MAX-INTERACTABLE-BLOCKS TO WS-ENTRY-LIMIT
    PERFORM CountEntry
    EXIT PARAGRAPH.

*> brew,<ingredient>,<input potion>,<output potion>  /  fuel,<item>,<brews>  /
*> potion,<potion>,<effect>,<amplifier>,<seconds>
CheckBrewingLine.
    EVALUATE WS-FIELD(1)
        WHEN "brew"
            MOVE 4 TO WS-EXPECTED-FIELDS
            PERFORM CheckFieldCount
            IF WS-NUMBER-OK = 0
                EXIT PARAGRAPH
            END-IF
            MOVE WS-FIELD(2) TO WS-LOOKUP-NAME
            PERFORM CheckItemName
            MOVE WS-FIELD(3) TO WS-LOOKUP-NAME
            PERFORM CheckPotionName
            MOVE WS-FIELD(4) TO WS-LOOKUP-NAME
            PERFORM CheckPotionName
            *> The same ingredient on the same potion can only ever brew the
            *> first line's result.
            MOVE SPACES TO WS-KEY
            STRING "brew," FUNCTION TRIM(WS-FIELD(2)) "," FUNCTION TRIM(WS-FIELD(3))
                DELIMITED BY SIZE INTO WS-KEY
            PERFORM CheckDuplicate
            MOVE MAX-BREW-RECIPES TO WS-ENTRY-LIMIT
            PERFORM CountEntry
        WHEN "fuel"
            MOVE 3 TO WS-EXPECTED-FIELDS
            PERFORM CheckFieldCount
            IF WS-NUMBER-OK = 0
                EXIT PARAGRAPH
            END-IF
            MOVE WS-FIELD(2) TO WS-LOOKUP-NAME
            PERFORM CheckItemName
            MOVE WS-FIELD(3) TO WS-NUMBER-TEXT
            MOVE "brews" TO WS-NUMBER-WHAT
            MOVE 1 TO WS-RANGE-LOW
            MOVE 1000 TO WS-RANGE-HIGH
            PERFORM CheckWhole
            MOVE SPACES TO WS-KEY
            STRING "fuel," WS-FIELD(2) DELIMITED BY SIZE INTO WS-KEY
            PERFORM CheckDuplicate
            MOVE MAX-BREW-FUELS TO WS-ENTRY-LIMIT
            PERFORM CountSecondEntry
        WHEN "potion"
            MOVE 5 TO WS-EXPECTED-FIELDS
            PERFORM CheckFieldCount
            IF WS-NUMBER-OK = 0
                EXIT PARAGRAPH
            END-IF
            MOVE WS-FIELD(2) TO WS-LOOKUP-NAME
            PERFORM CheckPotionName
            MOVE WS-FIELD(3) TO WS-LOOKUP-NAME
            PERFORM CheckEffectName
            MOVE WS-FIELD(4) TO WS-NUMBER-TEXT
            MOVE "amplifier" TO WS-NUMBER-WHAT
            MOVE 0 TO WS-RANGE-LOW
            MOVE 255 TO WS-RANGE-HIGH
            PERFORM CheckWhole
            MOVE WS-FIELD(5) TO WS-NUMBER-TEXT
            MOVE "seconds" TO WS-NUMBER-WHAT
            MOVE 0 TO WS-RANGE-LOW
            MOVE 100000 TO WS-RANGE-HIGH
            PERFORM CheckWhole
            MOVE SPACES TO WS-KEY
            STRING "potion," FUNCTION TRIM(WS-FIELD(2)) "," FUNCTION TRIM(WS-FIELD(3))
                DELIMITED BY SIZE INTO WS-KEY
            PERFORM CheckDuplicate
            MOVE MAX-POTION-EFFECTS TO WS-ENTRY-LIMIT
            PERFORM CountThirdEntry
        WHEN OTHER
            MOVE SPACES TO WS-PROBLEM
            STRING "unknown entry kind '" FUNCTION TRIM(WS-FIELD(1))
                "' (expected brew, fuel or potion)" DELIMITED BY SIZE INTO WS-PROBLEM
            PERFORM AddProblem
    END-EVALUATE
    EXIT PARAGRAPH.

*> trade,<profession>,<wanted item>,<count>,<given item>,<count>,<max uses>
*> or restock,<minutes>
CheckVillagerTradesLine.
    EVALUATE WS-FIELD(1)
        WHEN "trade"
            MOVE 7 TO WS-EXPECTED-FIELDS
            PERFORM CheckFieldCount
            IF WS-NUMBER-OK = 0
                EXIT PARAGRAPH
            END-IF
            IF WS-FIELD(2) = "none"
                MOVE "profession 'none' cannot carry offers" TO WS-PROBLEM
                PERFORM AddProblem
            ELSE
                MOVE WS-FIELD(2) TO WS-LOOKUP-NAME
                CALL "Registries-GetRegistryIndex" USING "minecraft:villager_profession"
                    WS-NAMED-REGISTRY-INDEX
                MOVE "profession" TO WS-NAMED-WHAT
                PERFORM CheckRegistryName
            END-IF
            MOVE WS-FIELD(3) TO WS-LOOKUP-NAME
            PERFORM CheckItemName
            MOVE WS-FIELD(4) TO WS-NUMBER-TEXT
            MOVE "wanted count" TO WS-NUMBER-WHAT
            MOVE 1 TO WS-RANGE-LOW
            MOVE 64 TO WS-RANGE-HIGH
            PERFORM CheckWhole
            MOVE WS-FIELD(5) TO WS-LOOKUP-NAME
            PERFORM CheckItemName
            MOVE WS-FIELD(6) TO WS-NUMBER-TEXT
            MOVE "given count" TO WS-NUMBER-WHAT
            MOVE 1 TO WS-RANGE-LOW
            MOVE 64 TO WS-RANGE-HIGH
            PERFORM CheckWhole
            MOVE WS-FIELD(7) TO WS-NUMBER-TEXT
            MOVE "max uses" TO WS-NUMBER-WHAT
            MOVE 1 TO WS-RANGE-LOW
            MOVE 100000 TO WS-RANGE-HIGH
            PERFORM CheckWhole
            MOVE MAX-VILLAGER-TRADES TO WS-ENTRY-LIMIT
            PERFORM CountEntry
        WHEN "restock"
            MOVE 2 TO WS-EXPECTED-FIELDS
            PERFORM CheckFieldCount
            IF WS-NUMBER-OK = 0
                EXIT PARAGRAPH
            END-IF
            MOVE WS-FIELD(2) TO WS-NUMBER-TEXT
            MOVE "restock minutes" TO WS-NUMBER-WHAT
            MOVE 1 TO WS-RANGE-LOW
            MOVE 100000 TO WS-RANGE-HIGH
            PERFORM CheckWhole
            MOVE "restock" TO WS-KEY
            PERFORM CheckDuplicate
        WHEN OTHER
            MOVE SPACES TO WS-PROBLEM
            STRING "unknown entry kind '" FUNCTION TRIM(WS-FIELD(1))
                "' (expected trade or restock)" DELIMITED BY SIZE INTO WS-PROBLEM
            PERFORM AddProblem
    END-EVALUATE
    EXIT PARAGRAPH.

*> advancement,<id>,<parent or ->,<trigger>,<argument or ->,<icon>,<title>,<description>
CheckAdvancementsLine.
    IF WS-FIELD(1) NOT = "advancement"
        MOVE SPACES TO WS-PROBLEM
        STRING "unknown entry kind '" FUNCTION TRIM(WS-FIELD(1))
            "' (expected advancement)" DELIMITED BY SIZE INTO WS-PROBLEM
        PERFORM AddProblem
        EXIT PARAGRAPH
    END-IF
    MOVE 8 TO WS-EXPECTED-FIELDS
    PERFORM CheckFieldCount
    IF WS-NUMBER-OK = 0
        EXIT PARAGRAPH
    END-IF

    IF WS-FIELD(2) = SPACES OR WS-FIELD(2)(49:) NOT = SPACES
        MOVE "id must be 1 to 48 characters" TO WS-PROBLEM
        PERFORM AddProblem
    END-IF
    *> A parent has to be an earlier line's id, as the loader reads them.
    IF WS-FIELD(3) NOT = "-"
        MOVE SPACES TO WS-KEY
        STRING "advancement," FUNCTION TRIM(WS-FIELD(3)) DELIMITED BY SIZE INTO WS-KEY
        MOVE 0 TO WS-DUPLICATE-LINE
        PERFORM VARYING WS-SEEN-INDEX FROM 1 BY 1 UNTIL WS-SEEN-INDEX > WS-SEEN-COUNT
            IF WS-SEEN-KEY(WS-SEEN-INDEX) = WS-KEY
                MOVE WS-SEEN-LINE(WS-SEEN-INDEX) TO WS-DUPLICATE-LINE
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF WS-DUPLICATE-LINE = 0
            MOVE SPACES TO WS-PROBLEM
            STRING "parent '" FUNCTION TRIM(WS-FIELD(3))
                "' is not an earlier advancement" DELIMITED BY SIZE INTO WS-PROBLEM
            PERFORM AddProblem
        END-IF
    END-IF

    EVALUATE WS-FIELD(4)
        WHEN "join"
        WHEN "night"
            IF WS-FIELD(5) NOT = "-"
                MOVE SPACES TO WS-PROBLEM
                STRING "trigger " FUNCTION TRIM(WS-FIELD(4))
                    " takes no argument (use -)" DELIMITED BY SIZE INTO WS-PROBLEM
                PERFORM AddProblem
            END-IF
        WHEN "craft"
        WHEN "smelt"
        WHEN "pickup"
            IF WS-FIELD(5) NOT = "-"
                MOVE WS-FIELD(5) TO WS-LOOKUP-NAME
                PERFORM CheckItemName
            END-IF
        WHEN "dimension"
            IF WS-FIELD(5) NOT = "overworld" AND WS-FIELD(5) NOT = "nether"
                MOVE SPACES TO WS-PROBLEM
                STRING "unknown dimension '" FUNCTION TRIM(WS-FIELD(5))
                    "' (expected overworld or nether)" DELIMITED BY SIZE INTO WS-PROBLEM
                PERFORM AddProblem
            END-IF
        WHEN OTHER
            MOVE SPACES TO WS-PROBLEM
            STRING "unknown trigger '" FUNCTION TRIM(WS-FIELD(4))
                "' (expected join, craft, smelt, pickup, dimension or night)"
                DELIMITED BY SIZE INTO WS-PROBLEM
            PERFORM AddProblem
    END-EVALUATE

    MOVE WS-FIELD(6) TO WS-LOOKUP-NAME
    PERFORM CheckItemName
    IF WS-FIELD(7) = SPACES OR WS-FIELD(8) = SPACES OR WS-FIELD(8) = "-"
        MOVE "title and description must not be empty" TO WS-PROBLEM
        PERFORM AddProblem
    END-IF

    MOVE SPACES TO WS-KEY
    STRING "advancement," FUNCTION TRIM(WS-FIELD(2)) DELIMITED BY SIZE INTO WS-KEY
    PERFORM CheckDuplicate
    MOVE MAX-ADVANCEMENTS TO WS-ENTRY-LIMIT
    PERFORM CountEntry
    EXIT PARAGRAPH.

*> <overworld or nether>,<block to hide>,<disguise block>[,<disguise state offset>]
CheckAntiXrayLine.
    IF WS-FIELD-COUNT = 4
        MOVE 4 TO WS-EXPECTED-FIELDS
    ELSE
        MOVE 3 TO WS-EXPECTED-FIELDS
    END-IF
    PERFORM CheckFieldCount
    IF WS-NUMBER-OK = 0
        EXIT PARAGRAPH
    END-IF
    IF WS-FIELD(1) NOT = "overworld" AND WS-FIELD(1) NOT = "nether"
        MOVE SPACES TO WS-PROBLEM
        STRING "dimension '" FUNCTION TRIM(WS-FIELD(1)) "' is not overworld or nether"
            DELIMITED BY SIZE INTO WS-PROBLEM
        PERFORM AddProblem
    END-IF
    MOVE WS-FIELD(2) TO WS-LOOKUP-NAME
    PERFORM CheckBlockName
    MOVE WS-FIELD(2) TO WS-HIDDEN-NAME
    PERFORM CheckSeeThroughBlock
    MOVE WS-FIELD(3) TO WS-LOOKUP-NAME
    PERFORM CheckBlockName
    MOVE WS-FIELD(3) TO WS-HIDDEN-NAME
    PERFORM CheckSeeThroughBlock
    IF WS-FIELD(2) = WS-FIELD(3)
        MOVE "a block cannot be its own disguise" TO WS-PROBLEM
        PERFORM AddProblem
    END-IF
    IF WS-FIELD-COUNT = 4 AND WS-NAME-OK = 1
        MOVE WS-FIELD(4) TO WS-NUMBER-TEXT
        MOVE "disguise state offset" TO WS-NUMBER-WHAT
        MOVE 0 TO WS-RANGE-LOW
        COMPUTE WS-RANGE-HIGH = WS-BLOCK-MAX-STATE - WS-BLOCK-MIN-STATE
        PERFORM CheckWhole
    END-IF
    MOVE SPACES TO WS-KEY
    STRING FUNCTION TRIM(WS-FIELD(1)) "," FUNCTION TRIM(WS-FIELD(2))
        DELIMITED BY SIZE INTO WS-KEY
    PERFORM CheckDuplicate
    MOVE MAX-ANTI-XRAY-BLOCKS TO WS-ENTRY-LIMIT
    PERFORM CountEntry
    EXIT PARAGRAPH.

*> <community name>,<game name>
CheckBridgeAccountLine.
    MOVE 2 TO WS-EXPECTED-FIELDS
    PERFORM CheckFieldCount
    IF WS-NUMBER-OK = 0
        EXIT PARAGRAPH
    END-IF
    IF WS-FIELD(1) = SPACES OR WS-FIELD(1)(33:) NOT = SPACES
        MOVE "community name must be 1 to 32 characters" TO WS-PROBLEM
        PERFORM AddProblem
    END-IF
    IF WS-FIELD(2) = SPACES OR WS-FIELD(2)(17:) NOT = SPACES
        MOVE "game name must be 1 to 16 characters" TO WS-PROBLEM
        PERFORM AddProblem
    END-IF
    MOVE WS-FIELD(1) TO WS-KEY
    PERFORM CheckDuplicate
    MOVE MAX-BRIDGE-ACCOUNTS TO WS-ENTRY-LIMIT
    PERFORM CountEntry
    EXIT PARAGRAPH.

*> <family>,<pattern>,<keep-live days>,<archive days>,<delete days>, as
*> Retention-Run reads it: the family names its monthly archives, the
*> pattern must stay in the server directory, and the ages must come in
*> order (0 switches a step off).
CheckRetentionLine.
    MOVE 5 TO WS-EXPECTED-FIELDS
    PERFORM CheckFieldCount
    IF WS-NUMBER-OK = 0
        EXIT PARAGRAPH
    END-IF
    IF WS-FIELD(1) = SPACES OR WS-FIELD(1)(17:) NOT = SPACES
        MOVE "family name must be 1 to 16 characters" TO WS-PROBLEM
        PERFORM AddProblem
    END-IF
    MOVE 0 TO WS-SLASH-COUNT
    MOVE 0 TO WS-STAR-COUNT
    INSPECT WS-FIELD(1) TALLYING WS-SLASH-COUNT FOR ALL "/" WS-STAR-COUNT FOR ALL "*"
    IF WS-SLASH-COUNT > 0 OR WS-STAR-COUNT > 0
        MOVE "family name may not contain '/' or '*'" TO WS-PROBLEM
        PERFORM AddProblem
    END-IF
    MOVE 0 TO WS-SLASH-COUNT
    INSPECT WS-FIELD(2) TALLYING WS-SLASH-COUNT FOR ALL "/"
    IF WS-FIELD(2) = SPACES OR WS-FIELD(2)(33:) NOT = SPACES OR WS-SLASH-COUNT > 0
        MOVE "pattern must be 1 to 32 characters with no '/'" TO WS-PROBLEM
        PERFORM AddProblem
    END-IF
    MOVE 0 TO WS-RANGE-LOW
    MOVE 36500 TO WS-RANGE-HIGH
    MOVE WS-FIELD(3) TO WS-NUMBER-TEXT
    MOVE "keep-live days" TO WS-NUMBER-WHAT
    PERFORM CheckWhole
    MOVE WS-NUMBER TO WS-KEEP-LIVE-DAYS
    MOVE WS-FIELD(4) TO WS-NUMBER-TEXT
    MOVE "archive days" TO WS-NUMBER-WHAT
    PERFORM CheckWhole
    MOVE WS-NUMBER TO WS-ARCHIVE-DAYS
    MOVE WS-FIELD(5) TO WS-NUMBER-TEXT
    MOVE "delete days" TO WS-NUMBER-WHAT
    PERFORM CheckWhole
    MOVE WS-NUMBER TO WS-DELETE-DAYS
    *> Files are archived at keep-live and a month closes at the archive age,
    *> so closing before keep-live would shut out the month's last files.
    IF WS-ARCHIVE-DAYS > 0 AND WS-KEEP-LIVE-DAYS = 0
        MOVE "archive days set but keep-live is 0, so nothing is archived to close"
            TO WS-PROBLEM
        PERFORM AddProblem
    END-IF
    IF WS-ARCHIVE-DAYS > 0 AND WS-ARCHIVE-DAYS < WS-KEEP-LIVE-DAYS
        MOVE "archive days are below keep-live days" TO WS-PROBLEM
        PERFORM AddProblem
    END-IF
    IF WS-DELETE-DAYS > 0 AND WS-DELETE-DAYS <= WS-KEEP-LIVE-DAYS
        MOVE "delete days must be past keep-live days, or nothing is ever archived"
            TO WS-PROBLEM
        PERFORM AddProblem
    END-IF
    IF WS-DELETE-DAYS > 0 AND WS-ARCHIVE-DAYS > 0 AND WS-DELETE-DAYS <= WS-ARCHIVE-DAYS
        MOVE "delete days must be past archive days, or no archive is ever closed"
            TO WS-PROBLEM
        PERFORM AddProblem
    END-IF
    MOVE WS-FIELD(1) TO WS-KEY
    PERFORM CheckDuplicate
    MOVE MAX-RETENTION-FAMILIES TO WS-ENTRY-LIMIT
    PERFORM CountEntry
    EXIT PARAGRAPH.

*> <file name or prefix*>[,<note>]: a "*" only as the last character, and
*> never on its own -- that would hold every file there is.
CheckLegalHoldLine.
    IF WS-FIELD-COUNT > 2
        MOVE 2 TO WS-EXPECTED-FIELDS
        PERFORM CheckFieldCount
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-STAR-COUNT
    INSPECT WS-FIELD(1) TALLYING WS-STAR-COUNT FOR ALL "*"
    IF WS-FIELD(1) = SPACES OR WS-FIELD(1) = "*"
        MOVE "a hold needs a file name or a prefix before '*'" TO WS-PROBLEM
        PERFORM AddProblem
    ELSE
        IF WS-STAR-COUNT > 1 OR (WS-STAR-COUNT = 1
                AND WS-FIELD(1)(FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD(1))):1) NOT = "*")
            MOVE "'*' may only end a hold" TO WS-PROBLEM
            PERFORM AddProblem
        END-IF
    END-IF
    MOVE WS-FIELD(1) TO WS-KEY
    PERFORM CheckDuplicate
    MOVE MAX-LEGAL-HOLDS TO WS-ENTRY-LIMIT
    PERFORM CountEntry
    EXIT PARAGRAPH.

*> <strike>,<action>[,<minutes>], as Infraction-Warn reads it on every /warn:
*> a strike the warning count can reach, one of the actions it carries out,
*> and minutes that are a whole number or "none" (0 and none are permanent).
CheckEscalationLine.
    IF WS-FIELD-COUNT = 3
        MOVE 3 TO WS-EXPECTED-FIELDS
    ELSE
        MOVE 2 TO WS-EXPECTED-FIELDS
    END-IF
    PERFORM CheckFieldCount
    IF WS-NUMBER-OK = 0
        EXIT PARAGRAPH
    END-IF
    MOVE WS-FIELD(1) TO WS-NUMBER-TEXT
    MOVE "strike" TO WS-NUMBER-WHAT
    MOVE 1 TO WS-RANGE-LOW
    MOVE 1000 TO WS-RANGE-HIGH
    PERFORM CheckWhole
    IF WS-NUMBER-OK = 1
        MOVE WS-NUMBER TO WS-LINE-TEXT
        MOVE SPACES TO WS-KEY
        STRING "strike " FUNCTION TRIM(WS-LINE-TEXT) DELIMITED BY SIZE INTO WS-KEY
        PERFORM CheckDuplicate
    END-IF
    MOVE FUNCTION LOWER-CASE(WS-FIELD(2)) TO WS-ACTION-TEXT
    IF WS-ACTION-TEXT NOT = "mute" AND WS-ACTION-TEXT NOT = "kick"
            AND WS-ACTION-TEXT NOT = "ban"
        MOVE SPACES TO WS-PROBLEM
        STRING "action '" FUNCTION TRIM(WS-FIELD(2)) "' is not mute, kick or ban"
            DELIMITED BY SIZE INTO WS-PROBLEM
        PERFORM AddProblem
    END-IF
    IF WS-EXPECTED-FIELDS = 3 AND FUNCTION LOWER-CASE(WS-FIELD(3)) NOT = "none"
        MOVE WS-FIELD(3) TO WS-NUMBER-TEXT
        MOVE "minutes" TO WS-NUMBER-WHAT
        MOVE 0 TO WS-RANGE-LOW
        MOVE 5256000 TO WS-RANGE-HIGH
        PERFORM CheckWhole
    END-IF
    EXIT PARAGRAPH.

*> <item name>[,<max growth per day>], as census reads it: a bare name gets
*> "minecraft:", the item must exist (census drops one that doesn't), and a
*> limit, when given, is a whole number (census would fall back to 64).
CheckCensusWatchLine.
    IF WS-FIELD-COUNT = 2
        MOVE 2 TO WS-EXPECTED-FIELDS
    ELSE
        MOVE 1 TO WS-EXPECTED-FIELDS
    END-IF
    PERFORM CheckFieldCount
    IF WS-NUMBER-OK = 0
        EXIT PARAGRAPH
    END-IF
    MOVE WS-FIELD(1) TO WS-LOOKUP-NAME
    PERFORM AddDefaultNamespace
    PERFORM CheckItemName
    IF WS-EXPECTED-FIELDS = 2
        MOVE WS-FIELD(2) TO WS-NUMBER-TEXT
        MOVE "growth per day" TO WS-NUMBER-WHAT
        MOVE 0 TO WS-RANGE-LOW
        MOVE 1000000000 TO WS-RANGE-HIGH
        PERFORM CheckWhole
    END-IF
    MOVE WS-LOOKUP-NAME TO WS-KEY
    PERFORM CheckDuplicate
    MOVE MAX-WATCH-ITEMS TO WS-ENTRY-LIMIT
    PERFORM CountEntry
    EXIT PARAGRAPH.

*> <block name>,<rrggbb or none>, as map reads it: "default" is the fallback
*> color and may not be none; any other name is a block, a bare one getting
*> "minecraft:".
CheckMapColorsLine.
    MOVE 2 TO WS-EXPECTED-FIELDS
    PERFORM CheckFieldCount
    IF WS-NUMBER-OK = 0
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION LOWER-CASE(WS-FIELD(2)) TO WS-COLOR-TEXT
    IF WS-FIELD(1) = "default"
        MOVE "default" TO WS-LOOKUP-NAME
        IF WS-COLOR-TEXT = "none"
            MOVE "the default color cannot be none" TO WS-PROBLEM
            PERFORM AddProblem
        END-IF
    ELSE
        MOVE WS-FIELD(1) TO WS-LOOKUP-NAME
        PERFORM AddDefaultNamespace
        PERFORM CheckBlockName
        MOVE MAX-MAP-COLORS TO WS-ENTRY-LIMIT
        PERFORM CountEntry
    END-IF
    IF WS-COLOR-TEXT NOT = "none"
        MOVE 1 TO WS-NAME-OK
        IF WS-COLOR-TEXT(7:) NOT = SPACES
            MOVE 0 TO WS-NAME-OK
        END-IF
        PERFORM VARYING WS-HEX-INDEX FROM 1 BY 1 UNTIL WS-HEX-INDEX > 6
            IF WS-COLOR-TEXT(WS-HEX-INDEX:1) < "0"
                    OR (WS-COLOR-TEXT(WS-HEX-INDEX:1) > "9"
                        AND WS-COLOR-TEXT(WS-HEX-INDEX:1) < "a")
                    OR WS-COLOR-TEXT(WS-HEX-INDEX:1) > "f"
                MOVE 0 TO WS-NAME-OK
            END-IF
        END-PERFORM
        IF WS-NAME-OK = 0
            MOVE SPACES TO WS-PROBLEM
            STRING "color '" FUNCTION TRIM(WS-FIELD(2))
                "' is not six hex digits (rrggbb) or none"
                DELIMITED BY SIZE INTO WS-PROBLEM
            PERFORM AddProblem
        END-IF
    END-IF
    MOVE WS-LOOKUP-NAME TO WS-KEY
    PERFORM CheckDuplicate
    EXIT PARAGRAPH.

*> The census and map loaders' rule for a name without a namespace.
AddDefaultNamespace.
    MOVE 0 TO WS-COLON-COUNT
    INSPECT WS-LOOKUP-NAME TALLYING WS-COLON-COUNT FOR ALL ":"
    IF WS-COLON-COUNT = 0
        MOVE SPACES TO WS-REGISTRY-ENTRY-NAME
        STRING "minecraft:" FUNCTION TRIM(WS-LOOKUP-NAME) DELIMITED BY SIZE
            INTO WS-REGISTRY-ENTRY-NAME
        MOVE WS-REGISTRY-ENTRY-NAME TO WS-LOOKUP-NAME
    END-IF
    EXIT PARAGRAPH.

*> <key>=<text>, as Messages-LoadCatalog reads it: a key of at most 48
*> characters with no spaces, and text of at most 200 -- a key with no text
*> is as good as missing.
CheckMessageLine.
    MOVE 0 TO WS-EQ-POS
    INSPECT CONF-LINE TALLYING WS-EQ-POS FOR CHARACTERS BEFORE INITIAL "="
    IF WS-EQ-POS = 0 OR WS-EQ-POS >= LENGTH OF CONF-LINE
        MOVE "not a <key>=<text> line" TO WS-PROBLEM
        PERFORM AddProblem
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-PROP-KEY WS-PROP-VALUE
    MOVE FUNCTION TRIM(CONF-LINE(1:WS-EQ-POS)) TO WS-PROP-KEY
    MOVE CONF-LINE(WS-EQ-POS + 2:) TO WS-PROP-VALUE
    MOVE 0 TO WS-FIELD-COUNT
    IF WS-PROP-KEY NOT = SPACES
        INSPECT WS-PROP-KEY(1:FUNCTION LENGTH(FUNCTION TRIM(WS-PROP-KEY)))
            TALLYING WS-FIELD-COUNT FOR ALL SPACE
    END-IF
    IF WS-PROP-KEY = SPACES OR WS-PROP-KEY(49:) NOT = SPACES OR WS-FIELD-COUNT > 0
        MOVE "message key must be 1 to 48 characters without spaces" TO WS-PROBLEM
        PERFORM AddProblem
    END-IF
    IF WS-PROP-VALUE = SPACES
        MOVE SPACES TO WS-PROBLEM
        STRING "'" FUNCTION TRIM(WS-PROP-KEY) "' has no text" DELIMITED BY SIZE INTO WS-PROBLEM
        PERFORM AddProblem
    END-IF
    IF WS-PROP-VALUE(201:) NOT = SPACES
        MOVE SPACES TO WS-PROBLEM
        STRING "'" FUNCTION TRIM(WS-PROP-KEY) "' text is longer than 200 characters"
            DELIMITED BY SIZE INTO WS-PROBLEM
        PERFORM AddProblem
    END-IF
    MOVE WS-PROP-KEY TO WS-KEY
    PERFORM CheckDuplicate
    MOVE MAX-MESSAGE-KEYS TO WS-ENTRY-LIMIT
    PERFORM CountEntry
    EXIT PARAGRAPH.

*> What a player sees through decides whether an ore is exposed, so it can
*> be neither hidden nor used as a disguise (AntiXray-Load skips such lines).
CheckSeeThroughBlock.
    EVALUATE WS-HIDDEN-NAME
        WHEN "minecraft:air"
        WHEN "minecraft:cave_air"
        WHEN "minecraft:void_air"
        WHEN "minecraft:water"
        WHEN "minecraft:lava"
            MOVE SPACES TO WS-PROBLEM
            STRING "'" FUNCTION TRIM(WS-HIDDEN-NAME)
                "' can be seen through, so it can be neither hidden nor a disguise"
                DELIMITED BY SIZE INTO WS-PROBLEM
            PERFORM AddProblem
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    EXIT PARAGRAPH.

*> <HH:MM>,<console command line>
CheckScheduleLine.
    *> The loader splits on the first comma only into two fields, so a comma
    *> inside the command would cut it short.
    MOVE 2 TO WS-EXPECTED-FIELDS
    PERFORM CheckFieldCount
    IF WS-NUMBER-OK = 0
        EXIT PARAGRAPH
    END-IF
    *> Checked untrimmed, the way Scheduler-Tick and Admin-ExecuteCommand
    *> read them: a stray leading space breaks either one.
    MOVE SPACES TO WS-TIME-TEXT WS-COMMAND-TEXT
    UNSTRING CONF-LINE DELIMITED BY "," INTO WS-TIME-TEXT WS-COMMAND-TEXT
    MOVE -1 TO WS-HOUR
    MOVE -1 TO WS-MINUTE
    IF WS-TIME-TEXT(1:2) IS NUMERIC AND WS-TIME-TEXT(3:1) = ":"
            AND WS-TIME-TEXT(4:2) IS NUMERIC AND WS-TIME-TEXT(6:) = SPACES
        MOVE WS-TIME-TEXT(1:2) TO WS-HOUR
        MOVE WS-TIME-TEXT(4:2) TO WS-MINUTE
    END-IF
    IF WS-HOUR < 0 OR WS-HOUR > 23 OR WS-MINUTE < 0 OR WS-MINUTE > 59
        MOVE SPACES TO WS-PROBLEM
        STRING "time '" FUNCTION TRIM(WS-TIME-TEXT)
            "' is not a time of day from 00:00 to 23:59 (HH:MM)"
            DELIMITED BY SIZE INTO WS-PROBLEM
        PERFORM AddProblem
    END-IF

    EVALUATE TRUE
        WHEN WS-COMMAND-TEXT = SPACES
            MOVE "no command given" TO WS-PROBLEM
            PERFORM AddProblem
        WHEN WS-COMMAND-TEXT(1:1) = SPACE
            MOVE "the command begins with a space, which the console reads as no command"
                TO WS-PROBLEM
            PERFORM AddProblem
        WHEN OTHER
            MOVE SPACES TO WS-COMMAND-WORD
            UNSTRING WS-COMMAND-TEXT DELIMITED BY ALL SPACE INTO WS-COMMAND-WORD
            PERFORM CheckConsoleCommand
            IF WS-NAME-OK = 0
                MOVE SPACES TO WS-PROBLEM
                IF WS-COMMAND-WORD = "stop" OR WS-COMMAND-WORD = "shutdown"
                    STRING "'" FUNCTION TRIM(WS-COMMAND-WORD)
                        "' cannot be scheduled; use 'restart <minutes>'"
                        DELIMITED BY SIZE INTO WS-PROBLEM
                ELSE
                    STRING "'" FUNCTION TRIM(WS-COMMAND-WORD)
                        "' is not a console command" DELIMITED BY SIZE INTO WS-PROBLEM
                END-IF
                PERFORM AddProblem
            END-IF
    END-EVALUATE

    MOVE SPACES TO WS-KEY
    STRING FUNCTION TRIM(WS-TIME-TEXT) "," FUNCTION TRIM(WS-COMMAND-TEXT)
        DELIMITED BY SIZE INTO WS-KEY
    PERFORM CheckDuplicate
    MOVE MAX-SCHEDULE-ENTRIES TO WS-ENTRY-LIMIT
    PERFORM CountEntry
    EXIT PARAGRAPH.

*> group,<group name>,<command>  /  member,<username>,<group name>
CheckGroupsLine.
    MOVE 3 TO WS-EXPECTED-FIELDS
    PERFORM CheckFieldCount
    IF WS-NUMBER-OK = 0
        EXIT PARAGRAPH
    END-IF
    EVALUATE WS-FIELD(1)
        WHEN "group"
            IF WS-FIELD(2) = SPACES OR WS-FIELD(2)(17:) NOT = SPACES
                MOVE "group name must be 1 to 16 characters" TO WS-PROBLEM
                PERFORM AddProblem
            END-IF
            MOVE WS-FIELD(3) TO WS-COMMAND-WORD
            PERFORM CheckPlayerCommand
            IF WS-NAME-OK = 0
                MOVE SPACES TO WS-PROBLEM
                STRING "grants '" FUNCTION TRIM(WS-FIELD(3))
                    "', which is not a command" DELIMITED BY SIZE INTO WS-PROBLEM
                PERFORM AddProblem
            END-IF
            MOVE SPACES TO WS-KEY
            STRING "group," FUNCTION TRIM(WS-FIELD(2)) "," FUNCTION TRIM(WS-FIELD(3))
                DELIMITED BY SIZE INTO WS-KEY
            PERFORM CheckDuplicate
            MOVE MAX-GROUP-GRANTS TO WS-ENTRY-LIMIT
            PERFORM CountEntry
            IF WS-GRANT-GROUP-COUNT < 64
                ADD 1 TO WS-GRANT-GROUP-COUNT
                MOVE WS-FIELD(2) TO WS-GRANT-GROUP(WS-GRANT-GROUP-COUNT)
            END-IF
        WHEN "member"
            IF WS-FIELD(2) = SPACES OR WS-FIELD(2)(17:) NOT = SPACES
                MOVE "username must be 1 to 16 characters" TO WS-PROBLEM
                PERFORM AddProblem
            END-IF
            IF WS-FIELD(3) = SPACES OR WS-FIELD(3)(17:) NOT = SPACES
                MOVE "group name must be 1 to 16 characters" TO WS-PROBLEM
                PERFORM AddProblem
            END-IF
            *> Groups-Check stops at a player's first membership line, so a
            *> second one for the same player never takes effect.
            MOVE SPACES TO WS-KEY
            STRING "member," FUNCTION TRIM(WS-FIELD(2)) DELIMITED BY SIZE INTO WS-KEY
            PERFORM CheckDuplicate
            MOVE MAX-GROUP-MEMBERS TO WS-ENTRY-LIMIT
            PERFORM CountSecondEntry
            IF WS-MEMBER-COUNT < 64
                ADD 1 TO WS-MEMBER-COUNT
                MOVE WS-FIELD(3) TO WS-MEMBER-GROUP(WS-MEMBER-COUNT)
                MOVE WS-LINE-NUMBER TO WS-MEMBER-LINE(WS-MEMBER-COUNT)
            END-IF
        WHEN OTHER
            MOVE SPACES TO WS-PROBLEM
            STRING "unknown line kind '" FUNCTION TRIM(WS-FIELD(1))
                "' (expected group or member)" DELIMITED BY SIZE INTO WS-PROBLEM
            PERFORM AddProblem
    END-EVALUATE
    EXIT PARAGRAPH.

CheckMemberGroups.
    PERFORM VARYING WS-MEMBER-INDEX FROM 1 BY 1 UNTIL WS-MEMBER-INDEX > WS-MEMBER-COUNT
        MOVE 0 TO WS-GROUP-FOUND
        PERFORM VARYING WS-GROUP-INDEX FROM 1 BY 1
                UNTIL WS-GROUP-INDEX > WS-GRANT-GROUP-COUNT
            IF WS-GRANT-GROUP(WS-GROUP-INDEX) = WS-MEMBER-GROUP(WS-MEMBER-INDEX)
                MOVE 1 TO WS-GROUP-FOUND
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF WS-GROUP-FOUND = 0
            MOVE WS-MEMBER-LINE(WS-MEMBER-INDEX) TO WS-LINE-NUMBER
            MOVE SPACES TO WS-PROBLEM
            STRING "group '" FUNCTION TRIM(WS-MEMBER-GROUP(WS-MEMBER-INDEX))
                "' is granted no commands anywhere in the file"
                DELIMITED BY SIZE INTO WS-PROBLEM
            PERFORM AddProblem
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> <key>=<value>, with ServerProperties-Load's keys and the ranges it clamps to
CheckPropertyLine.
    MOVE 0 TO WS-EQ-POS
    INSPECT CONF-LINE TALLYING WS-EQ-POS FOR CHARACTERS BEFORE INITIAL "="
    IF WS-EQ-POS >= LENGTH OF CONF-LINE
        MOVE "not a <key>=<value> line" TO WS-PROBLEM
        PERFORM AddProblem
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-PROP-KEY WS-PROP-VALUE
    IF WS-EQ-POS > 0
        MOVE CONF-LINE(1:WS-EQ-POS) TO WS-PROP-KEY
    END-IF
    MOVE CONF-LINE(WS-EQ-POS + 2:) TO WS-PROP-VALUE
    MOVE FUNCTION TRIM(WS-PROP-KEY) TO WS-PROP-KEY
    MOVE FUNCTION TRIM(WS-PROP-VALUE) TO WS-PROP-VALUE
    MOVE WS-PROP-VALUE TO WS-NUMBER-TEXT
    MOVE WS-PROP-KEY TO WS-NUMBER-WHAT

    EVALUATE WS-PROP-KEY
        WHEN "server-port"
        WHEN "rcon.port"
        WHEN "query.port"
            MOVE 1 TO WS-RANGE-LOW
            MOVE 65535 TO WS-RANGE-HIGH
            PERFORM CheckWhole
        WHEN "max-players"
            MOVE 1 TO WS-RANGE-LOW
            MOVE 1000 TO WS-RANGE-HIGH
            PERFORM CheckWhole
        WHEN "view-distance"
            MOVE 2 TO WS-RANGE-LOW
            MOVE 32 TO WS-RANGE-HIGH
            PERFORM CheckWhole
        WHEN "backup-keep"
            MOVE 1 TO WS-RANGE-LOW
            MOVE 1000 TO WS-RANGE-HIGH
            PERFORM CheckWhole
        WHEN "player-idle-timeout"
        WHEN "spawn-protection"
        WHEN "trim-protect-radius"
            MOVE 0 TO WS-RANGE-LOW
            MOVE 100000 TO WS-RANGE-HIGH
            PERFORM CheckWhole
        WHEN "world-border"
            MOVE 0 TO WS-RANGE-LOW
            MOVE 29999984 TO WS-RANGE-HIGH
            PERFORM CheckWhole
        WHEN "inspect-lines"
            MOVE 1 TO WS-RANGE-LOW
            MOVE 16 TO WS-RANGE-HIGH
            PERFORM CheckWhole
        WHEN "inspect-days"
            MOVE 1 TO WS-RANGE-LOW
            MOVE 90 TO WS-RANGE-HIGH
            PERFORM CheckWhole
        WHEN "auction-hours"
            MOVE 1 TO WS-RANGE-LOW
            MOVE 168 TO WS-RANGE-HIGH
            PERFORM CheckWhole
        WHEN "mail-max-letters"
            MOVE 1 TO WS-RANGE-LOW
            MOVE 500 TO WS-RANGE-HIGH
            PERFORM CheckWhole
        WHEN "archive-after-days"
            MOVE 7 TO WS-RANGE-LOW
            MOVE 100000 TO WS-RANGE-HIGH
            PERFORM CheckWhole
        WHEN "trim-min-minutes"
            MOVE 1 TO WS-RANGE-LOW
            MOVE 100000 TO WS-RANGE-HIGH
            PERFORM CheckWhole
        WHEN "spawn-chunk-radius"
            MOVE 0 TO WS-RANGE-LOW
            MOVE 4 TO WS-RANGE-HIGH
            PERFORM CheckWhole
        WHEN "forceload-per-claim"
            MOVE 0 TO WS-RANGE-LOW
            MOVE 16 TO WS-RANGE-HIGH
            PERFORM CheckWhole
        WHEN "area-edit-max-blocks"
            MOVE 1 TO WS-RANGE-LOW
            MOVE 32768 TO WS-RANGE-HIGH
            PERFORM CheckWhole
        WHEN "area-edit-blocks-per-tick"
            MOVE 1 TO WS-RANGE-LOW
            MOVE 8192 TO WS-RANGE-HIGH
            PERFORM CheckWhole
        WHEN "item-cleanup-minutes"
            MOVE 0 TO WS-RANGE-LOW
            MOVE 1440 TO WS-RANGE-HIGH
            PERFORM CheckWhole
        WHEN "item-cleanup-age-seconds"
            MOVE 0 TO WS-RANGE-LOW
            MOVE 300 TO WS-RANGE-HIGH
            PERFORM CheckWhole
        WHEN "entity-chunk-cap"
            MOVE 0 TO WS-RANGE-LOW
            MOVE 4096 TO WS-RANGE-HIGH
            PERFORM CheckWhole
        WHEN "bridge-poll-seconds"
            MOVE 1 TO WS-RANGE-LOW
            MOVE 300 TO WS-RANGE-HIGH
            PERFORM CheckWhole
        WHEN "maintenance-kick-seconds"
            MOVE 0 TO WS-RANGE-LOW
            MOVE 600 TO WS-RANGE-HIGH
            PERFORM CheckWhole
        WHEN "language"
            PERFORM CheckLanguage
        WHEN "maintenance-group"
            IF WS-PROP-VALUE(17:) NOT = SPACES
                MOVE "maintenance-group is longer than 16 characters" TO WS-PROBLEM
                PERFORM AddProblem
            END-IF
        WHEN "online-mode"
        WHEN "require-resource-pack"
        WHEN "enable-rcon"
        WHEN "enable-query"
        WHEN "pvp"
        WHEN "enforce-whitelist"
        WHEN "anti-xray"
            IF WS-PROP-VALUE NOT = "true" AND WS-PROP-VALUE NOT = "false"
                MOVE SPACES TO WS-PROBLEM
                STRING FUNCTION TRIM(WS-PROP-KEY) " '" FUNCTION TRIM(WS-PROP-VALUE)
                    "' is not true or false" DELIMITED BY SIZE INTO WS-PROBLEM
                PERFORM AddProblem
            END-IF
        WHEN "level-type"
            IF WS-PROP-VALUE NOT = "normal" AND WS-PROP-VALUE NOT = "flat"
                    AND WS-PROP-VALUE NOT = "void" AND WS-PROP-VALUE NOT = "nether"
                MOVE SPACES TO WS-PROBLEM
                STRING "level-type '" FUNCTION TRIM(WS-PROP-VALUE)
                    "' is not normal, flat, void or nether" DELIMITED BY SIZE INTO WS-PROBLEM
                PERFORM AddProblem
            END-IF
        WHEN "resource-pack-sha1"
            IF WS-PROP-VALUE NOT = SPACES AND
                    (WS-PROP-VALUE(40:1) = SPACE OR WS-PROP-VALUE(41:) NOT = SPACES)
                MOVE "resource-pack-sha1 is not 40 hex digits" TO WS-PROBLEM
                PERFORM AddProblem
            END-IF
        WHEN "rcon.password"
            IF WS-PROP-VALUE(65:) NOT = SPACES
                MOVE "rcon.password is longer than 64 characters" TO WS-PROBLEM
                PERFORM AddProblem
            END-IF
        WHEN "proxy-mode"
            IF WS-PROP-VALUE NOT = "none" AND WS-PROP-VALUE NOT = "bungeecord"
                    AND WS-PROP-VALUE NOT = "velocity"
                MOVE SPACES TO WS-PROBLEM
                STRING "proxy-mode '" FUNCTION TRIM(WS-PROP-VALUE)
                    "' is not none, bungeecord or velocity" DELIMITED BY SIZE INTO WS-PROBLEM
                PERFORM AddProblem
            END-IF
        WHEN "proxy-secret"
            IF WS-PROP-VALUE(129:) NOT = SPACES
                MOVE "proxy-secret is longer than 128 characters" TO WS-PROBLEM
                PERFORM AddProblem
            END-IF
        WHEN "proxy-address"
            IF WS-PROP-VALUE(47:) NOT = SPACES
                MOVE "proxy-address is longer than 46 characters" TO WS-PROBLEM
                PERFORM AddProblem
            END-IF
        WHEN "motd"
        WHEN "maintenance-motd"
        WHEN "resource-pack"
        WHEN "webhook-url"
        WHEN "bridge-url"
            CONTINUE
        WHEN OTHER
            MOVE SPACES TO WS-PROBLEM
            STRING "unknown key '" FUNCTION TRIM(WS-PROP-KEY) "'"
                DELIMITED BY SIZE INTO WS-PROBLEM
            PERFORM AddProblem
    END-EVALUATE

    MOVE WS-PROP-KEY TO WS-KEY
    PERFORM CheckDuplicate
    EXIT PARAGRAPH.

*> The commands Admin-ExecuteCommand answers, plus "say".
CheckConsoleCommand.
    MOVE 1 TO WS-NAME-OK
    EVALUATE WS-COMMAND-WORD
        WHEN "op" WHEN "deop" WHEN "whitelist" WHEN "ban" WHEN "pardon"
        WHEN "ban-ip" WHEN "pardon-ip" WHEN "kick" WHEN "seen" WHEN "backup"
        WHEN "restart" WHEN "reload" WHEN "list" WHEN "save-all" WHEN "tps"
        WHEN "ticktimes" WHEN "say" WHEN "enderchest" WHEN "scoreboard"
        WHEN "forceload" WHEN "maintenance" WHEN "entities" WHEN "clearentities"
        WHEN "retention"
            CONTINUE
        WHEN OTHER
            MOVE 0 TO WS-NAME-OK
    END-EVALUATE
    EXIT PARAGRAPH.

*> The command words Command-Dispatch knows -- what a groups.conf grant names.
CheckPlayerCommand.
    MOVE 1 TO WS-NAME-OK
    EVALUATE WS-COMMAND-WORD
        WHEN "tp" WHEN "gamemode" WHEN "time" WHEN "weather" WHEN "op"
        WHEN "deop" WHEN "whitelist" WHEN "ban" WHEN "pardon" WHEN "ban-ip"
        WHEN "pardon-ip" WHEN "kick" WHEN "mute" WHEN "unmute" WHEN "give"
        WHEN "group" WHEN "reload" WHEN "gamerule" WHEN "difficulty"
        WHEN "trade" WHEN "sethome" WHEN "home" WHEN "spawn" WHEN "claim"
        WHEN "unclaim" WHEN "trust" WHEN "msg" WHEN "r" WHEN "inspect"
        WHEN "balance" WHEN "pay" WHEN "eco" WHEN "auction" WHEN "warn"
        WHEN "history" WHEN "report" WHEN "tickets" WHEN "mail" WHEN "mail-all" WHEN "seen"
        WHEN "scoreboard" WHEN "forceload" WHEN "fill" WHEN "replace" WHEN "clone"
        WHEN "undo" WHEN "entities" WHEN "clearentities"
            CONTINUE
        WHEN OTHER
            MOVE 0 TO WS-NAME-OK
    END-EVALUATE
    EXIT PARAGRAPH.

*> WS-NUMBER-OK is reused as the field-count verdict: nothing else on a line
*> with the wrong shape is worth checking.
CheckFieldCount.
    MOVE 1 TO WS-NUMBER-OK
    IF WS-FIELD-COUNT NOT = WS-EXPECTED-FIELDS
        MOVE 0 TO WS-NUMBER-OK
        MOVE WS-FIELD-COUNT TO WS-LOW-TEXT
        MOVE WS-EXPECTED-FIELDS TO WS-HIGH-TEXT
        MOVE SPACES TO WS-PROBLEM
        STRING "has " FUNCTION TRIM(WS-LOW-TEXT) " fields, expected "
            FUNCTION TRIM(WS-HIGH-TEXT) DELIMITED BY SIZE INTO WS-PROBLEM
        PERFORM AddProblem
    END-IF
    EXIT PARAGRAPH.

*> A locale as clients report it and as it names a catalog file: at most 16
*> lower-case letters, digits and underscores.
CheckLanguage.
    MOVE 1 TO WS-NUMBER-OK
    IF WS-PROP-VALUE = SPACES OR WS-PROP-VALUE(17:) NOT = SPACES
        MOVE 0 TO WS-NUMBER-OK
    ELSE
        PERFORM VARYING WS-FIELD-INDEX FROM 1 BY 1
                UNTIL WS-FIELD-INDEX > FUNCTION LENGTH(FUNCTION TRIM(WS-PROP-VALUE))
            IF (WS-PROP-VALUE(WS-FIELD-INDEX:1) < "a" OR WS-PROP-VALUE(WS-FIELD-INDEX:1) > "z")
                    AND (WS-PROP-VALUE(WS-FIELD-INDEX:1) < "0"
                        OR WS-PROP-VALUE(WS-FIELD-INDEX:1) > "9")
                    AND WS-PROP-VALUE(WS-FIELD-INDEX:1) NOT = "_"
                MOVE 0 TO WS-NUMBER-OK
            END-IF
        END-PERFORM
    END-IF
    IF WS-NUMBER-OK = 0
        MOVE SPACES TO WS-PROBLEM
        STRING "language '" FUNCTION TRIM(WS-PROP-VALUE)
            "' is not a locale such as en_us" DELIMITED BY SIZE INTO WS-PROBLEM
        PERFORM AddProblem
    END-IF
    EXIT PARAGRAPH.

*> A whole number within WS-RANGE-LOW..WS-RANGE-HIGH; left in WS-NUMBER.
CheckWhole.
    MOVE 0 TO WS-NUMBER-OK
    MOVE 0 TO WS-NUMBER
    IF WS-NUMBER-TEXT NOT = SPACES
        IF FUNCTION TEST-NUMVAL(WS-NUMBER-TEXT) = 0
            COMPUTE WS-NUMBER = FUNCTION NUMVAL(WS-NUMBER-TEXT)
            IF WS-NUMBER = FUNCTION INTEGER-PART(WS-NUMBER)
                    AND WS-NUMBER >= WS-RANGE-LOW AND WS-NUMBER <= WS-RANGE-HIGH
                MOVE 1 TO WS-NUMBER-OK
            END-IF
        END-IF
    END-IF
    IF WS-NUMBER-OK = 0
        MOVE WS-RANGE-LOW TO WS-LOW-TEXT
        MOVE WS-RANGE-HIGH TO WS-HIGH-TEXT
        MOVE SPACES TO WS-PROBLEM
        STRING FUNCTION TRIM(WS-NUMBER-WHAT) " '" FUNCTION TRIM(WS-NUMBER-TEXT)
            "' is not a whole number from " FUNCTION TRIM(WS-LOW-TEXT) " to "
            FUNCTION TRIM(WS-HIGH-TEXT) DELIMITED BY SIZE INTO WS-PROBLEM
        PERFORM AddProblem
    END-IF
    EXIT PARAGRAPH.

*> Any number, fractions allowed, within WS-RANGE-LOW..WS-RANGE-HIGH.
CheckDecimal.
    MOVE 0 TO WS-NUMBER-OK
    IF WS-NUMBER-TEXT NOT = SPACES
        IF FUNCTION TEST-NUMVAL(WS-NUMBER-TEXT) = 0
            COMPUTE WS-NUMBER = FUNCTION NUMVAL(WS-NUMBER-TEXT)
            IF WS-NUMBER >= WS-RANGE-LOW AND WS-NUMBER <= WS-RANGE-HIGH
                MOVE 1 TO WS-NUMBER-OK
            END-IF
        END-IF
    END-IF
    IF WS-NUMBER-OK = 0
        MOVE WS-RANGE-LOW TO WS-LOW-TEXT
        MOVE WS-RANGE-HIGH TO WS-HIGH-TEXT
        MOVE SPACES TO WS-PROBLEM
        STRING FUNCTION TRIM(WS-NUMBER-WHAT) " '" FUNCTION TRIM(WS-NUMBER-TEXT)
            "' is not a number from " FUNCTION TRIM(WS-LOW-TEXT) " to "
            FUNCTION TRIM(WS-HIGH-TEXT) DELIMITED BY SIZE INTO WS-PROBLEM
        PERFORM AddProblem
    END-IF
    EXIT PARAGRAPH.

CheckDuplicate.
    MOVE 0 TO WS-DUPLICATE-LINE
    PERFORM VARYING WS-SEEN-INDEX FROM 1 BY 1 UNTIL WS-SEEN-INDEX > WS-SEEN-COUNT
        IF WS-SEEN-KEY(WS-SEEN-INDEX) = WS-KEY
            MOVE WS-SEEN-LINE(WS-SEEN-INDEX) TO WS-DUPLICATE-LINE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-DUPLICATE-LINE > 0
        MOVE WS-DUPLICATE-LINE TO WS-LINE-TEXT
        MOVE SPACES TO WS-PROBLEM
        STRING "duplicates line " FUNCTION TRIM(WS-LINE-TEXT)
            DELIMITED BY SIZE INTO WS-PROBLEM
        PERFORM AddProblem
        EXIT PARAGRAPH
    END-IF
    IF WS-SEEN-COUNT < MAX-SEEN-KEYS
        ADD 1 TO WS-SEEN-COUNT
        MOVE WS-KEY TO WS-SEEN-KEY(WS-SEEN-COUNT)
        MOVE WS-LINE-NUMBER TO WS-SEEN-LINE(WS-SEEN-COUNT)
    END-IF
    EXIT PARAGRAPH.

*> The loaders drop whatever will not fit their tables, quietly or with one
*> log line; here it is a problem on the first line that would be lost.
CountEntry.
    ADD 1 TO WS-ENTRY-COUNT
    IF WS-ENTRY-COUNT = WS-ENTRY-LIMIT + 1
        PERFORM ReportOverLimit
    END-IF
    EXIT PARAGRAPH.

CountSecondEntry.
    ADD 1 TO WS-SECOND-COUNT
    IF WS-SECOND-COUNT = WS-ENTRY-LIMIT + 1
        PERFORM ReportOverLimit
    END-IF
    EXIT PARAGRAPH.

CountThirdEntry.
    ADD 1 TO WS-THIRD-COUNT
    IF WS-THIRD-COUNT = WS-ENTRY-LIMIT + 1
        PERFORM ReportOverLimit
    END-IF
    EXIT PARAGRAPH.

ReportOverLimit.
    MOVE WS-ENTRY-LIMIT TO WS-LINE-TEXT
    MOVE SPACES TO WS-PROBLEM
    STRING "past the loader's limit of " FUNCTION TRIM(WS-LINE-TEXT)
        " entries; this line and the rest of its kind are dropped"
        DELIMITED BY SIZE INTO WS-PROBLEM
    PERFORM AddProblem
    EXIT PARAGRAPH.

AddProblem.
    ADD 1 TO CONF-PROBLEM-COUNT
    IF CONF-PROBLEM-COUNT <= MAX-CONF-PROBLEMS
        MOVE WS-LINE-NUMBER TO CONF-PROBLEM-LINE(CONF-PROBLEM-COUNT)
        MOVE WS-PROBLEM TO CONF-PROBLEM-TEXT(CONF-PROBLEM-COUNT)
    END-IF
    MOVE SPACES TO WS-PROBLEM
    EXIT PARAGRAPH.

CheckItemName.
    MOVE 0 TO WS-NAME-OK
    MOVE FUNCTION TRIM(WS-LOOKUP-NAME) TO WS-LOOKUP-NAME
    IF WS-ITEM-REGISTRY-INDEX = 0
        CALL "Registries-GetRegistryIndex" USING "minecraft:item" WS-ITEM-REGISTRY-INDEX
        IF WS-ITEM-REGISTRY-INDEX = 0
            MOVE 1 TO WS-NAME-OK
            EXIT PARAGRAPH
        END-IF
    END-IF
    CALL "Registries-GetRegistryLength" USING WS-ITEM-REGISTRY-INDEX WS-REGISTRY-LENGTH
    PERFORM VARYING WS-REGISTRY-ENTRY FROM 1 BY 1 UNTIL WS-REGISTRY-ENTRY > WS-REGISTRY-LENGTH
        CALL "Registries-Iterate-EntryName" USING WS-ITEM-REGISTRY-INDEX WS-REGISTRY-ENTRY
            WS-REGISTRY-ENTRY-NAME
        IF WS-REGISTRY-ENTRY-NAME = WS-LOOKUP-NAME
            MOVE 1 TO WS-NAME-OK
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-NAME-OK = 0
        MOVE SPACES TO WS-PROBLEM
        STRING "unknown item '" FUNCTION TRIM(WS-LOOKUP-NAME) "'"
            DELIMITED BY SIZE INTO WS-PROBLEM
        PERFORM AddProblem
    END-IF
    EXIT PARAGRAPH.

CheckEntityName.
    MOVE 0 TO WS-NAME-OK
    MOVE FUNCTION TRIM(WS-LOOKUP-NAME) TO WS-LOOKUP-NAME
    IF WS-ENTITY-REGISTRY-INDEX = 0
        CALL "Registries-GetRegistryIndex" USING "minecraft:entity_type" WS-ENTITY-REGISTRY-INDEX
        IF WS-ENTITY-REGISTRY-INDEX = 0
            MOVE 1 TO WS-NAME-OK
            EXIT PARAGRAPH
        END-IF
    END-IF
    CALL "Registries-GetRegistryLength" USING WS-ENTITY-REGISTRY-INDEX WS-REGISTRY-LENGTH
    PERFORM VARYING WS-REGISTRY-ENTRY FROM 1 BY 1 UNTIL WS-REGISTRY-ENTRY > WS-REGISTRY-LENGTH
        CALL "Registries-Iterate-EntryName" USING WS-ENTITY-REGISTRY-INDEX WS-REGISTRY-ENTRY
            WS-REGISTRY-ENTRY-NAME
        IF WS-REGISTRY-ENTRY-NAME = WS-LOOKUP-NAME
            MOVE 1 TO WS-NAME-OK
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-NAME-OK = 0
        MOVE SPACES TO WS-PROBLEM
        STRING "unknown entity '" FUNCTION TRIM(WS-LOOKUP-NAME) "'"
            DELIMITED BY SIZE INTO WS-PROBLEM
        PERFORM AddProblem
    END-IF
    EXIT PARAGRAPH.

CheckPotionName.
    CALL "Registries-GetRegistryIndex" USING "minecraft:potion" WS-NAMED-REGISTRY-INDEX
    MOVE "potion" TO WS-NAMED-WHAT
    PERFORM CheckRegistryName
    EXIT PARAGRAPH.

CheckEffectName.
    CALL "Registries-GetRegistryIndex" USING "minecraft:mob_effect" WS-NAMED-REGISTRY-INDEX
    MOVE "effect" TO WS-NAMED-WHAT
    PERFORM CheckRegistryName
    EXIT PARAGRAPH.

*> The CheckEntityName lookup against the registry WS-NAMED-REGISTRY-INDEX
*> was just resolved to.
CheckRegistryName.
    MOVE 0 TO WS-NAME-OK
    MOVE FUNCTION TRIM(WS-LOOKUP-NAME) TO WS-LOOKUP-NAME
    IF WS-NAMED-REGISTRY-INDEX = 0
        MOVE 1 TO WS-NAME-OK
        EXIT PARAGRAPH
    END-IF
    CALL "Registries-GetRegistryLength" USING WS-NAMED-REGISTRY-INDEX WS-REGISTRY-LENGTH
    PERFORM VARYING WS-REGISTRY-ENTRY FROM 1 BY 1 UNTIL WS-REGISTRY-ENTRY > WS-REGISTRY-LENGTH
        CALL "Registries-Iterate-EntryName" USING WS-NAMED-REGISTRY-INDEX WS-REGISTRY-ENTRY
            WS-REGISTRY-ENTRY-NAME
        IF WS-REGISTRY-ENTRY-NAME = WS-LOOKUP-NAME
            MOVE 1 TO WS-NAME-OK
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-NAME-OK = 0
        MOVE SPACES TO WS-PROBLEM
        STRING "unknown " FUNCTION TRIM(WS-NAMED-WHAT) " '" FUNCTION TRIM(WS-LOOKUP-NAME) "'"
            DELIMITED BY SIZE INTO WS-PROBLEM
        PERFORM AddProblem
    END-IF
    EXIT PARAGRAPH.

CheckBlockName.
    MOVE 0 TO WS-NAME-OK
    MOVE FUNCTION TRIM(WS-LOOKUP-NAME) TO WS-LOOKUP-NAME
    CALL "Blocks-GetCount" USING WS-BLOCK-COUNT
    PERFORM VARYING WS-BLOCK-INDEX FROM 1 BY 1 UNTIL WS-BLOCK-INDEX > WS-BLOCK-COUNT
        CALL "Blocks-Iterate-Name" USING WS-BLOCK-INDEX WS-BLOCK-NAME
        IF WS-BLOCK-NAME = WS-LOOKUP-NAME
            MOVE 1 TO WS-NAME-OK
            CALL "Blocks-Iterate-StateIds" USING WS-BLOCK-INDEX
                WS-BLOCK-MIN-STATE WS-BLOCK-MAX-STATE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-NAME-OK = 0
        MOVE SPACES TO WS-PROBLEM
        STRING "unknown block '" FUNCTION TRIM(WS-LOOKUP-NAME) "'"
            DELIMITED BY SIZE INTO WS-PROBLEM
        PERFORM AddProblem
    END-IF
    EXIT PARAGRAPH.

END PROGRAM ConfCheck-File.
