*> --- Admin-Reload ---
*> Re-read every conf file without a restart, for the console/RCON "reload"
*> and the operator /reload. The whole set is validated first through
*> ConfCheck-File -- the same checks the offline confcheck runs: every item,
*> block and entity name against its registry, every field count and number
*> against the shape its loader expects, duplicates, schedule times and
*> commands, group grants -- and only when every file is clean are the live
*> tables swapped, by CANCELing each caching loader so its next call
*> re-parses (CANCEL re-initializes a program's WORKING-STORAGE, which is
*> exactly what resets a WS-INITIALIZED-style cache). groups.conf is reset
*> through GROUPS-LOADED, anti-xray.conf through ANTI-XRAY-LOADED,
*> brewing-recipes.conf through BREWING-LOADED, villager-trades.conf through
*> VILLAGER-TRADES-LOADED, advancements.conf through ADVANCEMENTS-LOADED,
*> bridge-accounts.conf through BRIDGE-LOADED, crafting-recipes.conf and
*> furnace-recipes.conf through CRAFT-RECIPES-LOADED and SMELT-RECIPES-LOADED
*> (re-sending everyone's recipe book from the new tables), and
*> messages-en_us.conf (and with it every other catalog) through
*> MESSAGES-LOADED, and schedule.conf through SCHEDULE-RELOAD-DUE, since
*> Scheduler-Tick may itself be the caller. Because clearing MESSAGES-LOADED
*> re-reads every catalog, each one is checked too: the server.properties
*> language's and every locale already looked up for a client. A dirty file
*> reports the first problem with its file and line, how many more there
*> are, and changes nothing.
IDENTIFICATION DIVISION.
PROGRAM-ID. Admin-Reload.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-GROUPS.
    COPY DD-SCHEDULER.
    COPY DD-ANTI-XRAY.
    COPY DD-BREWING.
    COPY DD-VILLAGER-TRADES.
    COPY DD-ADVANCEMENTS.
    COPY DD-CRAFT-RECIPES.
    COPY DD-SMELT-RECIPES.
    COPY DD-BRIDGE.
    COPY DD-MESSAGES.
    COPY DD-CONF-PROBLEMS.
    COPY DD-SERVER-PROPERTIES.
    01 WS-FILE-COUNT            BINARY-LONG UNSIGNED VALUE 15.
    01 WS-FILE-NAMES.
        05 WS-FILE-NAME OCCURS 15 TIMES PIC X(32).
    01 WS-FILE-INDEX            BINARY-LONG UNSIGNED.
    01 WS-CHECK-NAME            PIC X(32).
    01 WS-REFUSED               BINARY-CHAR UNSIGNED.
    01 WS-CATALOG-INDEX         BINARY-LONG UNSIGNED.
    01 WS-LOCALE                PIC X(16).
    01 WS-LINE-TEXT             PIC -(10)9.
    01 WS-MORE-TEXT             PIC -(10)9.
LINKAGE SECTION.
    01 LK-RESPONSE              PIC X ANY LENGTH.
    01 LK-RESPONSE-LENGTH       BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-RESPONSE LK-RESPONSE-LENGTH.
    MOVE SPACES TO LK-RESPONSE
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

    MOVE 0 TO WS-REFUSED
    PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1
            UNTIL WS-FILE-INDEX > WS-FILE-COUNT OR WS-REFUSED = 1
        MOVE WS-FILE-NAME(WS-FILE-INDEX) TO WS-CHECK-NAME
        PERFORM CheckFile
    END-PERFORM
    IF WS-REFUSED = 0
        PERFORM CheckCatalogs
    END-IF
    IF WS-REFUSED = 1
        COMPUTE LK-RESPONSE-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(LK-RESPONSE))
        GOBACK
    END-IF
    *> server.properties. The canceled programs are never on the call stack
    *> here -- reload arrives through the console/command paths only.
    CANCEL "RecvPacket-UseItem"
    CANCEL "Entities-MobDrops"
    CANCEL "Blocks-InteractableToggle"
    CANCEL "RegisterBlock-Simple"
    CALL "RegisterBlock-Simple"
    CALL "ServerProperties-Load"
    MOVE 0 TO GROUPS-LOADED
    MOVE 0 TO ANTI-XRAY-LOADED
    MOVE 0 TO BREWING-LOADED
    MOVE 0 TO VILLAGER-TRADES-LOADED
    MOVE 0 TO ADVANCEMENTS-LOADED
    MOVE 0 TO BRIDGE-LOADED
    MOVE 0 TO CRAFT-RECIPES-LOADED
    MOVE 0 TO SMELT-RECIPES-LOADED
    MOVE 0 TO MESSAGES-LOADED
    CALL "RecipeBook-SendEveryone"
    MOVE 1 TO SCHEDULE-RELOAD-DUE

    MOVE "Reloaded every conf file and server.properties" TO LK-RESPONSE
    COMPUTE LK-RESPONSE-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(LK-RESPONSE))
    GOBACK.

CheckFile.
    CALL "ConfCheck-File" USING WS-CHECK-NAME CONF-PROBLEMS
    IF CONF-PROBLEM-COUNT > 0
        PERFORM RefuseFile
        MOVE 1 TO WS-REFUSED
    END-IF
    EXIT PARAGRAPH.

*> The catalogs Messages-Load will re-read besides English: the default
*> language, then every locale in the table -- including those found to have
*> no file, which a translation added since would now bring in. A locale
*> with no file still has nothing to check.
CheckCatalogs.
    IF SERVER-LANGUAGE NOT = SPACES AND SERVER-LANGUAGE NOT = "en_us"
        MOVE SERVER-LANGUAGE TO WS-LOCALE
        PERFORM CheckCatalog
    END-IF
    PERFORM VARYING WS-CATALOG-INDEX FROM 1 BY 1
            UNTIL WS-CATALOG-INDEX > MESSAGE-CATALOG-COUNT OR WS-REFUSED = 1
        MOVE MESSAGE-CATALOG-LOCALE(WS-CATALOG-INDEX) TO WS-LOCALE
        IF WS-LOCALE NOT = SPACES AND WS-LOCALE NOT = "en_us"
                AND WS-LOCALE NOT = SERVER-LANGUAGE
            PERFORM CheckCatalog
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

CheckCatalog.
    IF WS-REFUSED = 1
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-CHECK-NAME
    STRING "messages-" FUNCTION TRIM(WS-LOCALE) ".conf" DELIMITED BY SIZE INTO WS-CHECK-NAME
    PERFORM CheckFile
    EXIT PARAGRAPH.

RefuseFile.
    MOVE CONF-PROBLEM-LINE(1) TO WS-LINE-TEXT
    COMPUTE WS-MORE-TEXT = CONF-PROBLEM-COUNT - 1
    IF CONF-PROBLEM-COUNT > 1
        STRING "Reload refused: " FUNCTION TRIM(WS-CHECK-NAME) " line "
               FUNCTION TRIM(WS-LINE-TEXT) ": " FUNCTION TRIM(CONF-PROBLEM-TEXT(1))
               " (and " FUNCTION TRIM(WS-MORE-TEXT) " more; run confcheck)"
            DELIMITED BY SIZE INTO LK-RESPONSE
    ELSE
        STRING "Reload refused: " FUNCTION TRIM(WS-CHECK-NAME) " line "
               FUNCTION TRIM(WS-LINE-TEXT) ": " FUNCTION TRIM(CONF-PROBLEM-TEXT(1))
            DELIMITED BY SIZE INTO LK-RESPONSE
    END-IF
    EXIT PARAGRAPH.

END PROGRAM Admin-Reload.
