*> --- EnderChest-Command ---
*> The console/RCON "enderchest" command, for theft investigations: look at and
*> edit any player's ender chest storage whether they are online or not.
*>
*>   enderchest <player>                            list the non-empty slots
*>   enderchest <player> clear <slot>               empty one slot (1-27)
*>   enderchest <player> set <slot> <item> [count]  put a plain stack in a slot
*>
*> An online player's PLAYER-ENDER-ITEMS is edited in place (and an ender chest
*> window they have open is refreshed to match). An offline player is found by
*> the name their account was last seen under and their save is loaded into a
*> spare PLAYER-TABLE entry -- never marked present, so nothing else sees it --
*> edited there and written straight back through Player-Save. Every edit
*> leaves an "[ender]" line in the audit trail naming the owner, what the slot
*> held and what it holds now.
IDENTIFICATION DIVISION.
PROGRAM-ID. EnderChest-Command.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-PLAYERS.
    COPY DD-CONTAINERS.
    COPY DD-ACCOUNTS.
    01 MAX-STACK-SIZE           BINARY-CHAR UNSIGNED VALUE 64.
    01 WS-CMD-NAME              PIC X(32).
    01 WS-TARGET-NAME           PIC X(16).
    01 WS-ACTION                PIC X(16).
    01 WS-SLOT-TEXT             PIC X(16).
    01 WS-ITEM-TEXT             PIC X(64).
    01 WS-COUNT-TEXT            PIC X(16).
    01 WS-SLOT-NUMBER           BINARY-LONG.
    01 WS-ITEM-COUNT            BINARY-LONG.
    *> Whose storage: the PLAYER-TABLE entry holding it, and whether that
    *> entry is a borrowed one the offline player's save was loaded into.
    01 WS-OWNER                 BINARY-LONG UNSIGNED.
    01 WS-OFFLINE               BINARY-CHAR UNSIGNED.
    01 WS-ACCOUNT               BINARY-LONG UNSIGNED.
    01 WS-LOAD-FOUND            BINARY-CHAR UNSIGNED.
    01 WS-SCAN-ID               BINARY-LONG UNSIGNED.
    01 WS-SLOT-INDEX            BINARY-LONG UNSIGNED.
    01 WS-COMBINED-INDEX        BINARY-LONG UNSIGNED.
    01 WS-CONTAINER-ID          BINARY-LONG UNSIGNED.
    01 WS-LISTED                BINARY-LONG UNSIGNED.
    01 WS-POINTER               BINARY-LONG UNSIGNED.
    01 WS-NUM-TEXT              PIC -(10)9.
    01 WS-SLOT-NUM-TEXT         PIC Z9.
    01 WS-BEFORE-TEXT           PIC X(96).
    01 WS-AFTER-TEXT            PIC X(96).
    01 WS-STACK-TEXT            PIC X(96).
    01 WS-AUDIT-LINE            PIC X(320).
    *> Item registry lookups, both ways.
    01 WS-ITEM-REGISTRY-INDEX   BINARY-LONG UNSIGNED VALUE 0.
    01 WS-REGISTRY-LENGTH       BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY        BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY-ID     BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY-NAME   PIC X(64).
    01 WS-FULL-NAME             PIC X(64).
    01 WS-COLON-COUNT           BINARY-LONG UNSIGNED.
    01 WS-ITEM-ID               BINARY-LONG.
    01 WS-ITEM-FOUND            BINARY-CHAR UNSIGNED.
    01 WS-ITEM-NAME             PIC X(64).
    01 WS-STACK.
        COPY DD-INVENTORY-SLOT REPLACING LEADING ==PREFIX== BY ==WS-STACK==.
    *> An open ender chest window's refresh: the 27 slots plus the owner's
    *> 36 main/hotbar slots under them.
    01 WS-COMBINED-SLOTS.
        02 WS-COMBINED-SLOT OCCURS 63 TIMES.
            COPY DD-INVENTORY-SLOT REPLACING LEADING ==PREFIX== BY ==WS-COMBINED-SLOT==.
LINKAGE SECTION.
    01 LK-COMMAND               PIC X ANY LENGTH.
    01 LK-RESPONSE              PIC X ANY LENGTH.
    01 LK-RESPONSE-LENGTH       BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-COMMAND LK-RESPONSE LK-RESPONSE-LENGTH.
    MOVE SPACES TO LK-RESPONSE
    MOVE SPACES TO WS-CMD-NAME WS-TARGET-NAME WS-ACTION WS-SLOT-TEXT WS-ITEM-TEXT
        WS-COUNT-TEXT
    UNSTRING LK-COMMAND DELIMITED BY ALL SPACE
        INTO WS-CMD-NAME WS-TARGET-NAME WS-ACTION WS-SLOT-TEXT WS-ITEM-TEXT
            WS-COUNT-TEXT

    IF WS-TARGET-NAME = SPACES
        MOVE "Usage: enderchest <player> [clear <slot> | set <slot> <item> [count]]"
            TO LK-RESPONSE
        COMPUTE LK-RESPONSE-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(LK-RESPONSE))
        GOBACK
    END-IF

    *> Validate the edit before any save is touched.
    EVALUATE FUNCTION TRIM(WS-ACTION)
        WHEN SPACES
            CONTINUE
        WHEN "clear"
            PERFORM ParseSlotNumber
        WHEN "set"
            PERFORM ParseSlotNumber
            IF LK-RESPONSE = SPACES
                PERFORM ParseStack
            END-IF
        WHEN OTHER
            MOVE "Usage: enderchest <player> [clear <slot> | set <slot> <item> [count]]"
                TO LK-RESPONSE
    END-EVALUATE
    IF LK-RESPONSE NOT = SPACES
        COMPUTE LK-RESPONSE-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(LK-RESPONSE))
        GOBACK
    END-IF

    PERFORM ResolveOwner
    IF WS-OWNER = 0
        COMPUTE LK-RESPONSE-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(LK-RESPONSE))
        GOBACK
    END-IF

    IF WS-ACTION = SPACES
        PERFORM ListSlots
    ELSE
        PERFORM EditSlot
    END-IF

    *> The borrowed entry goes back exactly as blank as it was found.
    IF WS-OFFLINE = 1
        INITIALIZE PLAYER-ENTRY(WS-OWNER)
    END-IF
    COMPUTE LK-RESPONSE-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(LK-RESPONSE))
    GOBACK.

ParseSlotNumber.
    IF WS-SLOT-TEXT = SPACES OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-SLOT-TEXT)) NOT = 0
        MOVE "The slot must be a number from 1 to 27" TO LK-RESPONSE
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-SLOT-NUMBER = FUNCTION NUMVAL(WS-SLOT-TEXT)
    IF WS-SLOT-NUMBER < 1 OR WS-SLOT-NUMBER > 27
        MOVE "The slot must be a number from 1 to 27" TO LK-RESPONSE
    END-IF
    EXIT PARAGRAPH.

*> The stack "set" puts down: a plain item (no name, enchantments or lore) of
*> the named kind, "minecraft:" assumed the way /give assumes it.
ParseStack.
    IF WS-ITEM-TEXT = SPACES
        MOVE "Usage: enderchest <player> set <slot> <item> [count]" TO LK-RESPONSE
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO WS-ITEM-COUNT
    IF WS-COUNT-TEXT NOT = SPACES
        IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-COUNT-TEXT)) NOT = 0
            MOVE "The count must be a number from 1 to 64" TO LK-RESPONSE
            EXIT PARAGRAPH
        END-IF
        COMPUTE WS-ITEM-COUNT = FUNCTION NUMVAL(WS-COUNT-TEXT)
    END-IF
    IF WS-ITEM-COUNT < 1 OR WS-ITEM-COUNT > MAX-STACK-SIZE
        MOVE "The count must be a number from 1 to 64" TO LK-RESPONSE
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-COLON-COUNT
    INSPECT WS-ITEM-TEXT TALLYING WS-COLON-COUNT FOR ALL ":"
    MOVE SPACES TO WS-FULL-NAME
    IF WS-COLON-COUNT = 0
        STRING "minecraft:" FUNCTION TRIM(WS-ITEM-TEXT) DELIMITED BY SIZE INTO WS-FULL-NAME
    ELSE
        MOVE WS-ITEM-TEXT TO WS-FULL-NAME
    END-IF
    PERFORM LookupItemId
    IF WS-ITEM-FOUND = 0 OR WS-ITEM-ID = 0
        STRING "Unknown item: " FUNCTION TRIM(WS-FULL-NAME)
            DELIMITED BY SIZE INTO LK-RESPONSE
        EXIT PARAGRAPH
    END-IF
    EXIT PARAGRAPH.

*> An online player by name; otherwise the account last seen under that name,
*> which may turn out to be online under a newer name after all; otherwise
*> that account's save, loaded into a spare entry.
ResolveOwner.
    MOVE 0 TO WS-OWNER
    MOVE 0 TO WS-OFFLINE
    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-PLAYER-ENTRIES
        IF PLAYER-PRESENT(WS-SCAN-ID) = 1
                AND FUNCTION TRIM(PLAYER-USERNAME(WS-SCAN-ID)) = FUNCTION TRIM(WS-TARGET-NAME)
            MOVE WS-SCAN-ID TO WS-OWNER
            EXIT PARAGRAPH
        END-IF
    END-PERFORM

    CALL "Accounts-FindByName" USING WS-TARGET-NAME WS-ACCOUNT
    IF WS-ACCOUNT = 0
        STRING "No player named " FUNCTION TRIM(WS-TARGET-NAME) " has played here"
            DELIMITED BY SIZE INTO LK-RESPONSE
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-PLAYER-ENTRIES
        IF PLAYER-PRESENT(WS-SCAN-ID) = 1
                AND PLAYER-UUID(WS-SCAN-ID) = ACCOUNT-UUID(WS-ACCOUNT)
            MOVE WS-SCAN-ID TO WS-OWNER
            EXIT PARAGRAPH
        END-IF
    END-PERFORM

    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-PLAYER-ENTRIES
        IF PLAYER-PRESENT(WS-SCAN-ID) = 0
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-SCAN-ID > MAX-PLAYER-ENTRIES
        MOVE "No free player entry to load an offline save into" TO LK-RESPONSE
        EXIT PARAGRAPH
    END-IF

    INITIALIZE PLAYER-ENTRY(WS-SCAN-ID)
    MOVE ACCOUNT-UUID(WS-ACCOUNT) TO PLAYER-UUID(WS-SCAN-ID)
    MOVE ACCOUNT-NAME(WS-ACCOUNT) TO PLAYER-USERNAME(WS-SCAN-ID)
    CALL "Player-Load" USING WS-SCAN-ID PLAYER-UUID(WS-SCAN-ID) WS-LOAD-FOUND
    IF WS-LOAD-FOUND NOT = 1
        IF WS-LOAD-FOUND = 2
            STRING FUNCTION TRIM(WS-TARGET-NAME) "'s player data is damaged"
                DELIMITED BY SIZE INTO LK-RESPONSE
        ELSE
            STRING "No saved player data for " FUNCTION TRIM(WS-TARGET-NAME)
                DELIMITED BY SIZE INTO LK-RESPONSE
        END-IF
        INITIALIZE PLAYER-ENTRY(WS-SCAN-ID)
        EXIT PARAGRAPH
    END-IF
    MOVE WS-SCAN-ID TO WS-OWNER
    MOVE 1 TO WS-OFFLINE
    EXIT PARAGRAPH.

ListSlots.
    MOVE 0 TO WS-LISTED
    MOVE 1 TO WS-POINTER
    STRING FUNCTION TRIM(PLAYER-USERNAME(WS-OWNER)) "'s ender chest"
        DELIMITED BY SIZE INTO LK-RESPONSE WITH POINTER WS-POINTER
    IF WS-OFFLINE = 1
        STRING " (offline)" DELIMITED BY SIZE INTO LK-RESPONSE WITH POINTER WS-POINTER
    END-IF
    PERFORM VARYING WS-SLOT-INDEX FROM 1 BY 1 UNTIL WS-SLOT-INDEX > 27
        IF PLAYER-ENDER-SLOT-SLOT-COUNT(WS-OWNER, WS-SLOT-INDEX) > 0
            MOVE PLAYER-ENDER-SLOT(WS-OWNER, WS-SLOT-INDEX) TO WS-STACK
            PERFORM DescribeStack
            MOVE WS-SLOT-INDEX TO WS-SLOT-NUM-TEXT
            IF WS-LISTED = 0
                STRING ": " DELIMITED BY SIZE INTO LK-RESPONSE WITH POINTER WS-POINTER
            ELSE
                STRING "; " DELIMITED BY SIZE INTO LK-RESPONSE WITH POINTER WS-POINTER
            END-IF
            STRING FUNCTION TRIM(WS-SLOT-NUM-TEXT) ") " FUNCTION TRIM(WS-STACK-TEXT)
                DELIMITED BY SIZE INTO LK-RESPONSE WITH POINTER WS-POINTER
            ADD 1 TO WS-LISTED
        END-IF
    END-PERFORM
    IF WS-LISTED = 0
        STRING " is empty" DELIMITED BY SIZE INTO LK-RESPONSE WITH POINTER WS-POINTER
    END-IF
    EXIT PARAGRAPH.

*> Applies a clear or set to the owner's slot, writes an offline owner's save
*> back, and refreshes an online owner's open ender chest window.
EditSlot.
    MOVE PLAYER-ENDER-SLOT(WS-OWNER, WS-SLOT-NUMBER) TO WS-STACK
    PERFORM DescribeStack
    MOVE WS-STACK-TEXT TO WS-BEFORE-TEXT

    IF FUNCTION TRIM(WS-ACTION) = "clear"
        INITIALIZE PLAYER-ENDER-SLOT(WS-OWNER, WS-SLOT-NUMBER)
        MOVE "empty" TO WS-AFTER-TEXT
    ELSE
        INITIALIZE WS-STACK
        MOVE WS-ITEM-ID TO WS-STACK-SLOT-ID
        MOVE WS-ITEM-COUNT TO WS-STACK-SLOT-COUNT
        MOVE WS-STACK TO PLAYER-ENDER-SLOT(WS-OWNER, WS-SLOT-NUMBER)
        PERFORM DescribeStack
        MOVE WS-STACK-TEXT TO WS-AFTER-TEXT
    END-IF

    IF WS-OFFLINE = 1
        CALL "Player-Save" USING WS-OWNER
    ELSE
        PERFORM RefreshOpenWindow
    END-IF

    MOVE WS-SLOT-NUMBER TO WS-SLOT-NUM-TEXT
    MOVE SPACES TO WS-AUDIT-LINE
    STRING "[ender] console edited " FUNCTION TRIM(PLAYER-USERNAME(WS-OWNER))
           "'s ender chest slot " FUNCTION TRIM(WS-SLOT-NUM-TEXT) ": "
           FUNCTION TRIM(WS-BEFORE-TEXT) " -> " FUNCTION TRIM(WS-AFTER-TEXT)
        DELIMITED BY SIZE INTO WS-AUDIT-LINE
    CALL "Audit-Log" USING WS-AUDIT-LINE

    STRING "Slot " FUNCTION TRIM(WS-SLOT-NUM-TEXT) " of "
           FUNCTION TRIM(PLAYER-USERNAME(WS-OWNER)) "'s ender chest: "
           FUNCTION TRIM(WS-BEFORE-TEXT) " -> " FUNCTION TRIM(WS-AFTER-TEXT)
        DELIMITED BY SIZE INTO LK-RESPONSE
    EXIT PARAGRAPH.

*> An owner looking into an ender chest right now gets the window's entry
*> brought back in line with PLAYER-ENDER-ITEMS, and their screen with it.
RefreshOpenWindow.
    PERFORM VARYING WS-CONTAINER-ID FROM 1 BY 1
            UNTIL WS-CONTAINER-ID > MAX-CONTAINER-ENTRIES
        IF CONTAINER-PRESENT(WS-CONTAINER-ID) = 1
                AND CONTAINER-TYPE(WS-CONTAINER-ID) = CONTAINER-TYPE-ENDER
                AND CONTAINER-ENDER-OWNER(WS-CONTAINER-ID) = WS-OWNER
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-CONTAINER-ID > MAX-CONTAINER-ENTRIES
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-COMBINED-INDEX
    PERFORM VARYING WS-SLOT-INDEX FROM 1 BY 1 UNTIL WS-SLOT-INDEX > 27
        MOVE PLAYER-ENDER-SLOT(WS-OWNER, WS-SLOT-INDEX)
            TO CONTAINER-SLOT(WS-CONTAINER-ID, WS-SLOT-INDEX)
        ADD 1 TO WS-COMBINED-INDEX
        MOVE PLAYER-ENDER-SLOT(WS-OWNER, WS-SLOT-INDEX)
            TO WS-COMBINED-SLOT(WS-COMBINED-INDEX)
    END-PERFORM
    IF PLAYER-OPEN-CONTAINER(WS-OWNER) NOT = WS-CONTAINER-ID
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-SLOT-INDEX FROM 10 BY 1 UNTIL WS-SLOT-INDEX > 45
        ADD 1 TO WS-COMBINED-INDEX
        MOVE PLAYER-INVENTORY-SLOT(WS-OWNER, WS-SLOT-INDEX)
            TO WS-COMBINED-SLOT(WS-COMBINED-INDEX)
    END-PERFORM
    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(WS-SCAN-ID) = 1 AND CLIENT-STATE(WS-SCAN-ID) = CLIENT-STATE-PLAY
                AND CLIENT-PLAYER(WS-SCAN-ID) = WS-OWNER
            ADD 1 TO PLAYER-WINDOW-STATE(WS-OWNER)
            CALL "SendPacket-SetContainerContent" USING WS-SCAN-ID
                PLAYER-WINDOW-STATE(WS-OWNER) WS-COMBINED-SLOTS
                PLAYER-MOUSE-ITEM(WS-OWNER)
            EXIT PERFORM
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> "<count> x <item>" for the stack in WS-STACK, its custom name quoted after
*> it and its enchantment count noted, or "empty".
DescribeStack.
    MOVE SPACES TO WS-STACK-TEXT
    IF WS-STACK-SLOT-COUNT = 0
        MOVE "empty" TO WS-STACK-TEXT
        EXIT PARAGRAPH
    END-IF
    MOVE WS-STACK-SLOT-ID TO WS-ITEM-ID
    PERFORM ResolveItemName
    MOVE WS-STACK-SLOT-COUNT TO WS-NUM-TEXT
    MOVE 1 TO WS-POINTER
    STRING FUNCTION TRIM(WS-NUM-TEXT) " x " FUNCTION TRIM(WS-ITEM-NAME)
        DELIMITED BY SIZE INTO WS-STACK-TEXT WITH POINTER WS-POINTER
    IF WS-STACK-SLOT-CUSTOM-NAME-LENGTH > 0
        STRING " """ WS-STACK-SLOT-CUSTOM-NAME(1:WS-STACK-SLOT-CUSTOM-NAME-LENGTH) """"
            DELIMITED BY SIZE INTO WS-STACK-TEXT WITH POINTER WS-POINTER
    END-IF
    IF WS-STACK-SLOT-ENCHANTMENT-COUNT > 0
        MOVE WS-STACK-SLOT-ENCHANTMENT-COUNT TO WS-NUM-TEXT
        STRING " (" FUNCTION TRIM(WS-NUM-TEXT) " enchantments)"
            DELIMITED BY SIZE INTO WS-STACK-TEXT WITH POINTER WS-POINTER
    END-IF
    EXIT PARAGRAPH.

LookupItemId.
    MOVE 0 TO WS-ITEM-ID
    MOVE 0 TO WS-ITEM-FOUND
    PERFORM LocateItemRegistry
    IF WS-ITEM-REGISTRY-INDEX = 0
        EXIT PARAGRAPH
    END-IF
    CALL "Registries-GetRegistryLength" USING WS-ITEM-REGISTRY-INDEX WS-REGISTRY-LENGTH
    PERFORM VARYING WS-REGISTRY-ENTRY FROM 1 BY 1 UNTIL WS-REGISTRY-ENTRY > WS-REGISTRY-LENGTH
        CALL "Registries-Iterate-EntryName" USING WS-ITEM-REGISTRY-INDEX WS-REGISTRY-ENTRY
            WS-REGISTRY-ENTRY-NAME
        IF WS-REGISTRY-ENTRY-NAME = WS-FULL-NAME
            CALL "Registries-Iterate-EntryId" USING WS-ITEM-REGISTRY-INDEX WS-REGISTRY-ENTRY
                WS-REGISTRY-ENTRY-ID
            MOVE WS-REGISTRY-ENTRY-ID TO WS-ITEM-ID
            MOVE 1 TO WS-ITEM-FOUND
            EXIT PERFORM
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> The item's registry name, so the answer and the audit line read by name.
ResolveItemName.
    MOVE SPACES TO WS-ITEM-NAME
    PERFORM LocateItemRegistry
    IF WS-ITEM-REGISTRY-INDEX NOT = 0
        CALL "Registries-GetRegistryLength" USING WS-ITEM-REGISTRY-INDEX WS-REGISTRY-LENGTH
        PERFORM VARYING WS-REGISTRY-ENTRY FROM 1 BY 1 UNTIL WS-REGISTRY-ENTRY > WS-REGISTRY-LENGTH
            CALL "Registries-Iterate-EntryId" USING WS-ITEM-REGISTRY-INDEX WS-REGISTRY-ENTRY
                WS-REGISTRY-ENTRY-ID
            IF WS-REGISTRY-ENTRY-ID = WS-ITEM-ID
                CALL "Registries-Iterate-EntryName" USING WS-ITEM-REGISTRY-INDEX
                    WS-REGISTRY-ENTRY WS-ITEM-NAME
                EXIT PERFORM
            END-IF
        END-PERFORM
    END-IF
    IF WS-ITEM-NAME = SPACES
        MOVE WS-ITEM-ID TO WS-NUM-TEXT
        STRING "item#" FUNCTION TRIM(WS-NUM-TEXT) DELIMITED BY SIZE INTO WS-ITEM-NAME
    END-IF
    EXIT PARAGRAPH.

LocateItemRegistry.
    IF WS-ITEM-REGISTRY-INDEX = 0
        CALL "Registries-GetRegistryIndex" USING "minecraft:item" WS-ITEM-REGISTRY-INDEX
    END-IF
    EXIT PARAGRAPH.

END PROGRAM EnderChest-Command.
