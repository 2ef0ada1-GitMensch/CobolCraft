*> --- Advancement-Load ---
*> Parse advancements.conf into the shared DD-ADVANCEMENTS table: one line per
*> advancement with its place in the tree, the trigger that awards it, its
*> icon, title and description. Item names are resolved against the item
*> registry up front, the brewing-recipes.conf loading shape; a parent must
*> name an earlier line so the tree the client is sent always hangs together.
*> A missing file leaves advancements off. Once loaded, every player already
*> online is sent the new tree -- that is how a reload reaches them.
IDENTIFICATION DIVISION.
PROGRAM-ID. Advancement-Load.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ADVANCEMENTS-FILE ASSIGN TO "advancements.conf"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ADVANCEMENTS-FILE.
01  ADVANCEMENTS-LINE           PIC X(512).

WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-ADVANCEMENTS.
    01 FS-STATUS                 PIC X(2).

    *> conf parsing scratch, the blocks-simple.conf field-splitting shape
    01 WS-KIND                   PIC X(16).
    01 WS-FIELD                  PIC X(128).
    01 WS-FIELD2                 PIC X(128).
    01 WS-FIELD3                 PIC X(128).
    01 WS-FIELD4                 PIC X(128).
    01 WS-FIELD5                 PIC X(128).
    01 WS-FIELD6                 PIC X(128).
    01 WS-FIELD7                 PIC X(128).
    01 WS-FIELD8                 PIC X(128).
    01 WS-FIELD9                 PIC X(128).
    01 WS-REMAINDER              PIC X(512).
    01 WS-SEP-POS                BINARY-LONG UNSIGNED.
    01 WS-LOG-MSG                PIC X(256).
    01 WS-TRIGGER                BINARY-CHAR UNSIGNED.
    01 WS-ARGUMENT               BINARY-LONG.
    01 WS-ICON-ID                BINARY-LONG.
    01 WS-LINE-OK                BINARY-CHAR UNSIGNED.
    01 WS-SCAN-INDEX             BINARY-LONG UNSIGNED.
    01 WS-PARENT-FOUND           BINARY-CHAR UNSIGNED.
    01 WS-CLIENT-ID              BINARY-LONG UNSIGNED.

    *> item registry lookup
    01 WS-ITEM-REGISTRY-INDEX    BINARY-LONG UNSIGNED VALUE 0.
    01 WS-REGISTRY-LENGTH        BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY         BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY-ID      BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY-NAME    PIC X(64).
    01 WS-LOOKUP-NAME            PIC X(64).
    01 WS-LOOKUP-ID              BINARY-LONG.

PROCEDURE DIVISION.
    MOVE 0 TO ADVANCEMENT-COUNT
    MOVE 1 TO ADVANCEMENTS-LOADED

    OPEN INPUT ADVANCEMENTS-FILE
    IF FS-STATUS NOT = "00"
        CALL "Log-Info" USING "No advancements.conf found, advancements are off"
        GOBACK
    END-IF

    PERFORM UNTIL FS-STATUS = "10"
        READ ADVANCEMENTS-FILE
            AT END
                MOVE "10" TO FS-STATUS
            NOT AT END
                PERFORM ParseLine
        END-READ
    END-PERFORM

    CLOSE ADVANCEMENTS-FILE
    CALL "Log-Info" USING "Loaded advancements.conf"

    PERFORM VARYING WS-CLIENT-ID FROM 1 BY 1 UNTIL WS-CLIENT-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(WS-CLIENT-ID) = 1 AND CLIENT-STATE(WS-CLIENT-ID) = CLIENT-STATE-PLAY
            CALL "Advancement-SendTree" USING WS-CLIENT-ID CLIENT-PLAYER(WS-CLIENT-ID)
        END-IF
    END-PERFORM
    GOBACK.

ParseLine.
    IF ADVANCEMENTS-LINE = SPACES OR ADVANCEMENTS-LINE(1:1) = "#"
        EXIT PARAGRAPH
    END-IF

    MOVE ADVANCEMENTS-LINE TO WS-REMAINDER
    PERFORM TakeField
    MOVE WS-FIELD TO WS-KIND
    PERFORM TakeField
    MOVE WS-FIELD TO WS-FIELD2
    PERFORM TakeField
    MOVE WS-FIELD TO WS-FIELD3
    PERFORM TakeField
    MOVE WS-FIELD TO WS-FIELD4
    PERFORM TakeField
    MOVE WS-FIELD TO WS-FIELD5
    PERFORM TakeField
    MOVE WS-FIELD TO WS-FIELD6
    PERFORM TakeField
    MOVE WS-FIELD TO WS-FIELD7
    PERFORM TakeField
    MOVE WS-FIELD TO WS-FIELD8
    PERFORM TakeField
    MOVE WS-FIELD TO WS-FIELD9

    IF WS-KIND = "advancement"
        PERFORM ParseAdvancementLine
    ELSE
        PERFORM WarnBadLine
    END-IF
    EXIT PARAGRAPH.

*> advancement,<id>,<parent or ->,<trigger>,<argument or ->,<icon>,<title>,<description>
ParseAdvancementLine.
    MOVE 1 TO WS-LINE-OK
    IF WS-FIELD2 = SPACES OR WS-FIELD2(49:) NOT = SPACES
            OR WS-FIELD8 = SPACES
            OR WS-FIELD9 = SPACES OR WS-FIELD9 = "-"
            OR ADVANCEMENT-COUNT >= MAX-ADVANCEMENTS
        PERFORM WarnBadLine
        EXIT PARAGRAPH
    END-IF

    *> The id must be new, and the parent (if any) an earlier line's id.
    MOVE 0 TO WS-PARENT-FOUND
    PERFORM VARYING WS-SCAN-INDEX FROM 1 BY 1 UNTIL WS-SCAN-INDEX > ADVANCEMENT-COUNT
        IF ADVANCEMENT-ID(WS-SCAN-INDEX) = WS-FIELD2
            MOVE 0 TO WS-LINE-OK
        END-IF
        IF ADVANCEMENT-ID(WS-SCAN-INDEX) = WS-FIELD3
            MOVE 1 TO WS-PARENT-FOUND
        END-IF
    END-PERFORM
    IF WS-FIELD3 NOT = "-" AND WS-PARENT-FOUND = 0
        MOVE 0 TO WS-LINE-OK
    END-IF

    MOVE 0 TO WS-ARGUMENT
    EVALUATE WS-FIELD4
        WHEN "join"
            MOVE ADVANCEMENT-TRIGGER-JOIN TO WS-TRIGGER
            IF WS-FIELD5 NOT = "-"
                MOVE 0 TO WS-LINE-OK
            END-IF
        WHEN "night"
            MOVE ADVANCEMENT-TRIGGER-NIGHT TO WS-TRIGGER
            IF WS-FIELD5 NOT = "-"
                MOVE 0 TO WS-LINE-OK
            END-IF
        WHEN "craft"
            MOVE ADVANCEMENT-TRIGGER-CRAFT TO WS-TRIGGER
            PERFORM ParseItemArgument
        WHEN "smelt"
            MOVE ADVANCEMENT-TRIGGER-SMELT TO WS-TRIGGER
            PERFORM ParseItemArgument
        WHEN "pickup"
            MOVE ADVANCEMENT-TRIGGER-PICKUP TO WS-TRIGGER
            PERFORM ParseItemArgument
        WHEN "dimension"
            MOVE ADVANCEMENT-TRIGGER-DIMENSION TO WS-TRIGGER
            EVALUATE WS-FIELD5
                WHEN "overworld"
                    MOVE 0 TO WS-ARGUMENT
                WHEN "nether"
                    MOVE 1 TO WS-ARGUMENT
                WHEN OTHER
                    MOVE 0 TO WS-LINE-OK
            END-EVALUATE
        WHEN OTHER
            MOVE 0 TO WS-LINE-OK
    END-EVALUATE

    MOVE WS-FIELD6 TO WS-LOOKUP-NAME
    PERFORM LookupItemId
    MOVE WS-LOOKUP-ID TO WS-ICON-ID
    IF WS-ICON-ID <= 0
        MOVE 0 TO WS-LINE-OK
    END-IF

    IF WS-LINE-OK = 0
        PERFORM WarnBadLine
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO ADVANCEMENT-COUNT
    MOVE WS-FIELD2 TO ADVANCEMENT-ID(ADVANCEMENT-COUNT)
    IF WS-FIELD3 = "-"
        MOVE SPACES TO ADVANCEMENT-PARENT(ADVANCEMENT-COUNT)
    ELSE
        MOVE WS-FIELD3 TO ADVANCEMENT-PARENT(ADVANCEMENT-COUNT)
    END-IF
    MOVE WS-TRIGGER TO ADVANCEMENT-TRIGGER(ADVANCEMENT-COUNT)
    MOVE WS-ARGUMENT TO ADVANCEMENT-ARGUMENT(ADVANCEMENT-COUNT)
    MOVE WS-ICON-ID TO ADVANCEMENT-ICON-ID(ADVANCEMENT-COUNT)
    MOVE WS-FIELD8 TO ADVANCEMENT-TITLE(ADVANCEMENT-COUNT)
    MOVE WS-FIELD9 TO ADVANCEMENT-DESCRIPTION(ADVANCEMENT-COUNT)
    EXIT PARAGRAPH.

*> An item name, or "-" (kept as -1) for any item at all.
ParseItemArgument.
    IF WS-FIELD5 = "-"
        MOVE -1 TO WS-ARGUMENT
        EXIT PARAGRAPH
    END-IF
    MOVE WS-FIELD5 TO WS-LOOKUP-NAME
    PERFORM LookupItemId
    IF WS-LOOKUP-ID <= 0
        MOVE 0 TO WS-LINE-OK
    END-IF
    MOVE WS-LOOKUP-ID TO WS-ARGUMENT
    EXIT PARAGRAPH.

*> Cut the next comma-separated field off WS-REMAINDER into WS-FIELD; once the
*> line is used up every further field comes back as spaces.
TakeField.
    MOVE SPACES TO WS-FIELD
    PERFORM SplitField
    IF WS-SEP-POS > 0
        MOVE WS-REMAINDER(1:WS-SEP-POS) TO WS-FIELD
        MOVE FUNCTION TRIM(WS-FIELD) TO WS-FIELD
    END-IF
    IF WS-SEP-POS + 1 < LENGTH OF WS-REMAINDER
        MOVE WS-REMAINDER(WS-SEP-POS + 2:) TO WS-REMAINDER
    ELSE
        MOVE SPACES TO WS-REMAINDER
    END-IF
    EXIT PARAGRAPH.

WarnBadLine.
    MOVE SPACES TO WS-LOG-MSG
    STRING "advancements.conf: skipping bad line: " FUNCTION TRIM(ADVANCEMENTS-LINE)
        DELIMITED BY SIZE INTO WS-LOG-MSG
    CALL "Log-Warn" USING WS-LOG-MSG
    EXIT PARAGRAPH.

SplitField.
    MOVE 0 TO WS-SEP-POS
    INSPECT WS-REMAINDER TALLYING WS-SEP-POS FOR CHARACTERS BEFORE INITIAL ",".

LookupItemId.
    MOVE 0 TO WS-LOOKUP-ID
    IF WS-ITEM-REGISTRY-INDEX = 0
        CALL "Registries-GetRegistryIndex" USING "minecraft:item" WS-ITEM-REGISTRY-INDEX
        IF WS-ITEM-REGISTRY-INDEX = 0
            EXIT PARAGRAPH
        END-IF
    END-IF
    CALL "Registries-GetRegistryLength" USING WS-ITEM-REGISTRY-INDEX WS-REGISTRY-LENGTH
    PERFORM VARYING WS-REGISTRY-ENTRY FROM 1 BY 1 UNTIL WS-REGISTRY-ENTRY > WS-REGISTRY-LENGTH
        CALL "Registries-Iterate-EntryName" USING WS-ITEM-REGISTRY-INDEX WS-REGISTRY-ENTRY
            WS-REGISTRY-ENTRY-NAME
        IF WS-REGISTRY-ENTRY-NAME = WS-LOOKUP-NAME
            CALL "Registries-Iterate-EntryId" USING WS-ITEM-REGISTRY-INDEX WS-REGISTRY-ENTRY
                WS-REGISTRY-ENTRY-ID
            MOVE WS-REGISTRY-ENTRY-ID TO WS-LOOKUP-ID
            EXIT PERFORM
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

END PROGRAM Advancement-Load.

*> --- Advancement-SendTree ---
*> Send one client the whole advancement tree with the progress of the player
*> behind it: at login, and to everyone online whenever advancements.conf is
*> (re)loaded. The wire encoding of Update Advancements is the runtime's job,
*> behind the same opaque SendPacket-* boundary every other clientbound Play
*> packet crosses; the reset flag makes the client drop whatever tree it had,
*> and each advancement's single criterion is marked done when its earned
*> flag is set. Roots are given the runtime's default tab background.
IDENTIFICATION DIVISION.
PROGRAM-ID. Advancement-SendTree.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-ADVANCEMENTS.
    01 WS-RESET                 BINARY-CHAR UNSIGNED VALUE 1.
    01 WS-ADVANCEMENT-INDEX     BINARY-LONG UNSIGNED.
    01 WS-EARNED-INDEX          BINARY-LONG UNSIGNED.
    01 WS-EARNED-FLAGS.
        05 WS-EARNED OCCURS 32 TIMES BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
    01 LK-PLAYER-ID             BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-CLIENT LK-PLAYER-ID.
    IF ADVANCEMENTS-LOADED = 0
        CALL "Advancement-Load"
        *> The load just sent the tree to everyone online, this client included.
        GOBACK
    END-IF

    PERFORM VARYING WS-ADVANCEMENT-INDEX FROM 1 BY 1 UNTIL WS-ADVANCEMENT-INDEX > MAX-ADVANCEMENTS
        MOVE 0 TO WS-EARNED(WS-ADVANCEMENT-INDEX)
    END-PERFORM
    PERFORM VARYING WS-ADVANCEMENT-INDEX FROM 1 BY 1 UNTIL WS-ADVANCEMENT-INDEX > ADVANCEMENT-COUNT
        PERFORM VARYING WS-EARNED-INDEX FROM 1 BY 1
                UNTIL WS-EARNED-INDEX > PLAYER-ADVANCEMENT-COUNT(LK-PLAYER-ID)
            IF PLAYER-ADVANCEMENT(LK-PLAYER-ID, WS-EARNED-INDEX) = ADVANCEMENT-ID(WS-ADVANCEMENT-INDEX)
                MOVE 1 TO WS-EARNED(WS-ADVANCEMENT-INDEX)
                EXIT PERFORM
            END-IF
        END-PERFORM
    END-PERFORM

    CALL "SendPacket-UpdateAdvancements" USING LK-CLIENT WS-RESET ADVANCEMENT-TABLE WS-EARNED-FLAGS
    GOBACK.

END PROGRAM Advancement-SendTree.

*> --- Advancement-Trigger ---
*> Something that can earn an advancement just happened to a player: LK-TRIGGER
*> is one of the ADVANCEMENT-TRIGGER-* kinds and LK-ARGUMENT what it happened
*> with (the item id, the dimension, 0 otherwise). Every advancement with that
*> trigger and a matching argument -- or "any item" -- that the player has not
*> earned yet is recorded on the player (and so saved with them), shown on
*> their client as a progress update, and, unless it is the root of a tab,
*> announced to everyone in chat, to the webhook and in the audit log.
*> Called from the places the server already does each thing: the crafting
*> result click, Furnace-TickAll's finished smelt, item pickup,
*> Player-SwitchDimension, login and Advancement-Tick's dawn.
IDENTIFICATION DIVISION.
PROGRAM-ID. Advancement-Trigger.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-PLAYERS.
    COPY DD-ADVANCEMENTS.
    COPY DD-MESSAGE-ARGS.
    01 WS-RESET                 BINARY-CHAR UNSIGNED VALUE 0.
    01 WS-ADVANCEMENT-INDEX     BINARY-LONG UNSIGNED.
    01 WS-EARNED-INDEX          BINARY-LONG UNSIGNED.
    01 WS-ALREADY               BINARY-CHAR UNSIGNED.
    01 WS-CLIENT-ID             BINARY-LONG UNSIGNED.
    01 WS-EARNED-FLAGS.
        05 WS-EARNED OCCURS 32 TIMES BINARY-CHAR UNSIGNED.
    01 WS-CHAT-LINE             PIC X(128).
    01 WS-CHAT-LINE-LEN         BINARY-LONG UNSIGNED.
    01 WS-WEBHOOK-CATALOG       BINARY-LONG UNSIGNED VALUE 1.
    01 WS-WEBHOOK-EVENT         PIC X(32).
    01 WS-AUDIT-LINE            PIC X(200).
LINKAGE SECTION.
    01 LK-PLAYER-ID             BINARY-LONG UNSIGNED.
    01 LK-TRIGGER               BINARY-CHAR UNSIGNED.
    01 LK-ARGUMENT              BINARY-LONG.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-TRIGGER LK-ARGUMENT.
    IF ADVANCEMENTS-LOADED = 0
        CALL "Advancement-Load"
    END-IF
    IF PLAYER-PRESENT(LK-PLAYER-ID) = 0
        GOBACK
    END-IF

    PERFORM VARYING WS-ADVANCEMENT-INDEX FROM 1 BY 1 UNTIL WS-ADVANCEMENT-INDEX > ADVANCEMENT-COUNT
        IF ADVANCEMENT-TRIGGER(WS-ADVANCEMENT-INDEX) = LK-TRIGGER
            IF ADVANCEMENT-ARGUMENT(WS-ADVANCEMENT-INDEX) = LK-ARGUMENT
                    OR ADVANCEMENT-ARGUMENT(WS-ADVANCEMENT-INDEX) = -1
                PERFORM AwardIfNew
            END-IF
        END-IF
    END-PERFORM
    GOBACK.

AwardIfNew.
    MOVE 0 TO WS-ALREADY
    PERFORM VARYING WS-EARNED-INDEX FROM 1 BY 1
            UNTIL WS-EARNED-INDEX > PLAYER-ADVANCEMENT-COUNT(LK-PLAYER-ID)
        IF PLAYER-ADVANCEMENT(LK-PLAYER-ID, WS-EARNED-INDEX) = ADVANCEMENT-ID(WS-ADVANCEMENT-INDEX)
            MOVE 1 TO WS-ALREADY
            EXIT PERFORM
        END-IF
    END-PERFORM
    *> A full list (only possible when ids were renamed under a veteran)
    *> simply stops recording -- nothing earned before is ever dropped.
    IF WS-ALREADY = 1 OR PLAYER-ADVANCEMENT-COUNT(LK-PLAYER-ID) >= MAX-ADVANCEMENTS
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO PLAYER-ADVANCEMENT-COUNT(LK-PLAYER-ID)
    MOVE ADVANCEMENT-ID(WS-ADVANCEMENT-INDEX)
        TO PLAYER-ADVANCEMENT(LK-PLAYER-ID, PLAYER-ADVANCEMENT-COUNT(LK-PLAYER-ID))

    *> Progress for just this one; the client already holds the tree.
    PERFORM VARYING WS-EARNED-INDEX FROM 1 BY 1 UNTIL WS-EARNED-INDEX > MAX-ADVANCEMENTS
        MOVE 0 TO WS-EARNED(WS-EARNED-INDEX)
    END-PERFORM
    MOVE 1 TO WS-EARNED(WS-ADVANCEMENT-INDEX)
    PERFORM VARYING WS-CLIENT-ID FROM 1 BY 1 UNTIL WS-CLIENT-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(WS-CLIENT-ID) = 1 AND CLIENT-STATE(WS-CLIENT-ID) = CLIENT-STATE-PLAY
                AND CLIENT-PLAYER(WS-CLIENT-ID) = LK-PLAYER-ID
            CALL "SendPacket-UpdateAdvancements" USING WS-CLIENT-ID WS-RESET
                ADVANCEMENT-TABLE WS-EARNED-FLAGS
        END-IF
    END-PERFORM

    IF ADVANCEMENT-PARENT(WS-ADVANCEMENT-INDEX) = SPACES
        EXIT PARAGRAPH
    END-IF
    PERFORM Announce
    EXIT PARAGRAPH.

*> "<player> has made the advancement [<title>]", the vanilla wording.
Announce.
    MOVE SPACES TO MESSAGE-ARGS
    MOVE PLAYER-USERNAME(LK-PLAYER-ID) TO MESSAGE-ARG(1)
    MOVE ADVANCEMENT-TITLE(WS-ADVANCEMENT-INDEX) TO MESSAGE-ARG(2)
    CALL "Message-Broadcast" USING "advancement.made" MESSAGE-ARGS

    *> The webhook is read by the operators, in English.
    CALL "Message-Format" USING WS-WEBHOOK-CATALOG "advancement.made" MESSAGE-ARGS
        WS-CHAT-LINE WS-CHAT-LINE-LEN
    MOVE "advancement" TO WS-WEBHOOK-EVENT
    CALL "Webhook-Notify" USING WS-WEBHOOK-EVENT WS-CHAT-LINE

    MOVE SPACES TO WS-AUDIT-LINE
    STRING "[advancement] " FUNCTION TRIM(PLAYER-USERNAME(LK-PLAYER-ID)) " earned "
           FUNCTION TRIM(ADVANCEMENT-ID(WS-ADVANCEMENT-INDEX))
        DELIMITED BY SIZE INTO WS-AUDIT-LINE
    CALL "Audit-Log" USING WS-AUDIT-LINE
    EXIT PARAGRAPH.

END PROGRAM Advancement-Trigger.

*> --- Advancement-Tick ---
*> Called once per tick from ServerLoop. Re-reads advancements.conf once a
*> reload has cleared ADVANCEMENTS-LOADED, and watches the sky for the night
*> trigger: at dusk every living player online is noted (by UUID, with their
*> death count), and at dawn each of them still online who has not died since
*> has survived the night. Someone who logs in mid-night waits for the next.
*> Dusk is time of day 13000 and dawn 23000, where vanilla's monsters start
*> and stop spawning; a night skipped by sleeping still counts, a /time set
*> across dawn too.
IDENTIFICATION DIVISION.
PROGRAM-ID. Advancement-Tick.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-WORLD-META.
    COPY DD-ADVANCEMENTS.
    01 NIGHT-START-TIME         BINARY-LONG VALUE 13000.
    01 NIGHT-END-TIME           BINARY-LONG VALUE 23000.
    01 WS-IS-NIGHT              BINARY-CHAR UNSIGNED.
    01 WS-WAS-NIGHT             BINARY-CHAR UNSIGNED VALUE 0.
    01 WS-PLAYER-ID             BINARY-LONG UNSIGNED.
    01 WS-NO-ARGUMENT           BINARY-LONG VALUE 0.
    01 NIGHT-WATCH-TABLE.
        05 NIGHT-WATCH OCCURS 64 TIMES.
            10 NIGHT-WATCH-UUID     PIC X(16).
            10 NIGHT-WATCH-DEATHS   BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    IF ADVANCEMENTS-LOADED = 0
        CALL "Advancement-Load"
    END-IF

    IF WORLD-TIME-OF-DAY >= NIGHT-START-TIME AND WORLD-TIME-OF-DAY < NIGHT-END-TIME
        MOVE 1 TO WS-IS-NIGHT
    ELSE
        MOVE 0 TO WS-IS-NIGHT
    END-IF

    IF WS-IS-NIGHT = 1 AND WS-WAS-NIGHT = 0
        PERFORM VARYING WS-PLAYER-ID FROM 1 BY 1 UNTIL WS-PLAYER-ID > MAX-PLAYER-ENTRIES
            MOVE SPACES TO NIGHT-WATCH-UUID(WS-PLAYER-ID)
            IF PLAYER-PRESENT(WS-PLAYER-ID) = 1 AND PLAYER-DEAD(WS-PLAYER-ID) = 0
                MOVE PLAYER-UUID(WS-PLAYER-ID) TO NIGHT-WATCH-UUID(WS-PLAYER-ID)
                MOVE STAT-DEATHS(WS-PLAYER-ID) TO NIGHT-WATCH-DEATHS(WS-PLAYER-ID)
            END-IF
        END-PERFORM
    END-IF

    IF WS-IS-NIGHT = 0 AND WS-WAS-NIGHT = 1
        PERFORM VARYING WS-PLAYER-ID FROM 1 BY 1 UNTIL WS-PLAYER-ID > MAX-PLAYER-ENTRIES
            IF PLAYER-PRESENT(WS-PLAYER-ID) = 1 AND PLAYER-DEAD(WS-PLAYER-ID) = 0
                    AND NIGHT-WATCH-UUID(WS-PLAYER-ID) NOT = SPACES
                    AND NIGHT-WATCH-UUID(WS-PLAYER-ID) = PLAYER-UUID(WS-PLAYER-ID)
                    AND NIGHT-WATCH-DEATHS(WS-PLAYER-ID) = STAT-DEATHS(WS-PLAYER-ID)
                CALL "Advancement-Trigger" USING WS-PLAYER-ID ADVANCEMENT-TRIGGER-NIGHT
                    WS-NO-ARGUMENT
            END-IF
            MOVE SPACES TO NIGHT-WATCH-UUID(WS-PLAYER-ID)
        END-PERFORM
    END-IF

    MOVE WS-IS-NIGHT TO WS-WAS-NIGHT
    GOBACK.

END PROGRAM Advancement-Tick.
