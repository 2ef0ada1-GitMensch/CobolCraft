*> --- Scoreboard-Load ---
*> Read scoreboard.dat into the shared DD-SCOREBOARD table:
*>   objective|<name>|<criterion>|<title>
*>   display|<sidebar or belowname>|<objective>
*>   score|<objective>|<holder>|<value>
*> "|" separates the fields because a title is free text. Loaded on first use,
*> the way the auction table is -- whichever of the login path, the tick or
*> the command touches the board first brings it in.
IDENTIFICATION DIVISION.
PROGRAM-ID. Scoreboard-Load.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SCOREBOARD-FILE ASSIGN TO "scoreboard.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SCOREBOARD-FILE.
01  SCOREBOARD-LINE             PIC X(128).

WORKING-STORAGE SECTION.
    COPY DD-SCOREBOARD.
    01 FS-STATUS                PIC X(2).
    01 WS-KIND                  PIC X(16).
    01 WS-FIELD2                PIC X(32).
    01 WS-FIELD3                PIC X(32).
    01 WS-FIELD4                PIC X(32).
    01 WS-CRITERION             BINARY-CHAR UNSIGNED.
    01 WS-VALID                 BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION.
    MOVE 1 TO SCOREBOARD-LOADED
    MOVE 0 TO SCOREBOARD-DIRTY
    MOVE 0 TO OBJECTIVE-COUNT
    MOVE 0 TO SCORE-COUNT
    MOVE SPACES TO SCOREBOARD-SIDEBAR
    MOVE SPACES TO SCOREBOARD-BELOW-NAME

    OPEN INPUT SCOREBOARD-FILE
    IF FS-STATUS NOT = "00"
        GOBACK
    END-IF

    PERFORM UNTIL FS-STATUS = "10"
        READ SCOREBOARD-FILE
            AT END
                MOVE "10" TO FS-STATUS
            NOT AT END
                PERFORM ParseLine
        END-READ
    END-PERFORM

    CLOSE SCOREBOARD-FILE
    GOBACK.

ParseLine.
    IF SCOREBOARD-LINE = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-KIND WS-FIELD2 WS-FIELD3 WS-FIELD4
    UNSTRING SCOREBOARD-LINE DELIMITED BY "|"
        INTO WS-KIND WS-FIELD2 WS-FIELD3 WS-FIELD4
    IF WS-FIELD2 = SPACES
        EXIT PARAGRAPH
    END-IF

    EVALUATE WS-KIND
        WHEN "objective"
            CALL "Scoreboard-ParseCriterion" USING WS-FIELD3 WS-CRITERION WS-VALID
            IF WS-VALID = 0 OR OBJECTIVE-COUNT >= MAX-OBJECTIVES
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO OBJECTIVE-COUNT
            MOVE WS-FIELD2 TO OBJECTIVE-NAME(OBJECTIVE-COUNT)
            MOVE WS-CRITERION TO OBJECTIVE-CRITERION(OBJECTIVE-COUNT)
            MOVE WS-FIELD4 TO OBJECTIVE-TITLE(OBJECTIVE-COUNT)
            IF WS-FIELD4 = SPACES
                MOVE WS-FIELD2 TO OBJECTIVE-TITLE(OBJECTIVE-COUNT)
            END-IF
        WHEN "display"
            EVALUATE WS-FIELD2
                WHEN "sidebar"
                    MOVE WS-FIELD3 TO SCOREBOARD-SIDEBAR
                WHEN "belowname"
                    MOVE WS-FIELD3 TO SCOREBOARD-BELOW-NAME
            END-EVALUATE
        WHEN "score"
            IF WS-FIELD3 = SPACES OR FUNCTION TEST-NUMVAL(WS-FIELD4) NOT = 0
                    OR SCORE-COUNT >= MAX-SCORES
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO SCORE-COUNT
            MOVE WS-FIELD2 TO SCORE-OBJECTIVE(SCORE-COUNT)
            MOVE WS-FIELD3 TO SCORE-HOLDER(SCORE-COUNT)
            COMPUTE SCORE-VALUE(SCORE-COUNT) = FUNCTION NUMVAL(WS-FIELD4)
    END-EVALUATE
    EXIT PARAGRAPH.

END PROGRAM Scoreboard-Load.

*> --- Scoreboard-Save ---
*> Rewrite scoreboard.dat from the live table. Never writes a table that was
*> not loaded -- an empty board saved at shutdown would wipe the file.
IDENTIFICATION DIVISION.
PROGRAM-ID. Scoreboard-Save.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SCOREBOARD-FILE ASSIGN TO WS-SAVE-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SCOREBOARD-FILE.
01  SCOREBOARD-LINE             PIC X(128).

WORKING-STORAGE SECTION.
    COPY DD-SCOREBOARD.
    01 FS-STATUS                PIC X(2).
    01 WS-SAVE-NAME             PIC X(64).
    01 WS-INDEX                 BINARY-LONG UNSIGNED.
    01 WS-CRITERION-NAME        PIC X(16).
    01 WS-VALUE-TEXT            PIC -(10)9.

PROCEDURE DIVISION.
    IF SCOREBOARD-LOADED = 0
        GOBACK
    END-IF

    MOVE "scoreboard.dat" TO WS-SAVE-NAME
    CALL "SaveJournal-Target" USING WS-SAVE-NAME
    OPEN OUTPUT SCOREBOARD-FILE
    IF FS-STATUS NOT = "00"
        CALL "Log-Error" USING "Failed to save scoreboard.dat"
        GOBACK
    END-IF

    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > OBJECTIVE-COUNT
        CALL "Scoreboard-CriterionName" USING OBJECTIVE-CRITERION(WS-INDEX) WS-CRITERION-NAME
        MOVE SPACES TO SCOREBOARD-LINE
        STRING "objective|" FUNCTION TRIM(OBJECTIVE-NAME(WS-INDEX)) "|"
               FUNCTION TRIM(WS-CRITERION-NAME) "|" FUNCTION TRIM(OBJECTIVE-TITLE(WS-INDEX))
            DELIMITED BY SIZE INTO SCOREBOARD-LINE
        WRITE SCOREBOARD-LINE
    END-PERFORM

    IF SCOREBOARD-SIDEBAR NOT = SPACES
        MOVE SPACES TO SCOREBOARD-LINE
        STRING "display|sidebar|" FUNCTION TRIM(SCOREBOARD-SIDEBAR)
            DELIMITED BY SIZE INTO SCOREBOARD-LINE
        WRITE SCOREBOARD-LINE
    END-IF
    IF SCOREBOARD-BELOW-NAME NOT = SPACES
        MOVE SPACES TO SCOREBOARD-LINE
        STRING "display|belowname|" FUNCTION TRIM(SCOREBOARD-BELOW-NAME)
            DELIMITED BY SIZE INTO SCOREBOARD-LINE
        WRITE SCOREBOARD-LINE
    END-IF

    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > SCORE-COUNT
        MOVE SCORE-VALUE(WS-INDEX) TO WS-VALUE-TEXT
        MOVE SPACES TO SCOREBOARD-LINE
        STRING "score|" FUNCTION TRIM(SCORE-OBJECTIVE(WS-INDEX)) "|"
               FUNCTION TRIM(SCORE-HOLDER(WS-INDEX)) "|" FUNCTION TRIM(WS-VALUE-TEXT)
            DELIMITED BY SIZE INTO SCOREBOARD-LINE
        WRITE SCOREBOARD-LINE
    END-PERFORM

    CLOSE SCOREBOARD-FILE
    MOVE 0 TO SCOREBOARD-DIRTY
    GOBACK.

END PROGRAM Scoreboard-Save.

*> --- Scoreboard-ParseCriterion ---
*> A criterion as typed in /scoreboard and stored in scoreboard.dat, to its
*> DD-SCOREBOARD code. "dummy" is accepted for manual, as vanilla names it.
IDENTIFICATION DIVISION.
PROGRAM-ID. Scoreboard-ParseCriterion.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-SCOREBOARD.
LINKAGE SECTION.
    01 LK-NAME                  PIC X ANY LENGTH.
    01 LK-CRITERION             BINARY-CHAR UNSIGNED.
    01 LK-VALID                 BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-NAME LK-CRITERION LK-VALID.
    MOVE 1 TO LK-VALID
    EVALUATE FUNCTION TRIM(LK-NAME)
        WHEN "manual"
        WHEN "dummy"
            MOVE CRITERION-MANUAL TO LK-CRITERION
        WHEN "playtime"
            MOVE CRITERION-PLAYTIME TO LK-CRITERION
        WHEN "deaths"
            MOVE CRITERION-DEATHS TO LK-CRITERION
        WHEN "blocks_broken"
            MOVE CRITERION-BLOCKS-BROKEN TO LK-CRITERION
        WHEN "blocks_placed"
            MOVE CRITERION-BLOCKS-PLACED TO LK-CRITERION
        WHEN "chat_messages"
            MOVE CRITERION-CHAT TO LK-CRITERION
        WHEN "walked"
            MOVE CRITERION-WALKED TO LK-CRITERION
        WHEN OTHER
            MOVE 0 TO LK-VALID
    END-EVALUATE
    GOBACK.

END PROGRAM Scoreboard-ParseCriterion.

*> --- Scoreboard-CriterionName ---
*> The reverse of Scoreboard-ParseCriterion, for the file and for replies.
IDENTIFICATION DIVISION.
PROGRAM-ID. Scoreboard-CriterionName.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-SCOREBOARD.
LINKAGE SECTION.
    01 LK-CRITERION             BINARY-CHAR UNSIGNED.
    01 LK-NAME                  PIC X(16).

PROCEDURE DIVISION USING LK-CRITERION LK-NAME.
    EVALUATE LK-CRITERION
        WHEN CRITERION-PLAYTIME
            MOVE "playtime" TO LK-NAME
        WHEN CRITERION-DEATHS
            MOVE "deaths" TO LK-NAME
        WHEN CRITERION-BLOCKS-BROKEN
            MOVE "blocks_broken" TO LK-NAME
        WHEN CRITERION-BLOCKS-PLACED
            MOVE "blocks_placed" TO LK-NAME
        WHEN CRITERION-CHAT
            MOVE "chat_messages" TO LK-NAME
        WHEN CRITERION-WALKED
            MOVE "walked" TO LK-NAME
        WHEN OTHER
            MOVE "manual" TO LK-NAME
    END-EVALUATE
    GOBACK.

END PROGRAM Scoreboard-CriterionName.

*> --- Scoreboard-SendAll ---
*> Called from FinishLogin: give a joining client every objective, every
*> score and the two display slots, so the sidebar is up before they move.
IDENTIFICATION DIVISION.
PROGRAM-ID. Scoreboard-SendAll.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-SCOREBOARD.
    01 WS-INDEX                 BINARY-LONG UNSIGNED.
    01 WS-MODE-CREATE           BINARY-CHAR UNSIGNED VALUE 0.
LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-CLIENT.
    IF SCOREBOARD-LOADED = 0
        CALL "Scoreboard-Load"
    END-IF

    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > OBJECTIVE-COUNT
        CALL "SendPacket-UpdateObjectives" USING LK-CLIENT WS-MODE-CREATE
            OBJECTIVE-NAME(WS-INDEX) OBJECTIVE-TITLE(WS-INDEX)
    END-PERFORM
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > SCORE-COUNT
        CALL "SendPacket-UpdateScore" USING LK-CLIENT SCORE-HOLDER(WS-INDEX)
            SCORE-OBJECTIVE(WS-INDEX) SCORE-VALUE(WS-INDEX)
    END-PERFORM
    IF SCOREBOARD-SIDEBAR NOT = SPACES
        CALL "SendPacket-DisplayObjective" USING LK-CLIENT DISPLAY-SLOT-SIDEBAR
            SCOREBOARD-SIDEBAR
    END-IF
    IF SCOREBOARD-BELOW-NAME NOT = SPACES
        CALL "SendPacket-DisplayObjective" USING LK-CLIENT DISPLAY-SLOT-BELOW-NAME
            SCOREBOARD-BELOW-NAME
    END-IF
    GOBACK.

END PROGRAM Scoreboard-SendAll.

*> --- Scoreboard-UpdatePlayer ---
*> Bring one online player's statistic scores up to date with PLAYER-STATS and
*> send every one that moved to all players. Run for everyone once a second by
*> Scoreboard-Tick, and once more as a player disconnects, so the value the
*> board keeps for them while they are away is the one their save holds.
IDENTIFICATION DIVISION.
PROGRAM-ID. Scoreboard-UpdatePlayer.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-SCOREBOARD.
    COPY DD-PLAYERS.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    01 WS-OBJECTIVE-INDEX       BINARY-LONG UNSIGNED.
    01 WS-SCORE-INDEX           BINARY-LONG UNSIGNED.
    01 WS-VALUE                 BINARY-LONG.
    01 WS-SCAN-ID               BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID             BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    IF SCOREBOARD-LOADED = 0
        CALL "Scoreboard-Load"
    END-IF

    PERFORM VARYING WS-OBJECTIVE-INDEX FROM 1 BY 1 UNTIL WS-OBJECTIVE-INDEX > OBJECTIVE-COUNT
        IF OBJECTIVE-CRITERION(WS-OBJECTIVE-INDEX) NOT = CRITERION-MANUAL
            PERFORM UpdateObjective
        END-IF
    END-PERFORM
    GOBACK.

UpdateObjective.
    EVALUATE OBJECTIVE-CRITERION(WS-OBJECTIVE-INDEX)
        WHEN CRITERION-PLAYTIME
            COMPUTE WS-VALUE = STAT-PLAYTIME-TICKS(LK-PLAYER-ID) / 1200
        WHEN CRITERION-DEATHS
            MOVE STAT-DEATHS(LK-PLAYER-ID) TO WS-VALUE
        WHEN CRITERION-BLOCKS-BROKEN
            MOVE STAT-BLOCKS-BROKEN(LK-PLAYER-ID) TO WS-VALUE
        WHEN CRITERION-BLOCKS-PLACED
            MOVE STAT-BLOCKS-PLACED(LK-PLAYER-ID) TO WS-VALUE
        WHEN CRITERION-CHAT
            MOVE STAT-CHAT-MESSAGES(LK-PLAYER-ID) TO WS-VALUE
        WHEN CRITERION-WALKED
            COMPUTE WS-VALUE = STAT-WALKED-CM(LK-PLAYER-ID) / 100
    END-EVALUATE

    MOVE 0 TO WS-SCORE-INDEX
    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > SCORE-COUNT
        IF SCORE-OBJECTIVE(WS-SCAN-ID) = OBJECTIVE-NAME(WS-OBJECTIVE-INDEX)
                AND SCORE-HOLDER(WS-SCAN-ID) = PLAYER-USERNAME(LK-PLAYER-ID)
            MOVE WS-SCAN-ID TO WS-SCORE-INDEX
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-SCORE-INDEX = 0
        IF SCORE-COUNT >= MAX-SCORES
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO SCORE-COUNT
        MOVE SCORE-COUNT TO WS-SCORE-INDEX
        MOVE OBJECTIVE-NAME(WS-OBJECTIVE-INDEX) TO SCORE-OBJECTIVE(WS-SCORE-INDEX)
        MOVE PLAYER-USERNAME(LK-PLAYER-ID) TO SCORE-HOLDER(WS-SCORE-INDEX)
    ELSE
        IF SCORE-VALUE(WS-SCORE-INDEX) = WS-VALUE
            EXIT PARAGRAPH
        END-IF
    END-IF
    MOVE WS-VALUE TO SCORE-VALUE(WS-SCORE-INDEX)
    MOVE 1 TO SCOREBOARD-DIRTY

    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(WS-SCAN-ID) = 1 AND CLIENT-STATE(WS-SCAN-ID) = CLIENT-STATE-PLAY
            CALL "SendPacket-UpdateScore" USING WS-SCAN-ID SCORE-HOLDER(WS-SCORE-INDEX)
                SCORE-OBJECTIVE(WS-SCORE-INDEX) SCORE-VALUE(WS-SCORE-INDEX)
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

END PROGRAM Scoreboard-UpdatePlayer.

*> --- Scoreboard-Tick ---
*> Called once per tick from ServerLoop. Once a second every online player's
*> statistic scores are refreshed; once a minute a board that changed is
*> written back to scoreboard.dat, so a crash loses at most that minute.
IDENTIFICATION DIVISION.
PROGRAM-ID. Scoreboard-Tick.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-SCOREBOARD.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    01 WS-TICK-COUNTER          BINARY-LONG UNSIGNED VALUE 0.
    01 WS-SCAN-ID               BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    ADD 1 TO WS-TICK-COUNTER
    IF FUNCTION MOD(WS-TICK-COUNTER, 20) NOT = 0
        GOBACK
    END-IF
    IF SCOREBOARD-LOADED = 0
        CALL "Scoreboard-Load"
    END-IF

    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(WS-SCAN-ID) = 1 AND CLIENT-STATE(WS-SCAN-ID) = CLIENT-STATE-PLAY
            CALL "Scoreboard-UpdatePlayer" USING CLIENT-PLAYER(WS-SCAN-ID)
        END-IF
    END-PERFORM

    IF FUNCTION MOD(WS-TICK-COUNTER, 1200) = 0 AND SCOREBOARD-DIRTY = 1
        CALL "Scoreboard-Save"
    END-IF
    GOBACK.

END PROGRAM Scoreboard-Tick.

*> --- Scoreboard-Command ---
*> The "scoreboard" command, for operators in game (through Command-Dispatch)
*> and on the console or RCON:
*>
*>   scoreboard objectives list
*>   scoreboard objectives add <name> <criterion> [title]
*>   scoreboard objectives remove <name>
*>   scoreboard objectives setdisplay <sidebar|belowname> [name]
*>   scoreboard players get <player> <objective>
*>   scoreboard players set|add|remove <player> <objective> <amount>
*>   scoreboard players reset <player> [objective]
*>
*> Criteria are manual (or dummy), playtime (minutes), deaths, blocks_broken,
*> blocks_placed, chat_messages and walked (metres). Only a manual objective
*> takes set/add/remove -- a statistic one would overwrite the edit within a
*> second. Every change goes to all players at once and is saved straight
*> away.
IDENTIFICATION DIVISION.
PROGRAM-ID. Scoreboard-Command.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-SCOREBOARD.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-MESSAGE-ARGS.
    01 WS-CMD-NAME              PIC X(32).
    01 WS-GROUP                 PIC X(16).
    01 WS-ACTION                PIC X(16).
    01 WS-ARG1                  PIC X(32).
    01 WS-ARG2                  PIC X(32).
    01 WS-ARG3                  PIC X(32).
    01 WS-TITLE                 PIC X(64).
    01 WS-POINTER               BINARY-LONG UNSIGNED.
    01 WS-WORD                  PIC X(32).
    01 WS-COMMAND-LEN           BINARY-LONG UNSIGNED.
    01 WS-CRITERION             BINARY-CHAR UNSIGNED.
    01 WS-CRITERION-NAME        PIC X(16).
    01 WS-VALID                 BINARY-CHAR UNSIGNED.
    01 WS-OBJECTIVE-INDEX       BINARY-LONG UNSIGNED.
    01 WS-SCORE-INDEX           BINARY-LONG UNSIGNED.
    01 WS-INDEX                 BINARY-LONG UNSIGNED.
    01 WS-SCAN-ID               BINARY-LONG UNSIGNED.
    01 WS-PIPE-COUNT            BINARY-LONG UNSIGNED.
    01 WS-AMOUNT                BINARY-LONG.
    01 WS-REMOVED               BINARY-LONG UNSIGNED.
    01 WS-VALUE-TEXT            PIC -(10)9.
    01 WS-SLOT-POSITION         BINARY-LONG.
    01 WS-SLOT-NAME             PIC X(16).
    01 WS-MODE                  BINARY-CHAR UNSIGNED.
    01 WS-MODE-CREATE           BINARY-CHAR UNSIGNED VALUE 0.
    01 WS-MODE-REMOVE           BINARY-CHAR UNSIGNED VALUE 1.
    01 WS-HOLDER                PIC X(16).
    01 WS-OBJECTIVE-NAME        PIC X(16).
LINKAGE SECTION.
    01 LK-COMMAND               PIC X ANY LENGTH.
    01 LK-RESPONSE              PIC X ANY LENGTH.
    01 LK-RESPONSE-LENGTH       BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-COMMAND LK-RESPONSE LK-RESPONSE-LENGTH.
    MOVE SPACES TO LK-RESPONSE
    IF SCOREBOARD-LOADED = 0
        CALL "Scoreboard-Load"
    END-IF

    MOVE SPACES TO WS-CMD-NAME WS-GROUP WS-ACTION WS-ARG1 WS-ARG2 WS-ARG3
    UNSTRING LK-COMMAND DELIMITED BY ALL SPACE
        INTO WS-CMD-NAME WS-GROUP WS-ACTION WS-ARG1 WS-ARG2 WS-ARG3

    EVALUATE FUNCTION TRIM(WS-GROUP) ALSO FUNCTION TRIM(WS-ACTION)
        WHEN "objectives" ALSO "list"
            PERFORM ListObjectives
        WHEN "objectives" ALSO "add"
            PERFORM AddObjective
        WHEN "objectives" ALSO "remove"
            PERFORM RemoveObjective
        WHEN "objectives" ALSO "setdisplay"
            PERFORM SetDisplay
        WHEN "players" ALSO "get"
            PERFORM GetScore
        WHEN "players" ALSO "set"
        WHEN "players" ALSO "add"
        WHEN "players" ALSO "remove"
            PERFORM ChangeScore
        WHEN "players" ALSO "reset"
            PERFORM ResetScores
        WHEN OTHER
            CALL "Message-Text" USING "scoreboard.usage" MESSAGE-ARGS LK-RESPONSE
    END-EVALUATE

    COMPUTE LK-RESPONSE-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(LK-RESPONSE))
    GOBACK.

ListObjectives.
    IF OBJECTIVE-COUNT = 0
        CALL "Message-Text" USING "scoreboard.none" MESSAGE-ARGS LK-RESPONSE
        EXIT PARAGRAPH
    END-IF
    CALL "Message-Text" USING "scoreboard.objectives" MESSAGE-ARGS LK-RESPONSE
    COMPUTE WS-POINTER = FUNCTION LENGTH(FUNCTION TRIM(LK-RESPONSE)) + 2
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > OBJECTIVE-COUNT
        CALL "Scoreboard-CriterionName" USING OBJECTIVE-CRITERION(WS-INDEX) WS-CRITERION-NAME
        IF WS-INDEX > 1
            STRING ", " DELIMITED BY SIZE INTO LK-RESPONSE WITH POINTER WS-POINTER
        END-IF
        STRING FUNCTION TRIM(OBJECTIVE-NAME(WS-INDEX)) " (" FUNCTION TRIM(WS-CRITERION-NAME)
               ")" DELIMITED BY SIZE INTO LK-RESPONSE WITH POINTER WS-POINTER
    END-PERFORM
    EXIT PARAGRAPH.

AddObjective.
    IF WS-ARG1 = SPACES OR WS-ARG2 = SPACES
        CALL "Message-Text" USING "scoreboard.add.usage" MESSAGE-ARGS LK-RESPONSE
        EXIT PARAGRAPH
    END-IF
    *> The name and title go into the "|"-separated scoreboard.dat.
    MOVE 0 TO WS-PIPE-COUNT
    INSPECT WS-ARG1 TALLYING WS-PIPE-COUNT FOR ALL "|"
    IF WS-ARG1(17:) NOT = SPACES OR WS-PIPE-COUNT > 0
        CALL "Message-Text" USING "scoreboard.add.bad-name" MESSAGE-ARGS LK-RESPONSE
        EXIT PARAGRAPH
    END-IF
    CALL "Scoreboard-ParseCriterion" USING WS-ARG2 WS-CRITERION WS-VALID
    IF WS-VALID = 0
        CALL "Message-Text" USING "scoreboard.add.criteria" MESSAGE-ARGS LK-RESPONSE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-ARG1 TO WS-OBJECTIVE-NAME
    PERFORM FindObjective
    IF WS-OBJECTIVE-INDEX > 0
        MOVE SPACES TO LK-RESPONSE
        MOVE SPACES TO MESSAGE-ARGS
        MOVE WS-ARG1 TO MESSAGE-ARG(1)
        CALL "Message-Text" USING "scoreboard.add.exists" MESSAGE-ARGS LK-RESPONSE
        EXIT PARAGRAPH
    END-IF
    IF OBJECTIVE-COUNT >= MAX-OBJECTIVES
        CALL "Message-Text" USING "scoreboard.add.full" MESSAGE-ARGS LK-RESPONSE
        EXIT PARAGRAPH
    END-IF

    *> The title is the free text after "scoreboard objectives add <name> <criterion>".
    PERFORM PeelTitle
    MOVE 0 TO WS-PIPE-COUNT
    INSPECT WS-TITLE TALLYING WS-PIPE-COUNT FOR ALL "|"
    IF WS-TITLE(33:) NOT = SPACES OR WS-PIPE-COUNT > 0
        CALL "Message-Text" USING "scoreboard.add.bad-title" MESSAGE-ARGS LK-RESPONSE
        EXIT PARAGRAPH
    END-IF
    IF WS-TITLE = SPACES
        MOVE WS-ARG1 TO WS-TITLE
    END-IF

    ADD 1 TO OBJECTIVE-COUNT
    MOVE OBJECTIVE-COUNT TO WS-OBJECTIVE-INDEX
    MOVE WS-OBJECTIVE-NAME TO OBJECTIVE-NAME(WS-OBJECTIVE-INDEX)
    MOVE WS-CRITERION TO OBJECTIVE-CRITERION(WS-OBJECTIVE-INDEX)
    MOVE WS-TITLE TO OBJECTIVE-TITLE(WS-OBJECTIVE-INDEX)
    MOVE WS-MODE-CREATE TO WS-MODE
    PERFORM BroadcastObjective
    CALL "Scoreboard-Save"

    *> A statistic objective fills in for everyone online straight away.
    IF WS-CRITERION NOT = CRITERION-MANUAL
        PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-CLIENTS
            IF CLIENT-PRESENT(WS-SCAN-ID) = 1 AND CLIENT-STATE(WS-SCAN-ID) = CLIENT-STATE-PLAY
                CALL "Scoreboard-UpdatePlayer" USING CLIENT-PLAYER(WS-SCAN-ID)
            END-IF
        END-PERFORM
    END-IF

    MOVE SPACES TO LK-RESPONSE
    MOVE SPACES TO MESSAGE-ARGS
    MOVE WS-OBJECTIVE-NAME TO MESSAGE-ARG(1)
    CALL "Message-Text" USING "scoreboard.add.done" MESSAGE-ARGS LK-RESPONSE
    EXIT PARAGRAPH.

PeelTitle.
    COMPUTE WS-COMMAND-LEN = FUNCTION LENGTH(FUNCTION TRIM(LK-COMMAND TRAILING))
    MOVE 1 TO WS-POINTER
    PERFORM 5 TIMES
        MOVE SPACES TO WS-WORD
        UNSTRING LK-COMMAND DELIMITED BY ALL SPACE
            INTO WS-WORD WITH POINTER WS-POINTER
    END-PERFORM
    MOVE SPACES TO WS-TITLE
    IF WS-POINTER <= WS-COMMAND-LEN
        MOVE LK-COMMAND(WS-POINTER:WS-COMMAND-LEN - WS-POINTER + 1) TO WS-TITLE
    END-IF
    EXIT PARAGRAPH.

RemoveObjective.
    IF WS-ARG1 = SPACES
        CALL "Message-Text" USING "scoreboard.remove.usage" MESSAGE-ARGS LK-RESPONSE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-ARG1 TO WS-OBJECTIVE-NAME
    PERFORM FindObjective
    IF WS-OBJECTIVE-INDEX = 0
        PERFORM ReplyNoObjective
        EXIT PARAGRAPH
    END-IF

    *> Removing it on the client takes its scores and display slot with it.
    MOVE WS-MODE-REMOVE TO WS-MODE
    PERFORM BroadcastObjective
    PERFORM VARYING WS-INDEX FROM WS-OBJECTIVE-INDEX BY 1 UNTIL WS-INDEX >= OBJECTIVE-COUNT
        MOVE OBJECTIVE(WS-INDEX + 1) TO OBJECTIVE(WS-INDEX)
    END-PERFORM
    SUBTRACT 1 FROM OBJECTIVE-COUNT

    MOVE 1 TO WS-SCORE-INDEX
    PERFORM UNTIL WS-SCORE-INDEX > SCORE-COUNT
        IF SCORE-OBJECTIVE(WS-SCORE-INDEX) = WS-OBJECTIVE-NAME
            PERFORM DropScore
        ELSE
            ADD 1 TO WS-SCORE-INDEX
        END-IF
    END-PERFORM
    IF SCOREBOARD-SIDEBAR = WS-OBJECTIVE-NAME
        MOVE SPACES TO SCOREBOARD-SIDEBAR
    END-IF
    IF SCOREBOARD-BELOW-NAME = WS-OBJECTIVE-NAME
        MOVE SPACES TO SCOREBOARD-BELOW-NAME
    END-IF
    CALL "Scoreboard-Save"

    MOVE SPACES TO LK-RESPONSE
    MOVE SPACES TO MESSAGE-ARGS
    MOVE WS-OBJECTIVE-NAME TO MESSAGE-ARG(1)
    CALL "Message-Text" USING "scoreboard.remove.done" MESSAGE-ARGS LK-RESPONSE
    EXIT PARAGRAPH.

SetDisplay.
    EVALUATE FUNCTION TRIM(WS-ARG1)
        WHEN "sidebar"
            MOVE DISPLAY-SLOT-SIDEBAR TO WS-SLOT-POSITION
        WHEN "belowname"
            MOVE DISPLAY-SLOT-BELOW-NAME TO WS-SLOT-POSITION
        WHEN OTHER
            CALL "Message-Text" USING "scoreboard.setdisplay.usage" MESSAGE-ARGS LK-RESPONSE
            EXIT PARAGRAPH
    END-EVALUATE
    *> No name clears the slot.
    MOVE SPACES TO WS-SLOT-NAME
    IF WS-ARG2 NOT = SPACES
        MOVE WS-ARG2 TO WS-OBJECTIVE-NAME
        PERFORM FindObjective
        IF WS-OBJECTIVE-INDEX = 0
            PERFORM ReplyNoObjective
            EXIT PARAGRAPH
        END-IF
        MOVE WS-OBJECTIVE-NAME TO WS-SLOT-NAME
    END-IF
    IF WS-SLOT-POSITION = DISPLAY-SLOT-SIDEBAR
        MOVE WS-SLOT-NAME TO SCOREBOARD-SIDEBAR
    ELSE
        MOVE WS-SLOT-NAME TO SCOREBOARD-BELOW-NAME
    END-IF
    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(WS-SCAN-ID) = 1 AND CLIENT-STATE(WS-SCAN-ID) = CLIENT-STATE-PLAY
            CALL "SendPacket-DisplayObjective" USING WS-SCAN-ID WS-SLOT-POSITION WS-SLOT-NAME
        END-IF
    END-PERFORM
    CALL "Scoreboard-Save"

    MOVE SPACES TO LK-RESPONSE
    IF WS-SLOT-NAME = SPACES
        MOVE SPACES TO MESSAGE-ARGS
        MOVE WS-ARG1 TO MESSAGE-ARG(1)
        CALL "Message-Text" USING "scoreboard.setdisplay.cleared" MESSAGE-ARGS LK-RESPONSE
    ELSE
        MOVE SPACES TO MESSAGE-ARGS
        MOVE WS-SLOT-NAME TO MESSAGE-ARG(1)
        MOVE WS-ARG1 TO MESSAGE-ARG(2)
        CALL "Message-Text" USING "scoreboard.setdisplay.done" MESSAGE-ARGS LK-RESPONSE
    END-IF
    EXIT PARAGRAPH.

GetScore.
    IF WS-ARG1 = SPACES OR WS-ARG2 = SPACES
        CALL "Message-Text" USING "scoreboard.get.usage" MESSAGE-ARGS LK-RESPONSE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-ARG2 TO WS-OBJECTIVE-NAME
    PERFORM FindObjective
    IF WS-OBJECTIVE-INDEX = 0
        PERFORM ReplyNoObjective
        EXIT PARAGRAPH
    END-IF
    MOVE WS-ARG1 TO WS-HOLDER
    PERFORM FindScore
    MOVE SPACES TO LK-RESPONSE
    IF WS-SCORE-INDEX = 0
        MOVE SPACES TO MESSAGE-ARGS
        MOVE WS-HOLDER TO MESSAGE-ARG(1)
        MOVE WS-OBJECTIVE-NAME TO MESSAGE-ARG(2)
        CALL "Message-Text" USING "scoreboard.get.none" MESSAGE-ARGS LK-RESPONSE
    ELSE
        MOVE SCORE-VALUE(WS-SCORE-INDEX) TO WS-VALUE-TEXT
        MOVE SPACES TO MESSAGE-ARGS
        MOVE WS-HOLDER TO MESSAGE-ARG(1)
        MOVE WS-VALUE-TEXT TO MESSAGE-ARG(2)
        MOVE WS-OBJECTIVE-NAME TO MESSAGE-ARG(3)
        CALL "Message-Text" USING "scoreboard.get.value" MESSAGE-ARGS LK-RESPONSE
    END-IF
    EXIT PARAGRAPH.

ChangeScore.
    IF WS-ARG1 = SPACES OR WS-ARG2 = SPACES OR WS-ARG3 = SPACES
            OR FUNCTION TEST-NUMVAL(WS-ARG3) NOT = 0
        MOVE SPACES TO LK-RESPONSE
        MOVE SPACES TO MESSAGE-ARGS
        MOVE WS-ACTION TO MESSAGE-ARG(1)
        CALL "Message-Text" USING "scoreboard.change.usage" MESSAGE-ARGS LK-RESPONSE
        EXIT PARAGRAPH
    END-IF
    IF WS-ARG1(17:) NOT = SPACES
        CALL "Message-Text" USING "scoreboard.bad-player" MESSAGE-ARGS LK-RESPONSE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-ARG2 TO WS-OBJECTIVE-NAME
    PERFORM FindObjective
    IF WS-OBJECTIVE-INDEX = 0
        PERFORM ReplyNoObjective
        EXIT PARAGRAPH
    END-IF
    IF OBJECTIVE-CRITERION(WS-OBJECTIVE-INDEX) NOT = CRITERION-MANUAL
        MOVE SPACES TO MESSAGE-ARGS
        MOVE WS-OBJECTIVE-NAME TO MESSAGE-ARG(1)
        CALL "Message-Text" USING "scoreboard.not-manual" MESSAGE-ARGS LK-RESPONSE
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-ARG3)

    MOVE WS-ARG1 TO WS-HOLDER
    PERFORM FindScore
    IF WS-SCORE-INDEX = 0
        IF SCORE-COUNT >= MAX-SCORES
            CALL "Message-Text" USING "scoreboard.scores-full" MESSAGE-ARGS LK-RESPONSE
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO SCORE-COUNT
        MOVE SCORE-COUNT TO WS-SCORE-INDEX
        MOVE WS-OBJECTIVE-NAME TO SCORE-OBJECTIVE(WS-SCORE-INDEX)
        MOVE WS-HOLDER TO SCORE-HOLDER(WS-SCORE-INDEX)
        MOVE 0 TO SCORE-VALUE(WS-SCORE-INDEX)
    END-IF
    EVALUATE FUNCTION TRIM(WS-ACTION)
        WHEN "set"
            MOVE WS-AMOUNT TO SCORE-VALUE(WS-SCORE-INDEX)
        WHEN "add"
            ADD WS-AMOUNT TO SCORE-VALUE(WS-SCORE-INDEX)
        WHEN "remove"
            SUBTRACT WS-AMOUNT FROM SCORE-VALUE(WS-SCORE-INDEX)
    END-EVALUATE

    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(WS-SCAN-ID) = 1 AND CLIENT-STATE(WS-SCAN-ID) = CLIENT-STATE-PLAY
            CALL "SendPacket-UpdateScore" USING WS-SCAN-ID SCORE-HOLDER(WS-SCORE-INDEX)
                SCORE-OBJECTIVE(WS-SCORE-INDEX) SCORE-VALUE(WS-SCORE-INDEX)
        END-IF
    END-PERFORM
    CALL "Scoreboard-Save"

    MOVE SCORE-VALUE(WS-SCORE-INDEX) TO WS-VALUE-TEXT
    MOVE SPACES TO LK-RESPONSE
    MOVE SPACES TO MESSAGE-ARGS
    MOVE WS-OBJECTIVE-NAME TO MESSAGE-ARG(1)
    MOVE WS-HOLDER TO MESSAGE-ARG(2)
    MOVE WS-VALUE-TEXT TO MESSAGE-ARG(3)
    CALL "Message-Text" USING "scoreboard.set.done" MESSAGE-ARGS LK-RESPONSE
    EXIT PARAGRAPH.

*> Without an objective, every score the holder has goes.
ResetScores.
    IF WS-ARG1 = SPACES
        CALL "Message-Text" USING "scoreboard.reset.usage" MESSAGE-ARGS LK-RESPONSE
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-OBJECTIVE-NAME
    IF WS-ARG2 NOT = SPACES
        MOVE WS-ARG2 TO WS-OBJECTIVE-NAME
        PERFORM FindObjective
        IF WS-OBJECTIVE-INDEX = 0
            PERFORM ReplyNoObjective
            EXIT PARAGRAPH
        END-IF
    END-IF
    MOVE WS-ARG1 TO WS-HOLDER

    MOVE 0 TO WS-REMOVED
    MOVE 1 TO WS-SCORE-INDEX
    PERFORM UNTIL WS-SCORE-INDEX > SCORE-COUNT
        IF SCORE-HOLDER(WS-SCORE-INDEX) = WS-HOLDER
                AND (WS-OBJECTIVE-NAME = SPACES
                     OR SCORE-OBJECTIVE(WS-SCORE-INDEX) = WS-OBJECTIVE-NAME)
            PERFORM DropScore
            ADD 1 TO WS-REMOVED
        ELSE
            ADD 1 TO WS-SCORE-INDEX
        END-IF
    END-PERFORM

    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(WS-SCAN-ID) = 1 AND CLIENT-STATE(WS-SCAN-ID) = CLIENT-STATE-PLAY
            CALL "SendPacket-ResetScore" USING WS-SCAN-ID WS-HOLDER WS-OBJECTIVE-NAME
        END-IF
    END-PERFORM
    CALL "Scoreboard-Save"

    MOVE WS-REMOVED TO WS-VALUE-TEXT
    MOVE SPACES TO LK-RESPONSE
    MOVE SPACES TO MESSAGE-ARGS
    MOVE WS-VALUE-TEXT TO MESSAGE-ARG(1)
    MOVE WS-HOLDER TO MESSAGE-ARG(2)
    CALL "Message-Text" USING "scoreboard.reset.done" MESSAGE-ARGS LK-RESPONSE
    EXIT PARAGRAPH.

FindObjective.
    MOVE 0 TO WS-OBJECTIVE-INDEX
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > OBJECTIVE-COUNT
        IF OBJECTIVE-NAME(WS-INDEX) = WS-OBJECTIVE-NAME
            MOVE WS-INDEX TO WS-OBJECTIVE-INDEX
            EXIT PERFORM
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

FindScore.
    MOVE 0 TO WS-SCORE-INDEX
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > SCORE-COUNT
        IF SCORE-OBJECTIVE(WS-INDEX) = WS-OBJECTIVE-NAME
                AND SCORE-HOLDER(WS-INDEX) = WS-HOLDER
            MOVE WS-INDEX TO WS-SCORE-INDEX
            EXIT PERFORM
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

*> Close the gap at WS-SCORE-INDEX; the next score moves into it.
DropScore.
    PERFORM VARYING WS-INDEX FROM WS-SCORE-INDEX BY 1 UNTIL WS-INDEX >= SCORE-COUNT
        MOVE SCORE(WS-INDEX + 1) TO SCORE(WS-INDEX)
    END-PERFORM
    SUBTRACT 1 FROM SCORE-COUNT
    EXIT PARAGRAPH.

BroadcastObjective.
    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(WS-SCAN-ID) = 1 AND CLIENT-STATE(WS-SCAN-ID) = CLIENT-STATE-PLAY
            CALL "SendPacket-UpdateObjectives" USING WS-SCAN-ID WS-MODE
                OBJECTIVE-NAME(WS-OBJECTIVE-INDEX) OBJECTIVE-TITLE(WS-OBJECTIVE-INDEX)
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

ReplyNoObjective.
    MOVE SPACES TO LK-RESPONSE
    MOVE SPACES TO MESSAGE-ARGS
    MOVE WS-OBJECTIVE-NAME TO MESSAGE-ARG(1)
    CALL "Message-Text" USING "scoreboard.no-objective" MESSAGE-ARGS LK-RESPONSE
    EXIT PARAGRAPH.

END PROGRAM Scoreboard-Command.
