*> against the snapshot the previous run left in leaderboard-prev.dat and
*> flags implausible movement -- a six-digit blocks-broken jump between runs
*> is a staff question, not an achievement.
*>
*> The server scoreboard's objectives (scoreboard.dat, through the same
*> Scoreboard-Load the server uses) get a top-ten table each as well, scored
*> the way the in-game board scores them: a statistic objective from every
*> save's counters in the board's units, a manual one from its kept scores.
IDENTIFICATION DIVISION.
PROGRAM-ID. leaderboard.


WORKING-STORAGE SECTION.
    COPY DD-NBT-DECODER.
    COPY DD-SCOREBOARD.
    01 FS-STATUS                PIC X(2).
    01 FS-SNAP-STATUS           PIC X(2).
    01 FS-REPORT-STATUS         PIC X(2).
            10 BOARD-BROKEN         BINARY-DOUBLE.
            10 BOARD-DEATHS         BINARY-DOUBLE.
            10 BOARD-CHAT           BINARY-DOUBLE.
            10 BOARD-PLACED         BINARY-DOUBLE.
            10 BOARD-WALKED         BINARY-DOUBLE.
            10 BOARD-RANKED         BINARY-CHAR UNSIGNED.
    01 WS-BOARD-INDEX           BINARY-LONG UNSIGNED.
    01 WS-NAME-TEXT             PIC X(64).
    01 WS-SORT-VALUE            BINARY-DOUBLE.
    01 WS-STAT-KIND             BINARY-CHAR UNSIGNED.
    01 WS-NUM1                  PIC -(15)9.

    *> one scoreboard objective's standings, ranked like the tables above
    01 OBJECTIVE-RANK-COUNT     BINARY-LONG UNSIGNED.
    01 OBJECTIVE-RANK-TABLE.
        05 OBJECTIVE-RANK-ENTRY OCCURS 1024 TIMES.
            10 OBJECTIVE-RANK-NAME      PIC X(16).
            10 OBJECTIVE-RANK-VALUE     BINARY-DOUBLE.
            10 OBJECTIVE-RANK-TAKEN     BINARY-CHAR UNSIGNED.
    01 WS-OBJECTIVE-INDEX       BINARY-LONG UNSIGNED.
    01 WS-SCORE-INDEX           BINARY-LONG UNSIGNED.
    01 WS-CRITERION-NAME        PIC X(16).
    01 WS-NUM2                  PIC -(15)9.

PROCEDURE DIVISION.
    END-IF

    PERFORM LoadPreviousSnapshot
    CALL "Scoreboard-Load"

    MOVE FUNCTION CURRENT-DATE TO WS-NOW
    MOVE SPACES TO WS-REPORT-NAME
    MOVE 0 TO BOARD-BROKEN(WS-BOARD-INDEX)
    MOVE 0 TO BOARD-DEATHS(WS-BOARD-INDEX)
    MOVE 0 TO BOARD-CHAT(WS-BOARD-INDEX)
    MOVE 0 TO BOARD-PLACED(WS-BOARD-INDEX)
    MOVE 0 TO BOARD-WALKED(WS-BOARD-INDEX)
    MOVE 0 TO BOARD-RANKED(WS-BOARD-INDEX)

    PERFORM UNTIL EXIT
            WHEN WS-TAG-NAME(1:WS-NAME-LEN) = "ChatMessages"
                CALL "NbtDecode-Int" USING NBT-DECODER-STATE WS-RAW-BUFFER WS-INT-VALUE
                MOVE WS-INT-VALUE TO BOARD-CHAT(WS-BOARD-INDEX)
            WHEN WS-TAG-NAME(1:WS-NAME-LEN) = "BlocksPlaced"
                CALL "NbtDecode-Int" USING NBT-DECODER-STATE WS-RAW-BUFFER WS-INT-VALUE
                MOVE WS-INT-VALUE TO BOARD-PLACED(WS-BOARD-INDEX)
            WHEN WS-TAG-NAME(1:WS-NAME-LEN) = "WalkedCm"
                CALL "NbtDecode-Long" USING NBT-DECODER-STATE WS-RAW-BUFFER WS-LONG-VALUE
                MOVE WS-LONG-VALUE TO BOARD-WALKED(WS-BOARD-INDEX)
            WHEN OTHER
                CALL "NbtDecode-Skip" USING NBT-DECODER-STATE WS-RAW-BUFFER
        END-EVALUATE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE

    PERFORM VARYING WS-OBJECTIVE-INDEX FROM 1 BY 1 UNTIL WS-OBJECTIVE-INDEX > OBJECTIVE-COUNT
        PERFORM WriteObjective
    END-PERFORM

    MOVE "Anomalies since the previous run:" TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM WriteAnomalies

    EXIT SECTION.

*> One scoreboard objective: gather its standings, then the same
*> pick-the-best-remaining selection WriteTopTen makes.
WriteObjective SECTION.
    CALL "Scoreboard-CriterionName" USING OBJECTIVE-CRITERION(WS-OBJECTIVE-INDEX)
        WS-CRITERION-NAME
    MOVE SPACES TO REPORT-LINE
    STRING "Scoreboard " FUNCTION TRIM(OBJECTIVE-TITLE(WS-OBJECTIVE-INDEX)) " ("
           FUNCTION TRIM(OBJECTIVE-NAME(WS-OBJECTIVE-INDEX)) ", "
           FUNCTION TRIM(WS-CRITERION-NAME) "):"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE

    MOVE 0 TO OBJECTIVE-RANK-COUNT
    IF OBJECTIVE-CRITERION(WS-OBJECTIVE-INDEX) = CRITERION-MANUAL
        PERFORM VARYING WS-SCORE-INDEX FROM 1 BY 1 UNTIL WS-SCORE-INDEX > SCORE-COUNT
            IF SCORE-OBJECTIVE(WS-SCORE-INDEX) = OBJECTIVE-NAME(WS-OBJECTIVE-INDEX)
                ADD 1 TO OBJECTIVE-RANK-COUNT
                MOVE SCORE-HOLDER(WS-SCORE-INDEX) TO OBJECTIVE-RANK-NAME(OBJECTIVE-RANK-COUNT)
                MOVE SCORE-VALUE(WS-SCORE-INDEX) TO OBJECTIVE-RANK-VALUE(OBJECTIVE-RANK-COUNT)
            END-IF
        END-PERFORM
    ELSE
        PERFORM VARYING WS-BOARD-INDEX FROM 1 BY 1 UNTIL WS-BOARD-INDEX > BOARD-COUNT
            ADD 1 TO OBJECTIVE-RANK-COUNT
            MOVE BOARD-NAME(WS-BOARD-INDEX) TO OBJECTIVE-RANK-NAME(OBJECTIVE-RANK-COUNT)
            EVALUATE OBJECTIVE-CRITERION(WS-OBJECTIVE-INDEX)
                WHEN CRITERION-PLAYTIME
                    COMPUTE OBJECTIVE-RANK-VALUE(OBJECTIVE-RANK-COUNT) =
                        BOARD-PLAYTIME(WS-BOARD-INDEX) / 1200
                WHEN CRITERION-DEATHS
                    MOVE BOARD-DEATHS(WS-BOARD-INDEX) TO OBJECTIVE-RANK-VALUE(OBJECTIVE-RANK-COUNT)
                WHEN CRITERION-BLOCKS-BROKEN
                    MOVE BOARD-BROKEN(WS-BOARD-INDEX) TO OBJECTIVE-RANK-VALUE(OBJECTIVE-RANK-COUNT)
                WHEN CRITERION-BLOCKS-PLACED
                    MOVE BOARD-PLACED(WS-BOARD-INDEX) TO OBJECTIVE-RANK-VALUE(OBJECTIVE-RANK-COUNT)
                WHEN CRITERION-CHAT
                    MOVE BOARD-CHAT(WS-BOARD-INDEX) TO OBJECTIVE-RANK-VALUE(OBJECTIVE-RANK-COUNT)
                WHEN CRITERION-WALKED
                    COMPUTE OBJECTIVE-RANK-VALUE(OBJECTIVE-RANK-COUNT) =
                        BOARD-WALKED(WS-BOARD-INDEX) / 100
            END-EVALUATE
        END-PERFORM
    END-IF
    PERFORM VARYING WS-SCORE-INDEX FROM 1 BY 1 UNTIL WS-SCORE-INDEX > OBJECTIVE-RANK-COUNT
        MOVE 0 TO OBJECTIVE-RANK-TAKEN(WS-SCORE-INDEX)
    END-PERFORM

    *> Manual scores may be negative, so the first pick starts below any of them.
    PERFORM VARYING WS-RANK FROM 1 BY 1 UNTIL WS-RANK > 10 OR WS-RANK > OBJECTIVE-RANK-COUNT
        MOVE 0 TO WS-BEST-INDEX
        PERFORM VARYING WS-SCORE-INDEX FROM 1 BY 1 UNTIL WS-SCORE-INDEX > OBJECTIVE-RANK-COUNT
            IF OBJECTIVE-RANK-TAKEN(WS-SCORE-INDEX) = 0
                IF WS-BEST-INDEX = 0
                        OR OBJECTIVE-RANK-VALUE(WS-SCORE-INDEX) > WS-BEST-VALUE
                    MOVE OBJECTIVE-RANK-VALUE(WS-SCORE-INDEX) TO WS-BEST-VALUE
                    MOVE WS-SCORE-INDEX TO WS-BEST-INDEX
                END-IF
            END-IF
        END-PERFORM
        IF WS-BEST-INDEX = 0
            EXIT PERFORM
        END-IF
        MOVE 1 TO OBJECTIVE-RANK-TAKEN(WS-BEST-INDEX)
        MOVE WS-RANK TO WS-NUM1
        MOVE WS-BEST-VALUE TO WS-NUM2
        MOVE SPACES TO REPORT-LINE
        STRING "  " FUNCTION TRIM(WS-NUM1) ". "
               FUNCTION TRIM(OBJECTIVE-RANK-NAME(WS-BEST-INDEX)) ": " FUNCTION TRIM(WS-NUM2)
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-PERFORM
    IF OBJECTIVE-RANK-COUNT = 0
        MOVE "  (no scores)" TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE.

    EXIT SECTION.

PickSortValue SECTION.
    EVALUATE WS-STAT-KIND
        WHEN 1
