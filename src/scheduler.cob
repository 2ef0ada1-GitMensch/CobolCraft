
WORKING-STORAGE SECTION.
    COPY DD-SCHEDULER.
    COPY DD-MESSAGE-ARGS.
    01 FS-STATUS                PIC X(2).
    01 WS-INITIALIZED           BINARY-CHAR UNSIGNED VALUE 0.
    01 WS-TICK-COUNTER          BINARY-LONG UNSIGNED VALUE 0.
    01 WS-ANNOUNCE              BINARY-CHAR UNSIGNED.
    01 WS-SECONDS-TEXT          PIC -(10)9.
    01 WS-SAY-LINE              PIC X(280).
    01 WS-SAY-LINE-LEN          BINARY-LONG UNSIGNED.
    *> The console log stays in English.
    01 WS-LOG-CATALOG           BINARY-LONG UNSIGNED VALUE 1.

PROCEDURE DIVISION.
    ADD 1 TO WS-TICK-COUNTER
    IF FUNCTION MOD(WS-TICK-COUNTER, 20) NOT = 0
        GOBACK
    END-IF
    MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP
    IF WS-INITIALIZED = 0
        PERFORM LoadSchedule
        MOVE 1 TO WS-INITIALIZED
    END-IF
    IF SCHEDULE-RELOAD-DUE = 1
        MOVE 0 TO SCHEDULE-RELOAD-DUE
        PERFORM ReloadSchedule
    END-IF

    PERFORM VARYING WS-ENTRY FROM 1 BY 1 UNTIL WS-ENTRY > SCHEDULE-ENTRY-COUNT
        IF SCHEDULE-HOUR(WS-ENTRY) = WS-NOW-STAMP(9:2)
                AND SCHEDULE-MINUTE(WS-ENTRY) = WS-NOW-STAMP(11:2)
    IF WS-ANNOUNCE = 1
        MOVE WS-REMAINING-SECONDS TO WS-LAST-ANNOUNCED
        MOVE WS-REMAINING-SECONDS TO WS-SECONDS-TEXT
        MOVE SPACES TO MESSAGE-ARGS
        MOVE WS-SECONDS-TEXT TO MESSAGE-ARG(1)
        CALL "Message-Broadcast" USING "restart.seconds" MESSAGE-ARGS
        CALL "Message-Format" USING WS-LOG-CATALOG "restart.seconds" MESSAGE-ARGS
            WS-SAY-LINE WS-SAY-LINE-LEN
        CALL "Log-Info" USING WS-SAY-LINE
    END-IF
    EXIT PARAGRAPH.

*> A reload starts the table afresh. Entries for the current minute count as
*> already fired today, so a reload -- scheduled or typed -- in the minute an
*> entry is due does not run it a second time.
ReloadSchedule.
    MOVE 0 TO SCHEDULE-ENTRY-COUNT
    PERFORM LoadSchedule
    PERFORM VARYING WS-ENTRY FROM 1 BY 1 UNTIL WS-ENTRY > SCHEDULE-ENTRY-COUNT
        IF SCHEDULE-HOUR(WS-ENTRY) = WS-NOW-STAMP(9:2)
                AND SCHEDULE-MINUTE(WS-ENTRY) = WS-NOW-STAMP(11:2)
            MOVE WS-NOW-STAMP(1:8) TO SCHEDULE-FIRED-DATE(WS-ENTRY)
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

LoadSchedule.
    OPEN INPUT SCHEDULE-FILE
    IF FS-STATUS NOT = "00"
DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-SCHEDULER.
    COPY DD-MESSAGE-ARGS.
    01 WS-NOW-MICROS            BINARY-DOUBLE.
    01 WS-MINUTES-TEXT          PIC -(10)9.
    01 WS-SAY-LINE              PIC X(280).
    01 WS-SAY-LINE-LEN          BINARY-LONG UNSIGNED.
    *> The console log stays in English.
    01 WS-LOG-CATALOG           BINARY-LONG UNSIGNED VALUE 1.
LINKAGE SECTION.
    01 LK-MINUTES               BINARY-LONG.

    COMPUTE RESTART-DEADLINE-MICROS = WS-NOW-MICROS + LK-MINUTES * 60000000

    MOVE LK-MINUTES TO WS-MINUTES-TEXT
    MOVE SPACES TO MESSAGE-ARGS
    MOVE WS-MINUTES-TEXT TO MESSAGE-ARG(1)
    CALL "Message-Broadcast" USING "restart.minutes" MESSAGE-ARGS
    CALL "Message-Format" USING WS-LOG-CATALOG "restart.minutes" MESSAGE-ARGS
        WS-SAY-LINE WS-SAY-LINE-LEN
    CALL "Log-Info" USING WS-SAY-LINE
    GOBACK.

END PROGRAM Scheduler-StartRestart.
