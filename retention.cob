*> --- retention ---
*> The retention job run by hand or from cron instead of a schedule.conf
*> entry: the same Retention-Run the console "retention" command calls, so
*> the two can never disagree about what retention.conf and legal-hold.conf
*> mean. Safe beside a running server -- the keep-live age keeps it off the
*> files still being written -- and in a maintenance window alike.
*>
*> Without an argument it archives and deletes, appending what it did to
*> retention-YYYYMMDD.txt. With "plan" it changes nothing and lists what it
*> would do in retention-plan-YYYYMMDD.txt. Exits 1 when any step failed.
*>
*> Usage: retention [plan]
IDENTIFICATION DIVISION.
PROGRAM-ID. retention.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 WS-COMMAND-LINE          PIC X(256).
    01 WS-MODE                  PIC X(32).
    01 WS-PLAN-ONLY             BINARY-CHAR UNSIGNED VALUE 0.
    01 WS-FAILED                BINARY-LONG UNSIGNED.
    01 WS-RESPONSE              PIC X(256).
    01 WS-RESPONSE-LENGTH       BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
Main.
    ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
    MOVE SPACES TO WS-MODE
    UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE INTO WS-MODE
    EVALUATE WS-MODE
        WHEN SPACES
            CONTINUE
        WHEN "plan"
            MOVE 1 TO WS-PLAN-ONLY
        WHEN OTHER
            DISPLAY "usage: retention [plan]"
            STOP RUN RETURNING 1
    END-EVALUATE

    CALL "Retention-Run" USING WS-PLAN-ONLY WS-FAILED WS-RESPONSE WS-RESPONSE-LENGTH
    DISPLAY WS-RESPONSE(1:WS-RESPONSE-LENGTH)
    IF WS-FAILED > 0
        STOP RUN RETURNING 1
    END-IF
    STOP RUN.

END PROGRAM retention.
