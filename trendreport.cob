*> --- trendreport ---
*> Capacity and performance trend over a range of days, for the maintenance
*> window like reportgen: digest the metrics-YYYYMMDD.csv files Metrics-Tick
*> writes once a minute -- "timestamp,avg_tick_us,max_tick_us,players,
*> chunks_loaded,entities,chunks_overflowed[,chunks_forced]" -- into
*> trend-YYYYMMDD-YYYYMMDD.txt. For the range it gives the average and
*> 95th-percentile tick time for each hour of the day, the peak concurrent
*> players and when, the chunks-loaded and entities high-water marks, the
*> chunks dropped from overflowing send queues (the column is a running
*> total over the players online, so each minute counts what it grew by)
*> and the worst minutes for tick time and for overflows. The same figures
*> are gathered for the range of equal length just before it, and the two
*> are compared at equal player counts: a tick time that climbed while the
*> load did not is flagged as a regression, and the program exits 1, so
*> slow degradation is noticed before the players notice it.
*>
*> Usage: trendreport <from YYYYMMDD> [<to YYYYMMDD>]   (default: one week)
IDENTIFICATION DIVISION.
PROGRAM-ID. trendreport.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT METRICS-FILE ASSIGN TO WS-METRICS-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-METRICS-STATUS.
    SELECT REPORT-FILE ASSIGN TO WS-REPORT-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  METRICS-FILE.
01  METRICS-LINE                PIC X(256).
FD  REPORT-FILE.
01  REPORT-LINE                 PIC X(256).

WORKING-STORAGE SECTION.
    01 FS-METRICS-STATUS        PIC X(2).
    01 FS-REPORT-STATUS         PIC X(2).
    01 WS-COMMAND-LINE          PIC X(256).
    01 WS-FROM-ARG              PIC X(64).
    01 WS-TO-ARG                PIC X(64).
    01 WS-METRICS-NAME          PIC X(32).
    01 WS-REPORT-NAME           PIC X(64).

    *> calendar: days as INTEGER-OF-DATE numbers
    01 MAX-RANGE-DAYS           BINARY-LONG VALUE 31.
    01 DEFAULT-RANGE-DAYS       BINARY-LONG VALUE 7.
    01 WS-RANGE-DAYS            BINARY-LONG.
    01 WS-DAY                   BINARY-LONG.
    01 WS-DATE                  PIC 9(8).
    01 WS-DATE-TEXT             PIC X(10).

    *> Slot 1 is the range asked for, slot 2 the one just before it.
    01 WS-SLOT                  BINARY-LONG UNSIGNED.
    01 RANGE-TABLE.
        05 RS-ENTRY OCCURS 2 TIMES.
            10 RS-FIRST-DAY         BINARY-LONG.
            10 RS-LAST-DAY          BINARY-LONG.
            10 RS-FILES-READ        BINARY-LONG UNSIGNED.
            10 RS-MINUTES           BINARY-LONG UNSIGNED.
            10 RS-TICK-SUM          BINARY-DOUBLE.
            10 RS-PEAK-PLAYERS      BINARY-LONG UNSIGNED.
            10 RS-PEAK-PLAYERS-AT   PIC X(19).
            10 RS-CHUNKS-HIGH       BINARY-LONG UNSIGNED.
            10 RS-CHUNKS-HIGH-AT    PIC X(19).
            10 RS-ENTITIES-HIGH     BINARY-LONG UNSIGNED.
            10 RS-ENTITIES-HIGH-AT  PIC X(19).
            10 RS-OVERFLOWED        BINARY-DOUBLE.
            *> the previous row, to turn the overflow running total into
            *> what each minute added
            10 RS-LAST-MINUTE       BINARY-LONG.
            10 RS-LAST-OVERFLOW     BINARY-LONG UNSIGNED.
            10 RS-HOUR OCCURS 24 TIMES.
                15 RH-MINUTES           BINARY-LONG UNSIGNED.
                15 RH-TICK-SUM          BINARY-DOUBLE.
                15 RH-PLAYER-SUM        BINARY-DOUBLE.
                15 RH-P95               BINARY-LONG UNSIGNED.
            *> by players online: 0 to 99, and 100 or more together
            10 RS-BAND OCCURS 101 TIMES.
                15 RB-MINUTES           BINARY-LONG UNSIGNED.
                15 RB-TICK-SUM          BINARY-DOUBLE.
    01 WS-HOUR                  BINARY-LONG.
    01 WS-BAND                  BINARY-LONG.

    *> Every minute's average tick time, by hour of day, for the percentile.
    01 MAX-HOUR-SAMPLES         BINARY-LONG UNSIGNED VALUE 1860.
    01 HOUR-SAMPLE-TABLE.
        05 HS-SLOT OCCURS 2 TIMES.
            10 HS-HOUR OCCURS 24 TIMES.
                15 HS-VALUE OCCURS 1860 TIMES BINARY-LONG UNSIGNED.
    01 SAMPLE-TAKEN-TABLE.
        05 SAMPLE-TAKEN OCCURS 1860 TIMES BINARY-CHAR UNSIGNED.
    01 WS-SAMPLE                BINARY-LONG UNSIGNED.
    01 WS-SAMPLE-COUNT          BINARY-LONG UNSIGNED.
    01 WS-RANK                  BINARY-LONG UNSIGNED.
    01 WS-RANKS-TO-TAKE         BINARY-LONG UNSIGNED.
    01 WS-BEST-SAMPLE           BINARY-LONG UNSIGNED.

    *> the range's worst minutes, worst first
    01 MAX-WORST                BINARY-LONG UNSIGNED VALUE 5.
    01 WORST-TICK-COUNT         BINARY-LONG UNSIGNED VALUE 0.
    01 WORST-TICK-TABLE.
        05 WT-ENTRY OCCURS 5 TIMES.
            10 WT-VALUE             BINARY-LONG UNSIGNED.
            10 WT-AVG               BINARY-LONG UNSIGNED.
            10 WT-PLAYERS           BINARY-LONG UNSIGNED.
            10 WT-AT                PIC X(19).
    01 WORST-OVERFLOW-COUNT     BINARY-LONG UNSIGNED VALUE 0.
    01 WORST-OVERFLOW-TABLE.
        05 WO-ENTRY OCCURS 5 TIMES.
            10 WO-VALUE             BINARY-LONG UNSIGNED.
            10 WO-PLAYERS           BINARY-LONG UNSIGNED.
            10 WO-AT                PIC X(19).
    01 WS-WORST-INDEX           BINARY-LONG UNSIGNED.
    01 WS-SHIFT-INDEX           BINARY-LONG UNSIGNED.

    *> regression thresholds: enough minutes on both sides, and a rise both
    *> in proportion and in absolute terms
    01 REGRESSION-MIN-MINUTES   BINARY-LONG UNSIGNED VALUE 30.
    01 REGRESSION-PERCENT       BINARY-LONG UNSIGNED VALUE 20.
    01 REGRESSION-MIN-MICROS    BINARY-LONG UNSIGNED VALUE 500.
    01 WS-REGRESSIONS           BINARY-LONG UNSIGNED VALUE 0.
    01 WS-COMPARED              BINARY-LONG UNSIGNED VALUE 0.
    01 WS-CURRENT-AVG           BINARY-LONG UNSIGNED.
    01 WS-PREVIOUS-AVG          BINARY-LONG UNSIGNED.
    01 WS-CURRENT-PLAYERS       BINARY-LONG UNSIGNED.
    01 WS-PREVIOUS-PLAYERS      BINARY-LONG UNSIGNED.
    01 WS-CHANGE-PERCENT        BINARY-LONG.
    01 WS-IS-REGRESSION         BINARY-CHAR UNSIGNED.

    *> row parsing
    01 CSV-FIELD-TABLE.
        05 CSV-FIELD OCCURS 8 TIMES PIC X(24).
    01 WS-FIELD-INDEX           BINARY-LONG UNSIGNED.
    01 WS-TIMESTAMP             PIC X(19).
    01 WS-ROW-MINUTE            BINARY-LONG.
    01 WS-AVG-TICK              BINARY-LONG UNSIGNED.
    01 WS-MAX-TICK              BINARY-LONG UNSIGNED.
    01 WS-PLAYERS               BINARY-LONG UNSIGNED.
    01 WS-CHUNKS                BINARY-LONG UNSIGNED.
    01 WS-ENTITIES              BINARY-LONG UNSIGNED.
    01 WS-OVERFLOW              BINARY-LONG UNSIGNED.
    01 WS-OVERFLOW-DELTA        BINARY-LONG UNSIGNED.
    01 WS-ROW-VALID             BINARY-CHAR UNSIGNED.

    *> report formatting
    01 WS-NUM1                  PIC -(15)9.
    01 WS-NUM2                  PIC -(15)9.
    01 WS-NUM3                  PIC -(15)9.
    01 WS-NUM4                  PIC -(15)9.
    01 WS-NUM5                  PIC -(15)9.
    01 WS-NUM6                  PIC -(15)9.
    01 WS-HOUR-TEXT             PIC 99.
    01 WS-FROM-TEXT             PIC X(10).
    01 WS-TO-TEXT               PIC X(10).
    01 WS-LINE-SCRATCH          PIC X(256).

PROCEDURE DIVISION.
Main.
    ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
    MOVE SPACES TO WS-FROM-ARG WS-TO-ARG
    UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE INTO WS-FROM-ARG WS-TO-ARG
    IF FUNCTION LENGTH(FUNCTION TRIM(WS-FROM-ARG)) NOT = 8
            OR WS-FROM-ARG(1:8) IS NOT NUMERIC
            OR FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-FROM-ARG(1:8))) NOT = 0
        PERFORM ShowUsage
    END-IF
    COMPUTE RS-FIRST-DAY(1) = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-FROM-ARG(1:8)))
    IF WS-TO-ARG = SPACES
        COMPUTE RS-LAST-DAY(1) = RS-FIRST-DAY(1) + DEFAULT-RANGE-DAYS - 1
    ELSE
        IF FUNCTION LENGTH(FUNCTION TRIM(WS-TO-ARG)) NOT = 8
                OR WS-TO-ARG(1:8) IS NOT NUMERIC
                OR FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-TO-ARG(1:8))) NOT = 0
            PERFORM ShowUsage
        END-IF
        COMPUTE RS-LAST-DAY(1) = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TO-ARG(1:8)))
    END-IF
    COMPUTE WS-RANGE-DAYS = RS-LAST-DAY(1) - RS-FIRST-DAY(1) + 1
    IF WS-RANGE-DAYS < 1 OR WS-RANGE-DAYS > MAX-RANGE-DAYS
        MOVE MAX-RANGE-DAYS TO WS-NUM1
        DISPLAY "trendreport: the range must be 1 to " FUNCTION TRIM(WS-NUM1) " days"
        STOP RUN RETURNING 1
    END-IF
    COMPUTE RS-LAST-DAY(2) = RS-FIRST-DAY(1) - 1
    COMPUTE RS-FIRST-DAY(2) = RS-LAST-DAY(2) - WS-RANGE-DAYS + 1

    PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 2
        MOVE -1 TO RS-LAST-MINUTE(WS-SLOT)
        PERFORM VARYING WS-DAY FROM RS-FIRST-DAY(WS-SLOT) BY 1
                UNTIL WS-DAY > RS-LAST-DAY(WS-SLOT)
            PERFORM DigestDay
        END-PERFORM
        PERFORM VARYING WS-HOUR FROM 1 BY 1 UNTIL WS-HOUR > 24
            PERFORM ComputeP95
        END-PERFORM
    END-PERFORM

    MOVE RS-FIRST-DAY(1) TO WS-DAY
    PERFORM FormatDay
    MOVE WS-DATE TO WS-FROM-TEXT
    MOVE RS-LAST-DAY(1) TO WS-DAY
    PERFORM FormatDay
    MOVE SPACES TO WS-REPORT-NAME
    STRING "trend-" WS-FROM-TEXT(1:8) "-" WS-DATE ".txt"
        DELIMITED BY SIZE INTO WS-REPORT-NAME

    IF RS-FILES-READ(1) = 0
        DISPLAY "trendreport: no metrics files for the range"
        STOP RUN RETURNING 1
    END-IF

    PERFORM WriteReport
    MOVE RS-FILES-READ(1) TO WS-NUM1
    MOVE WS-REGRESSIONS TO WS-NUM2
    DISPLAY "trendreport: wrote " FUNCTION TRIM(WS-REPORT-NAME) " from "
        FUNCTION TRIM(WS-NUM1) " metrics file(s), "
        FUNCTION TRIM(WS-NUM2) " regression(s) flagged"
    IF WS-REGRESSIONS > 0
        STOP RUN RETURNING 1
    END-IF
    STOP RUN.

ShowUsage SECTION.
    DISPLAY "usage: trendreport <from YYYYMMDD> [<to YYYYMMDD>]"
    DISPLAY "       <to> defaults to a week from <from>; at most 31 days"
    STOP RUN RETURNING 1.

    EXIT SECTION.

FormatDay SECTION.
    *> WS-DAY as YYYYMMDD in WS-DATE and YYYY-MM-DD in WS-DATE-TEXT.
    COMPUTE WS-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY)
    MOVE SPACES TO WS-DATE-TEXT
    STRING WS-DATE(1:4) "-" WS-DATE(5:2) "-" WS-DATE(7:2)
        DELIMITED BY SIZE INTO WS-DATE-TEXT.

    EXIT SECTION.

DigestDay SECTION.
    PERFORM FormatDay
    MOVE SPACES TO WS-METRICS-NAME
    STRING "metrics-" WS-DATE ".csv" DELIMITED BY SIZE INTO WS-METRICS-NAME
    OPEN INPUT METRICS-FILE
    IF FS-METRICS-STATUS NOT = "00"
        EXIT SECTION
    END-IF
    ADD 1 TO RS-FILES-READ(WS-SLOT)

    PERFORM UNTIL FS-METRICS-STATUS = "10"
        READ METRICS-FILE
            AT END
                MOVE "10" TO FS-METRICS-STATUS
            NOT AT END
                PERFORM DigestRow
        END-READ
    END-PERFORM
    CLOSE METRICS-FILE.

    EXIT SECTION.

DigestRow SECTION.
    *> "YYYY-MM-DD HH:MM:SS,avg,max,players,chunks,entities,overflowed[,forced]"
    *> -- the header line and anything damaged fail the checks and are skipped.
    MOVE SPACES TO CSV-FIELD-TABLE
    UNSTRING METRICS-LINE DELIMITED BY ","
        INTO CSV-FIELD(1) CSV-FIELD(2) CSV-FIELD(3) CSV-FIELD(4)
             CSV-FIELD(5) CSV-FIELD(6) CSV-FIELD(7) CSV-FIELD(8)
    MOVE CSV-FIELD(1)(1:19) TO WS-TIMESTAMP
    IF WS-TIMESTAMP(5:1) NOT = "-" OR WS-TIMESTAMP(11:1) NOT = " "
            OR WS-TIMESTAMP(14:1) NOT = ":"
            OR WS-TIMESTAMP(12:2) IS NOT NUMERIC
            OR WS-TIMESTAMP(15:2) IS NOT NUMERIC
        EXIT SECTION
    END-IF
    MOVE 1 TO WS-ROW-VALID
    PERFORM VARYING WS-FIELD-INDEX FROM 2 BY 1 UNTIL WS-FIELD-INDEX > 7
        IF CSV-FIELD(WS-FIELD-INDEX) = SPACES
                OR FUNCTION TEST-NUMVAL(CSV-FIELD(WS-FIELD-INDEX)) NOT = 0
            MOVE 0 TO WS-ROW-VALID
        END-IF
    END-PERFORM
    IF WS-ROW-VALID = 0
        EXIT SECTION
    END-IF
    COMPUTE WS-AVG-TICK = FUNCTION NUMVAL(CSV-FIELD(2))
    COMPUTE WS-MAX-TICK = FUNCTION NUMVAL(CSV-FIELD(3))
    COMPUTE WS-PLAYERS = FUNCTION NUMVAL(CSV-FIELD(4))
    COMPUTE WS-CHUNKS = FUNCTION NUMVAL(CSV-FIELD(5))
    COMPUTE WS-ENTITIES = FUNCTION NUMVAL(CSV-FIELD(6))
    COMPUTE WS-OVERFLOW = FUNCTION NUMVAL(CSV-FIELD(7))
    COMPUTE WS-HOUR = FUNCTION NUMVAL(WS-TIMESTAMP(12:2)) + 1
    IF WS-HOUR < 1 OR WS-HOUR > 24
        EXIT SECTION
    END-IF
    COMPUTE WS-ROW-MINUTE = (WS-DAY - RS-FIRST-DAY(WS-SLOT)) * 1440
        + (WS-HOUR - 1) * 60 + FUNCTION NUMVAL(WS-TIMESTAMP(15:2))

    ADD 1 TO RS-MINUTES(WS-SLOT)
    ADD WS-AVG-TICK TO RS-TICK-SUM(WS-SLOT)
    IF WS-PLAYERS > RS-PEAK-PLAYERS(WS-SLOT) OR RS-PEAK-PLAYERS-AT(WS-SLOT) = SPACES
        MOVE WS-PLAYERS TO RS-PEAK-PLAYERS(WS-SLOT)
        MOVE WS-TIMESTAMP TO RS-PEAK-PLAYERS-AT(WS-SLOT)
    END-IF
    IF WS-CHUNKS > RS-CHUNKS-HIGH(WS-SLOT) OR RS-CHUNKS-HIGH-AT(WS-SLOT) = SPACES
        MOVE WS-CHUNKS TO RS-CHUNKS-HIGH(WS-SLOT)
        MOVE WS-TIMESTAMP TO RS-CHUNKS-HIGH-AT(WS-SLOT)
    END-IF
    IF WS-ENTITIES > RS-ENTITIES-HIGH(WS-SLOT) OR RS-ENTITIES-HIGH-AT(WS-SLOT) = SPACES
        MOVE WS-ENTITIES TO RS-ENTITIES-HIGH(WS-SLOT)
        MOVE WS-TIMESTAMP TO RS-ENTITIES-HIGH-AT(WS-SLOT)
    END-IF

    ADD 1 TO RH-MINUTES(WS-SLOT, WS-HOUR)
    ADD WS-AVG-TICK TO RH-TICK-SUM(WS-SLOT, WS-HOUR)
    ADD WS-PLAYERS TO RH-PLAYER-SUM(WS-SLOT, WS-HOUR)
    IF RH-MINUTES(WS-SLOT, WS-HOUR) <= MAX-HOUR-SAMPLES
        MOVE WS-AVG-TICK TO HS-VALUE(WS-SLOT, WS-HOUR, RH-MINUTES(WS-SLOT, WS-HOUR))
    END-IF

    COMPUTE WS-BAND = WS-PLAYERS + 1
    IF WS-BAND > 101
        MOVE 101 TO WS-BAND
    END-IF
    ADD 1 TO RB-MINUTES(WS-SLOT, WS-BAND)
    ADD WS-AVG-TICK TO RB-TICK-SUM(WS-SLOT, WS-BAND)

    *> The overflow column is the sum of the online players' counters, so it
    *> falls when someone leaves and restarts from nothing after a restart.
    *> Only a rise from the minute just before counts; after a gap in the
    *> file or a fall, the row just sets the new baseline.
    MOVE 0 TO WS-OVERFLOW-DELTA
    IF RS-LAST-MINUTE(WS-SLOT) >= 0
            AND WS-ROW-MINUTE - RS-LAST-MINUTE(WS-SLOT) >= 1
            AND WS-ROW-MINUTE - RS-LAST-MINUTE(WS-SLOT) <= 2
            AND WS-OVERFLOW > RS-LAST-OVERFLOW(WS-SLOT)
        COMPUTE WS-OVERFLOW-DELTA = WS-OVERFLOW - RS-LAST-OVERFLOW(WS-SLOT)
    END-IF
    MOVE WS-ROW-MINUTE TO RS-LAST-MINUTE(WS-SLOT)
    MOVE WS-OVERFLOW TO RS-LAST-OVERFLOW(WS-SLOT)
    ADD WS-OVERFLOW-DELTA TO RS-OVERFLOWED(WS-SLOT)

    IF WS-SLOT = 1
        PERFORM RecordWorstTick
        IF WS-OVERFLOW-DELTA > 0
            PERFORM RecordWorstOverflow
        END-IF
    END-IF.

    EXIT SECTION.

RecordWorstTick SECTION.
    *> Keep the MAX-WORST highest max_tick_us minutes, highest first.
    PERFORM VARYING WS-WORST-INDEX FROM 1 BY 1
            UNTIL WS-WORST-INDEX > WORST-TICK-COUNT
        IF WS-MAX-TICK > WT-VALUE(WS-WORST-INDEX)
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-WORST-INDEX > MAX-WORST
        EXIT SECTION
    END-IF
    IF WORST-TICK-COUNT < MAX-WORST
        ADD 1 TO WORST-TICK-COUNT
    END-IF
    PERFORM VARYING WS-SHIFT-INDEX FROM WORST-TICK-COUNT BY -1
            UNTIL WS-SHIFT-INDEX <= WS-WORST-INDEX
        MOVE WT-ENTRY(WS-SHIFT-INDEX - 1) TO WT-ENTRY(WS-SHIFT-INDEX)
    END-PERFORM
    MOVE WS-MAX-TICK TO WT-VALUE(WS-WORST-INDEX)
    MOVE WS-AVG-TICK TO WT-AVG(WS-WORST-INDEX)
    MOVE WS-PLAYERS TO WT-PLAYERS(WS-WORST-INDEX)
    MOVE WS-TIMESTAMP TO WT-AT(WS-WORST-INDEX).

    EXIT SECTION.

RecordWorstOverflow SECTION.
    PERFORM VARYING WS-WORST-INDEX FROM 1 BY 1
            UNTIL WS-WORST-INDEX > WORST-OVERFLOW-COUNT
        IF WS-OVERFLOW-DELTA > WO-VALUE(WS-WORST-INDEX)
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-WORST-INDEX > MAX-WORST
        EXIT SECTION
    END-IF
    IF WORST-OVERFLOW-COUNT < MAX-WORST
        ADD 1 TO WORST-OVERFLOW-COUNT
    END-IF
    PERFORM VARYING WS-SHIFT-INDEX FROM WORST-OVERFLOW-COUNT BY -1
            UNTIL WS-SHIFT-INDEX <= WS-WORST-INDEX
        MOVE WO-ENTRY(WS-SHIFT-INDEX - 1) TO WO-ENTRY(WS-SHIFT-INDEX)
    END-PERFORM
    MOVE WS-OVERFLOW-DELTA TO WO-VALUE(WS-WORST-INDEX)
    MOVE WS-PLAYERS TO WO-PLAYERS(WS-WORST-INDEX)
    MOVE WS-TIMESTAMP TO WO-AT(WS-WORST-INDEX).

    EXIT SECTION.

ComputeP95 SECTION.
    *> The 95th percentile is the sample at ascending rank ceil(0.95 n), so
    *> it is found by taking the largest remaining sample n - that + 1 times.
    MOVE 0 TO RH-P95(WS-SLOT, WS-HOUR)
    MOVE RH-MINUTES(WS-SLOT, WS-HOUR) TO WS-SAMPLE-COUNT
    IF WS-SAMPLE-COUNT > MAX-HOUR-SAMPLES
        MOVE MAX-HOUR-SAMPLES TO WS-SAMPLE-COUNT
    END-IF
    IF WS-SAMPLE-COUNT = 0
        EXIT SECTION
    END-IF
    COMPUTE WS-RANKS-TO-TAKE = WS-SAMPLE-COUNT
        - (WS-SAMPLE-COUNT * 95 + 99) / 100 + 1
    PERFORM VARYING WS-SAMPLE FROM 1 BY 1 UNTIL WS-SAMPLE > WS-SAMPLE-COUNT
        MOVE 0 TO SAMPLE-TAKEN(WS-SAMPLE)
    END-PERFORM
    PERFORM VARYING WS-RANK FROM 1 BY 1 UNTIL WS-RANK > WS-RANKS-TO-TAKE
        MOVE 0 TO WS-BEST-SAMPLE
        PERFORM VARYING WS-SAMPLE FROM 1 BY 1 UNTIL WS-SAMPLE > WS-SAMPLE-COUNT
            IF SAMPLE-TAKEN(WS-SAMPLE) = 0
                IF WS-BEST-SAMPLE = 0
                    MOVE WS-SAMPLE TO WS-BEST-SAMPLE
                ELSE
                    IF HS-VALUE(WS-SLOT, WS-HOUR, WS-SAMPLE)
                            > HS-VALUE(WS-SLOT, WS-HOUR, WS-BEST-SAMPLE)
                        MOVE WS-SAMPLE TO WS-BEST-SAMPLE
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        MOVE 1 TO SAMPLE-TAKEN(WS-BEST-SAMPLE)
    END-PERFORM
    MOVE HS-VALUE(WS-SLOT, WS-HOUR, WS-BEST-SAMPLE) TO RH-P95(WS-SLOT, WS-HOUR).

    EXIT SECTION.

WriteReport SECTION.
    OPEN OUTPUT REPORT-FILE
    IF FS-REPORT-STATUS NOT = "00"
        DISPLAY "trendreport: cannot write " FUNCTION TRIM(WS-REPORT-NAME)
        STOP RUN RETURNING 1
    END-IF

    MOVE 1 TO WS-SLOT
    PERFORM WriteRangeHeading
    MOVE 2 TO WS-SLOT
    PERFORM WriteRangeHeading

    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "Tick time by hour of day (minutes, average players, average and p95 tick time; previous range after /):"
        TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING WS-HOUR FROM 1 BY 1 UNTIL WS-HOUR > 24
        PERFORM WriteHourLine
    END-PERFORM

    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "Capacity (this range / previous range):" TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE RS-PEAK-PLAYERS(1) TO WS-NUM1
    MOVE RS-PEAK-PLAYERS(2) TO WS-NUM2
    MOVE SPACES TO REPORT-LINE
    STRING "  peak players online: " FUNCTION TRIM(WS-NUM1) " at " RS-PEAK-PLAYERS-AT(1)
           " / " FUNCTION TRIM(WS-NUM2)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE RS-CHUNKS-HIGH(1) TO WS-NUM1
    MOVE RS-CHUNKS-HIGH(2) TO WS-NUM2
    MOVE SPACES TO REPORT-LINE
    STRING "  chunks loaded high-water: " FUNCTION TRIM(WS-NUM1) " at " RS-CHUNKS-HIGH-AT(1)
           " / " FUNCTION TRIM(WS-NUM2)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE RS-ENTITIES-HIGH(1) TO WS-NUM1
    MOVE RS-ENTITIES-HIGH(2) TO WS-NUM2
    MOVE SPACES TO REPORT-LINE
    STRING "  entities high-water: " FUNCTION TRIM(WS-NUM1) " at " RS-ENTITIES-HIGH-AT(1)
           " / " FUNCTION TRIM(WS-NUM2)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE RS-OVERFLOWED(1) TO WS-NUM1
    MOVE RS-OVERFLOWED(2) TO WS-NUM2
    MOVE SPACES TO REPORT-LINE
    STRING "  chunks dropped from full send queues: " FUNCTION TRIM(WS-NUM1)
           " / " FUNCTION TRIM(WS-NUM2)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE

    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "Worst minutes for tick time (longest tick, minute average, players):" TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING WS-WORST-INDEX FROM 1 BY 1 UNTIL WS-WORST-INDEX > WORST-TICK-COUNT
        MOVE WT-VALUE(WS-WORST-INDEX) TO WS-NUM1
        MOVE WT-AVG(WS-WORST-INDEX) TO WS-NUM2
        MOVE WT-PLAYERS(WS-WORST-INDEX) TO WS-NUM3
        MOVE SPACES TO REPORT-LINE
        STRING "  " WT-AT(WS-WORST-INDEX) "  " FUNCTION TRIM(WS-NUM1) "us, average "
               FUNCTION TRIM(WS-NUM2) "us, " FUNCTION TRIM(WS-NUM3) " players"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-PERFORM

    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "Worst minutes for chunk overflows (chunks dropped, players):" TO REPORT-LINE
    WRITE REPORT-LINE
    IF WORST-OVERFLOW-COUNT = 0
        MOVE "  (none)" TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    PERFORM VARYING WS-WORST-INDEX FROM 1 BY 1 UNTIL WS-WORST-INDEX > WORST-OVERFLOW-COUNT
        MOVE WO-VALUE(WS-WORST-INDEX) TO WS-NUM1
        MOVE WO-PLAYERS(WS-WORST-INDEX) TO WS-NUM2
        MOVE SPACES TO REPORT-LINE
        STRING "  " WO-AT(WS-WORST-INDEX) "  " FUNCTION TRIM(WS-NUM1) " dropped, "
               FUNCTION TRIM(WS-NUM2) " players"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-PERFORM

    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM WriteRegressions

    CLOSE REPORT-FILE.

    EXIT SECTION.

WriteRangeHeading SECTION.
    MOVE RS-FIRST-DAY(WS-SLOT) TO WS-DAY
    PERFORM FormatDay
    MOVE WS-DATE-TEXT TO WS-FROM-TEXT
    MOVE RS-LAST-DAY(WS-SLOT) TO WS-DAY
    PERFORM FormatDay
    MOVE WS-DATE-TEXT TO WS-TO-TEXT
    MOVE WS-RANGE-DAYS TO WS-NUM1
    MOVE RS-FILES-READ(WS-SLOT) TO WS-NUM2
    MOVE RS-MINUTES(WS-SLOT) TO WS-NUM3
    MOVE 0 TO WS-CURRENT-AVG
    IF RS-MINUTES(WS-SLOT) > 0
        COMPUTE WS-CURRENT-AVG = RS-TICK-SUM(WS-SLOT) / RS-MINUTES(WS-SLOT)
    END-IF
    MOVE WS-CURRENT-AVG TO WS-NUM4
    MOVE SPACES TO REPORT-LINE
    IF WS-SLOT = 1
        STRING "Capacity and performance trend for " WS-FROM-TEXT " to " WS-TO-TEXT
               " (" FUNCTION TRIM(WS-NUM1) " days: " FUNCTION TRIM(WS-NUM2)
               " metrics files, " FUNCTION TRIM(WS-NUM3) " minutes, average tick "
               FUNCTION TRIM(WS-NUM4) "us)"
            DELIMITED BY SIZE INTO REPORT-LINE
    ELSE
        STRING "Compared with " WS-FROM-TEXT " to " WS-TO-TEXT
               " (" FUNCTION TRIM(WS-NUM2) " metrics files, "
               FUNCTION TRIM(WS-NUM3) " minutes, average tick "
               FUNCTION TRIM(WS-NUM4) "us)"
            DELIMITED BY SIZE INTO REPORT-LINE
    END-IF
    WRITE REPORT-LINE.

    EXIT SECTION.

WriteHourLine SECTION.
    COMPUTE WS-HOUR-TEXT = WS-HOUR - 1
    MOVE SPACES TO REPORT-LINE
    IF RH-MINUTES(1, WS-HOUR) = 0
        STRING "  " WS-HOUR-TEXT ":00  no data" DELIMITED BY SIZE INTO REPORT-LINE
    ELSE
        MOVE RH-MINUTES(1, WS-HOUR) TO WS-NUM1
        COMPUTE WS-NUM2 = RH-PLAYER-SUM(1, WS-HOUR) / RH-MINUTES(1, WS-HOUR)
        COMPUTE WS-NUM3 = RH-TICK-SUM(1, WS-HOUR) / RH-MINUTES(1, WS-HOUR)
        MOVE RH-P95(1, WS-HOUR) TO WS-NUM4
        STRING "  " WS-HOUR-TEXT ":00  " FUNCTION TRIM(WS-NUM1) " min, "
               FUNCTION TRIM(WS-NUM2) " players, average " FUNCTION TRIM(WS-NUM3)
               "us, p95 " FUNCTION TRIM(WS-NUM4) "us"
            DELIMITED BY SIZE INTO REPORT-LINE
        IF RH-MINUTES(2, WS-HOUR) > 0
            COMPUTE WS-NUM1 = RH-PLAYER-SUM(2, WS-HOUR) / RH-MINUTES(2, WS-HOUR)
            COMPUTE WS-NUM3 = RH-TICK-SUM(2, WS-HOUR) / RH-MINUTES(2, WS-HOUR)
            MOVE RH-P95(2, WS-HOUR) TO WS-NUM4
            MOVE SPACES TO WS-LINE-SCRATCH
            STRING FUNCTION TRIM(REPORT-LINE TRAILING) "  / " FUNCTION TRIM(WS-NUM1)
                   " players, average " FUNCTION TRIM(WS-NUM3) "us, p95 "
                   FUNCTION TRIM(WS-NUM4) "us"
                DELIMITED BY SIZE INTO WS-LINE-SCRATCH
            MOVE WS-LINE-SCRATCH TO REPORT-LINE
        END-IF
    END-IF
    WRITE REPORT-LINE.

    EXIT SECTION.

WriteRegressions SECTION.
    *> Like against like: the same number of players online, and the same
    *> hour of the day where the load did not grow. Either side needs
    *> REGRESSION-MIN-MINUTES of data to be worth comparing.
    MOVE "Regression check (this range against the previous one):" TO REPORT-LINE
    WRITE REPORT-LINE
    IF RS-MINUTES(2) = 0
        MOVE "  no metrics for the previous range, nothing to compare" TO REPORT-LINE
        WRITE REPORT-LINE
        EXIT SECTION
    END-IF

    PERFORM VARYING WS-BAND FROM 1 BY 1 UNTIL WS-BAND > 101
        IF RB-MINUTES(1, WS-BAND) >= REGRESSION-MIN-MINUTES
                AND RB-MINUTES(2, WS-BAND) >= REGRESSION-MIN-MINUTES
            ADD 1 TO WS-COMPARED
            COMPUTE WS-CURRENT-AVG = RB-TICK-SUM(1, WS-BAND) / RB-MINUTES(1, WS-BAND)
            COMPUTE WS-PREVIOUS-AVG = RB-TICK-SUM(2, WS-BAND) / RB-MINUTES(2, WS-BAND)
            PERFORM TestRegression
            IF WS-IS-REGRESSION = 1
                COMPUTE WS-NUM1 = WS-BAND - 1
                MOVE WS-CURRENT-AVG TO WS-NUM2
                MOVE WS-PREVIOUS-AVG TO WS-NUM3
                MOVE WS-CHANGE-PERCENT TO WS-NUM4
                MOVE RB-MINUTES(1, WS-BAND) TO WS-NUM5
                MOVE RB-MINUTES(2, WS-BAND) TO WS-NUM6
                MOVE SPACES TO REPORT-LINE
                STRING "  REGRESSION at " FUNCTION TRIM(WS-NUM1) " players"
                    DELIMITED BY SIZE INTO REPORT-LINE
                IF WS-BAND = 101
                    MOVE SPACES TO WS-LINE-SCRATCH
                    STRING FUNCTION TRIM(REPORT-LINE TRAILING) " or more"
                        DELIMITED BY SIZE INTO WS-LINE-SCRATCH
                    MOVE WS-LINE-SCRATCH TO REPORT-LINE
                END-IF
                MOVE SPACES TO WS-LINE-SCRATCH
                STRING FUNCTION TRIM(REPORT-LINE TRAILING) ": average tick "
                       FUNCTION TRIM(WS-NUM2) "us against " FUNCTION TRIM(WS-NUM3)
                       "us (+" FUNCTION TRIM(WS-NUM4) "%, " FUNCTION TRIM(WS-NUM5)
                       " and " FUNCTION TRIM(WS-NUM6) " minutes)"
                    DELIMITED BY SIZE INTO WS-LINE-SCRATCH
                MOVE WS-LINE-SCRATCH TO REPORT-LINE
                WRITE REPORT-LINE
            END-IF
        END-IF
    END-PERFORM

    PERFORM VARYING WS-HOUR FROM 1 BY 1 UNTIL WS-HOUR > 24
        IF RH-MINUTES(1, WS-HOUR) >= REGRESSION-MIN-MINUTES
                AND RH-MINUTES(2, WS-HOUR) >= REGRESSION-MIN-MINUTES
            COMPUTE WS-CURRENT-PLAYERS = RH-PLAYER-SUM(1, WS-HOUR) / RH-MINUTES(1, WS-HOUR)
            COMPUTE WS-PREVIOUS-PLAYERS = RH-PLAYER-SUM(2, WS-HOUR) / RH-MINUTES(2, WS-HOUR)
            IF WS-CURRENT-PLAYERS <= WS-PREVIOUS-PLAYERS
                ADD 1 TO WS-COMPARED
                MOVE RH-P95(1, WS-HOUR) TO WS-CURRENT-AVG
                MOVE RH-P95(2, WS-HOUR) TO WS-PREVIOUS-AVG
                PERFORM TestRegression
                IF WS-IS-REGRESSION = 1
                    COMPUTE WS-HOUR-TEXT = WS-HOUR - 1
                    MOVE WS-CURRENT-AVG TO WS-NUM2
                    MOVE WS-PREVIOUS-AVG TO WS-NUM3
                    MOVE WS-CHANGE-PERCENT TO WS-NUM4
                    MOVE WS-CURRENT-PLAYERS TO WS-NUM5
                    MOVE WS-PREVIOUS-PLAYERS TO WS-NUM6
                    MOVE SPACES TO REPORT-LINE
                    STRING "  REGRESSION at " WS-HOUR-TEXT ":00: p95 tick "
                           FUNCTION TRIM(WS-NUM2) "us against " FUNCTION TRIM(WS-NUM3)
                           "us (+" FUNCTION TRIM(WS-NUM4) "%) with " FUNCTION TRIM(WS-NUM5)
                           " players on average against " FUNCTION TRIM(WS-NUM6)
                        DELIMITED BY SIZE INTO REPORT-LINE
                    WRITE REPORT-LINE
                END-IF
            END-IF
        END-IF
    END-PERFORM

    MOVE SPACES TO REPORT-LINE
    EVALUATE TRUE
        WHEN WS-COMPARED = 0
            MOVE "  not enough overlapping data to compare" TO REPORT-LINE
        WHEN WS-REGRESSIONS = 0
            MOVE WS-COMPARED TO WS-NUM1
            STRING "  no regression in " FUNCTION TRIM(WS-NUM1) " comparisons"
                DELIMITED BY SIZE INTO REPORT-LINE
        WHEN OTHER
            MOVE WS-REGRESSIONS TO WS-NUM1
            MOVE WS-COMPARED TO WS-NUM2
            STRING "  " FUNCTION TRIM(WS-NUM1) " of " FUNCTION TRIM(WS-NUM2)
                   " comparisons flagged"
                DELIMITED BY SIZE INTO REPORT-LINE
    END-EVALUATE
    WRITE REPORT-LINE.

    EXIT SECTION.

TestRegression SECTION.
    *> WS-CURRENT-AVG against WS-PREVIOUS-AVG: up by REGRESSION-PERCENT and
    *> by REGRESSION-MIN-MICROS, so neither an idle server's jitter nor a
    *> busy one's noise trips it.
    MOVE 0 TO WS-IS-REGRESSION
    MOVE 0 TO WS-CHANGE-PERCENT
    IF WS-CURRENT-AVG <= WS-PREVIOUS-AVG
            OR WS-CURRENT-AVG - WS-PREVIOUS-AVG < REGRESSION-MIN-MICROS
        EXIT SECTION
    END-IF
    IF WS-PREVIOUS-AVG = 0
        MOVE 100 TO WS-CHANGE-PERCENT
    ELSE
        COMPUTE WS-CHANGE-PERCENT =
            (WS-CURRENT-AVG - WS-PREVIOUS-AVG) * 100 / WS-PREVIOUS-AVG
    END-IF
    IF WS-CHANGE-PERCENT >= REGRESSION-PERCENT
        MOVE 1 TO WS-IS-REGRESSION
        ADD 1 TO WS-REGRESSIONS
    END-IF.

    EXIT SECTION.

END PROGRAM trendreport.
