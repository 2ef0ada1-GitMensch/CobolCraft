*> --- errdigest ---
*> Morning error digest, for the maintenance window like reportgen: read the
*> server log Log-Emit writes -- server.log and every rotated server.log.*
*> beside it -- and boil the WARN and ERROR lines of a time window down to
*> one entry per kind of message. The input contract is Log-Write's line,
*> "[YYYY-MM-DD HH:MM:SS] [LEVEL] message". A message's kind is the message
*> with the particulars taken out: a 'quoted value' becomes '*', any word
*> with a digit in it (counts, coordinates, ids, file names with a uuid)
*> becomes #, and whatever follows the last ": " -- where the file, the
*> player or the offending line is named -- becomes *. Each kind is counted,
*> with its first and last time in the window and one full line as it was
*> logged. Kinds that were not in the previous digest, remembered in
*> errdigest-prev.dat, are marked NEW and listed first, and the program
*> exits 1 when there are any. The digest goes to errdigest-YYYYMMDD.txt.
*>
*> Usage: errdigest [<hours> | <from> [<to>]]
*>        <hours> back from now, default 24; <from>/<to> are YYYYMMDD[HH[MM[SS]]]
IDENTIFICATION DIVISION.
PROGRAM-ID. errdigest.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LOG-FILE ASSIGN TO WS-LOG-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-LOG-STATUS.
    SELECT REPORT-FILE ASSIGN TO WS-REPORT-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-REPORT-STATUS.
    SELECT SNAPSHOT-FILE ASSIGN TO "errdigest-prev.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-SNAP-STATUS.

DATA DIVISION.
FILE SECTION.
FD  LOG-FILE.
01  LOG-LINE                    PIC X(1024).
FD  REPORT-FILE.
01  REPORT-LINE                 PIC X(1100).
FD  SNAPSHOT-FILE.
01  SNAPSHOT-LINE               PIC X(256).

WORKING-STORAGE SECTION.
    01 FS-LOG-STATUS            PIC X(2).
    01 FS-REPORT-STATUS         PIC X(2).
    01 FS-SNAP-STATUS           PIC X(2).
    01 WS-COMMAND-LINE          PIC X(256).
    01 WS-FROM-TEXT             PIC X(64).
    01 WS-TO-TEXT               PIC X(64).
    01 WS-TEXT-LEN              BINARY-LONG.
    01 WS-LOG-NAME              PIC X(64).
    01 WS-FOUND                 BINARY-CHAR UNSIGNED.
    01 WS-REPORT-NAME           PIC X(32).
    01 WS-NOW                   PIC X(21).

    *> the window, as YYYYMMDDHHMMSS
    01 WS-FROM-STAMP            PIC X(14).
    01 WS-TO-STAMP              PIC X(14).
    01 DEFAULT-WINDOW-HOURS     BINARY-LONG VALUE 24.
    01 WS-HOURS                 BINARY-LONG.
    01 WS-WINDOW-MINUTES        BINARY-DOUBLE.
    01 WS-WINDOW-DAY            BINARY-LONG.
    01 WS-WINDOW-DATE           PIC 9(8).
    01 WS-WINDOW-HH             PIC 99.
    01 WS-WINDOW-MM             PIC 99.

    *> one entry per kind of message
    01 MAX-DIGEST-GROUPS        BINARY-LONG UNSIGNED VALUE 512.
    01 GROUP-COUNT              BINARY-LONG UNSIGNED VALUE 0.
    01 GROUP-TABLE.
        05 DG-ENTRY OCCURS 512 TIMES.
            10 DG-KEY               PIC X(240).
            10 DG-COUNT             BINARY-LONG UNSIGNED.
            10 DG-FIRST             PIC X(19).
            10 DG-LAST              PIC X(19).
            10 DG-SAMPLE            PIC X(1024).
            10 DG-NEW               BINARY-CHAR UNSIGNED.
            10 DG-LISTED            BINARY-CHAR UNSIGNED.
    01 WS-GROUP-INDEX           BINARY-LONG UNSIGNED.
    01 WS-BEST-INDEX            BINARY-LONG UNSIGNED.
    01 WS-LISTED                BINARY-LONG UNSIGNED.
    01 WS-OVERFLOW-LINES        BINARY-LONG UNSIGNED VALUE 0.

    *> the previous digest's kinds
    01 MAX-PREVIOUS-KEYS        BINARY-LONG UNSIGNED VALUE 512.
    01 PREVIOUS-KEY-COUNT       BINARY-LONG UNSIGNED VALUE 0.
    01 PREVIOUS-KEY-TABLE.
        05 PREVIOUS-KEY OCCURS 512 TIMES PIC X(240).
    01 WS-PREVIOUS-INDEX        BINARY-LONG UNSIGNED.
    01 WS-HAVE-PREVIOUS         BINARY-CHAR UNSIGNED VALUE 0.

    *> tallies
    01 WS-FILES-READ            BINARY-LONG UNSIGNED VALUE 0.
    01 WS-WARN-LINES            BINARY-LONG UNSIGNED VALUE 0.
    01 WS-ERROR-LINES           BINARY-LONG UNSIGNED VALUE 0.
    01 WS-NEW-GROUPS            BINARY-LONG UNSIGNED VALUE 0.

    *> line parsing and the message's kind
    01 WS-LINE-STAMP            PIC X(14).
    01 WS-LEVEL                 PIC X(5).
    01 WS-MESSAGE               PIC X(994).
    01 WS-MESSAGE-LEN           BINARY-LONG UNSIGNED.
    01 WS-KEY                   PIC X(240).
    01 WS-NORMAL                PIC X(240).
    01 WS-NORMAL-LEN            BINARY-LONG UNSIGNED.
    01 WS-IN-POS                BINARY-LONG UNSIGNED.
    01 WS-SCAN-POS              BINARY-LONG UNSIGNED.
    01 WS-TOKEN-LEN             BINARY-LONG UNSIGNED.
    01 WS-DIGITS                BINARY-LONG UNSIGNED.
    01 WS-CHAR                  PIC X.
    01 WS-LAST-CHAR             PIC X.

    *> report formatting
    01 WS-NUM1                  PIC -(9)9.
    01 WS-NUM2                  PIC -(9)9.
    01 WS-NUM3                  PIC -(9)9.
    01 WS-NUM4                  PIC -(9)9.
    01 WS-MARK                  PIC X(6).

PROCEDURE DIVISION.
Main.
    ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
    MOVE SPACES TO WS-FROM-TEXT WS-TO-TEXT
    UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE INTO WS-FROM-TEXT WS-TO-TEXT
    MOVE FUNCTION CURRENT-DATE TO WS-NOW
    PERFORM ParseWindow

    CALL "Dir-FindFirst" USING "server.log*" WS-LOG-NAME WS-FOUND
    PERFORM UNTIL WS-FOUND = 0
        PERFORM DigestLogFile
        CALL "Dir-FindNext" USING WS-LOG-NAME WS-FOUND
    END-PERFORM
    IF WS-FILES-READ = 0
        DISPLAY "errdigest: no server.log files to read"
        STOP RUN RETURNING 1
    END-IF

    PERFORM LoadPreviousDigest
    PERFORM VARYING WS-GROUP-INDEX FROM 1 BY 1 UNTIL WS-GROUP-INDEX > GROUP-COUNT
        PERFORM MarkIfNew
    END-PERFORM

    MOVE SPACES TO WS-REPORT-NAME
    STRING "errdigest-" WS-NOW(1:8) ".txt" DELIMITED BY SIZE INTO WS-REPORT-NAME
    PERFORM WriteReport
    PERFORM WriteSnapshot

    MOVE WS-FILES-READ TO WS-NUM1
    MOVE GROUP-COUNT TO WS-NUM2
    MOVE WS-NEW-GROUPS TO WS-NUM3
    DISPLAY "errdigest: " FUNCTION TRIM(WS-NUM1) " log file(s) read, "
        FUNCTION TRIM(WS-NUM2) " kind(s) of message, " FUNCTION TRIM(WS-NUM3)
        " new; wrote " FUNCTION TRIM(WS-REPORT-NAME)
    IF WS-NEW-GROUPS > 0
        STOP RUN RETURNING 1
    END-IF
    STOP RUN.

ParseWindow SECTION.
    *> Nothing, or a small number: that many hours back from now.
    IF WS-TO-TEXT = SPACES
            AND FUNCTION LENGTH(FUNCTION TRIM(WS-FROM-TEXT)) <= 4
        IF WS-FROM-TEXT = SPACES
            MOVE DEFAULT-WINDOW-HOURS TO WS-HOURS
        ELSE
            IF FUNCTION TEST-NUMVAL(WS-FROM-TEXT) NOT = 0
                    OR FUNCTION NUMVAL(WS-FROM-TEXT) < 1
                PERFORM ShowUsage
            END-IF
            COMPUTE WS-HOURS = FUNCTION NUMVAL(WS-FROM-TEXT)
        END-IF
        COMPUTE WS-WINDOW-MINUTES =
            FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-NOW(1:8))) * 1440
            + FUNCTION NUMVAL(WS-NOW(9:2)) * 60 + FUNCTION NUMVAL(WS-NOW(11:2))
            - WS-HOURS * 60
        COMPUTE WS-WINDOW-DAY = WS-WINDOW-MINUTES / 1440
        COMPUTE WS-WINDOW-DATE = FUNCTION DATE-OF-INTEGER(WS-WINDOW-DAY)
        COMPUTE WS-WINDOW-HH = FUNCTION MOD(WS-WINDOW-MINUTES, 1440) / 60
        COMPUTE WS-WINDOW-MM = FUNCTION MOD(WS-WINDOW-MINUTES, 60)
        STRING WS-WINDOW-DATE WS-WINDOW-HH WS-WINDOW-MM WS-NOW(13:2)
            DELIMITED BY SIZE INTO WS-FROM-STAMP
        MOVE WS-NOW(1:14) TO WS-TO-STAMP
        EXIT SECTION
    END-IF

    *> A short <from> starts at the beginning of its period, a short <to>
    *> runs to its end; no <to> runs to now.
    COMPUTE WS-TEXT-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-FROM-TEXT))
    IF WS-TEXT-LEN < 8 OR WS-TEXT-LEN > 14
            OR WS-FROM-TEXT(1:WS-TEXT-LEN) IS NOT NUMERIC
        PERFORM ShowUsage
    END-IF
    MOVE ALL "0" TO WS-FROM-STAMP
    MOVE WS-FROM-TEXT(1:WS-TEXT-LEN) TO WS-FROM-STAMP(1:WS-TEXT-LEN)
    IF WS-TO-TEXT = SPACES
        MOVE WS-NOW(1:14) TO WS-TO-STAMP
    ELSE
        COMPUTE WS-TEXT-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-TO-TEXT))
        IF WS-TEXT-LEN < 8 OR WS-TEXT-LEN > 14
                OR WS-TO-TEXT(1:WS-TEXT-LEN) IS NOT NUMERIC
            PERFORM ShowUsage
        END-IF
        MOVE "235959" TO WS-TO-STAMP(9:6)
        MOVE WS-TO-TEXT(1:WS-TEXT-LEN) TO WS-TO-STAMP(1:WS-TEXT-LEN)
    END-IF
    IF WS-FROM-STAMP > WS-TO-STAMP
        DISPLAY "errdigest: <from> is after <to>"
        STOP RUN RETURNING 1
    END-IF.

    EXIT SECTION.

ShowUsage SECTION.
    DISPLAY "usage: errdigest [<hours> | <from> [<to>]]"
    DISPLAY "       <hours> back from now, default 24; <from>/<to> are YYYYMMDD[HH[MM[SS]]]"
    STOP RUN RETURNING 1.

    EXIT SECTION.

DigestLogFile SECTION.
    OPEN INPUT LOG-FILE
    IF FS-LOG-STATUS NOT = "00"
        DISPLAY "errdigest: cannot open " FUNCTION TRIM(WS-LOG-NAME)
        EXIT SECTION
    END-IF
    ADD 1 TO WS-FILES-READ
    PERFORM UNTIL FS-LOG-STATUS = "10"
        READ LOG-FILE
            AT END
                MOVE "10" TO FS-LOG-STATUS
            NOT AT END
                PERFORM DigestLine
        END-READ
    END-PERFORM
    CLOSE LOG-FILE.

    EXIT SECTION.

DigestLine SECTION.
    *> "[YYYY-MM-DD HH:MM:SS] [LEVEL] message" -- all fixed-position up to
    *> the message.
    IF LOG-LINE(1:1) NOT = "[" OR LOG-LINE(21:3) NOT = "] [" OR LOG-LINE(29:2) NOT = "] "
        EXIT SECTION
    END-IF
    MOVE LOG-LINE(24:5) TO WS-LEVEL
    IF WS-LEVEL NOT = "WARN " AND WS-LEVEL NOT = "ERROR"
        EXIT SECTION
    END-IF
    STRING LOG-LINE(2:4) LOG-LINE(7:2) LOG-LINE(10:2) LOG-LINE(13:2)
           LOG-LINE(16:2) LOG-LINE(19:2)
        DELIMITED BY SIZE INTO WS-LINE-STAMP
    IF WS-LINE-STAMP IS NOT NUMERIC
            OR WS-LINE-STAMP < WS-FROM-STAMP OR WS-LINE-STAMP > WS-TO-STAMP
        EXIT SECTION
    END-IF
    IF WS-LEVEL = "ERROR"
        ADD 1 TO WS-ERROR-LINES
    ELSE
        ADD 1 TO WS-WARN-LINES
    END-IF

    MOVE LOG-LINE(31:) TO WS-MESSAGE
    PERFORM NormalizeMessage
    MOVE SPACES TO WS-KEY
    STRING WS-LEVEL " " WS-NORMAL DELIMITED BY SIZE INTO WS-KEY

    PERFORM VARYING WS-GROUP-INDEX FROM 1 BY 1 UNTIL WS-GROUP-INDEX > GROUP-COUNT
        IF DG-KEY(WS-GROUP-INDEX) = WS-KEY
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-GROUP-INDEX > GROUP-COUNT
        IF GROUP-COUNT >= MAX-DIGEST-GROUPS
            ADD 1 TO WS-OVERFLOW-LINES
            EXIT SECTION
        END-IF
        ADD 1 TO GROUP-COUNT
        MOVE GROUP-COUNT TO WS-GROUP-INDEX
        INITIALIZE DG-ENTRY(WS-GROUP-INDEX)
        MOVE WS-KEY TO DG-KEY(WS-GROUP-INDEX)
        MOVE LOG-LINE(2:19) TO DG-FIRST(WS-GROUP-INDEX)
        MOVE LOG-LINE(2:19) TO DG-LAST(WS-GROUP-INDEX)
        MOVE LOG-LINE TO DG-SAMPLE(WS-GROUP-INDEX)
    END-IF
    ADD 1 TO DG-COUNT(WS-GROUP-INDEX)
    *> The rotated files are read in whatever order the directory gives, so
    *> first and last are decided by the timestamps themselves.
    IF LOG-LINE(2:19) < DG-FIRST(WS-GROUP-INDEX)
        MOVE LOG-LINE(2:19) TO DG-FIRST(WS-GROUP-INDEX)
    END-IF
    IF LOG-LINE(2:19) > DG-LAST(WS-GROUP-INDEX)
        MOVE LOG-LINE(2:19) TO DG-LAST(WS-GROUP-INDEX)
        MOVE LOG-LINE TO DG-SAMPLE(WS-GROUP-INDEX)
    END-IF.

    EXIT SECTION.

NormalizeMessage SECTION.
    *> WS-MESSAGE with its particulars taken out, into WS-NORMAL.
    MOVE SPACES TO WS-NORMAL
    MOVE 0 TO WS-NORMAL-LEN
    COMPUTE WS-MESSAGE-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-MESSAGE TRAILING))
    IF WS-MESSAGE = SPACES
        EXIT SECTION
    END-IF
    MOVE 1 TO WS-IN-POS
    PERFORM UNTIL WS-IN-POS > WS-MESSAGE-LEN OR WS-NORMAL-LEN >= 230
        MOVE WS-MESSAGE(WS-IN-POS:1) TO WS-CHAR
        EVALUATE TRUE
            WHEN WS-CHAR = SPACE
                ADD 1 TO WS-NORMAL-LEN
                ADD 1 TO WS-IN-POS
            WHEN WS-CHAR = "'" AND (WS-IN-POS = 1 OR WS-MESSAGE(WS-IN-POS - 1:1) = SPACE)
                PERFORM MaskQuoted
            WHEN OTHER
                PERFORM MaskToken
        END-EVALUATE
    END-PERFORM

    *> Whatever follows the last ": " names the particular file, player or
    *> line.
    PERFORM VARYING WS-SCAN-POS FROM WS-NORMAL-LEN BY -1 UNTIL WS-SCAN-POS < 2
        IF WS-NORMAL(WS-SCAN-POS - 1:2) = ": "
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-SCAN-POS >= 2 AND WS-SCAN-POS < WS-NORMAL-LEN
        MOVE "*" TO WS-NORMAL(WS-SCAN-POS + 1:)
        COMPUTE WS-NORMAL-LEN = WS-SCAN-POS + 1
    END-IF.

    EXIT SECTION.

MaskQuoted SECTION.
    *> A quote opening a word runs to the next quote that closes one -- so
    *> the apostrophe in "world's" neither opens nor closes anything.
    PERFORM VARYING WS-SCAN-POS FROM WS-IN-POS BY 1 UNTIL WS-SCAN-POS >= WS-MESSAGE-LEN
        IF WS-MESSAGE(WS-SCAN-POS + 1:1) = "'"
            IF WS-SCAN-POS + 1 = WS-MESSAGE-LEN
                ADD 1 TO WS-SCAN-POS
                EXIT PERFORM
            END-IF
            IF WS-MESSAGE(WS-SCAN-POS + 2:1) IS NOT ALPHABETIC
                    OR WS-MESSAGE(WS-SCAN-POS + 2:1) = SPACE
                ADD 1 TO WS-SCAN-POS
                EXIT PERFORM
            END-IF
        END-IF
    END-PERFORM
    MOVE "'*'" TO WS-NORMAL(WS-NORMAL-LEN + 1:3)
    ADD 3 TO WS-NORMAL-LEN
    COMPUTE WS-IN-POS = WS-SCAN-POS + 1.

    EXIT SECTION.

MaskToken SECTION.
    *> A word with a digit anywhere in it is a number, an id or a numbered
    *> file: #, keeping any punctuation that ends it.
    MOVE 0 TO WS-TOKEN-LEN
    INSPECT WS-MESSAGE(WS-IN-POS:WS-MESSAGE-LEN - WS-IN-POS + 1)
        TALLYING WS-TOKEN-LEN FOR CHARACTERS BEFORE INITIAL SPACE
    MOVE 0 TO WS-DIGITS
    INSPECT WS-MESSAGE(WS-IN-POS:WS-TOKEN-LEN) TALLYING WS-DIGITS
        FOR ALL "0" ALL "1" ALL "2" ALL "3" ALL "4" ALL "5" ALL "6" ALL "7" ALL "8" ALL "9"
    IF WS-DIGITS = 0
        IF WS-NORMAL-LEN + WS-TOKEN-LEN > 230
            COMPUTE WS-TOKEN-LEN = 230 - WS-NORMAL-LEN
        END-IF
        MOVE WS-MESSAGE(WS-IN-POS:WS-TOKEN-LEN) TO WS-NORMAL(WS-NORMAL-LEN + 1:WS-TOKEN-LEN)
        ADD WS-TOKEN-LEN TO WS-NORMAL-LEN
    ELSE
        MOVE "#" TO WS-NORMAL(WS-NORMAL-LEN + 1:1)
        ADD 1 TO WS-NORMAL-LEN
        MOVE WS-MESSAGE(WS-IN-POS + WS-TOKEN-LEN - 1:1) TO WS-LAST-CHAR
        IF WS-LAST-CHAR = "," OR WS-LAST-CHAR = ";" OR WS-LAST-CHAR = ":"
                OR WS-LAST-CHAR = "."
            MOVE WS-LAST-CHAR TO WS-NORMAL(WS-NORMAL-LEN + 1:1)
            ADD 1 TO WS-NORMAL-LEN
        END-IF
    END-IF
    ADD WS-TOKEN-LEN TO WS-IN-POS.

    EXIT SECTION.

LoadPreviousDigest SECTION.
    *> errdigest-prev.dat: the kinds the last run saw, one "LEVEL message"
    *> key per line.
    OPEN INPUT SNAPSHOT-FILE
    IF FS-SNAP-STATUS NOT = "00"
        EXIT SECTION
    END-IF
    MOVE 1 TO WS-HAVE-PREVIOUS
    PERFORM UNTIL FS-SNAP-STATUS = "10"
        READ SNAPSHOT-FILE
            AT END
                MOVE "10" TO FS-SNAP-STATUS
            NOT AT END
                IF SNAPSHOT-LINE NOT = SPACES
                        AND PREVIOUS-KEY-COUNT < MAX-PREVIOUS-KEYS
                    ADD 1 TO PREVIOUS-KEY-COUNT
                    MOVE SNAPSHOT-LINE TO PREVIOUS-KEY(PREVIOUS-KEY-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE SNAPSHOT-FILE.

    EXIT SECTION.

MarkIfNew SECTION.
    *> On the very first run there is nothing to be new against.
    IF WS-HAVE-PREVIOUS = 0
        EXIT SECTION
    END-IF
    PERFORM VARYING WS-PREVIOUS-INDEX FROM 1 BY 1
            UNTIL WS-PREVIOUS-INDEX > PREVIOUS-KEY-COUNT
        IF PREVIOUS-KEY(WS-PREVIOUS-INDEX) = DG-KEY(WS-GROUP-INDEX)
            EXIT SECTION
        END-IF
    END-PERFORM
    MOVE 1 TO DG-NEW(WS-GROUP-INDEX)
    ADD 1 TO WS-NEW-GROUPS.

    EXIT SECTION.

WriteReport SECTION.
    OPEN OUTPUT REPORT-FILE
    IF FS-REPORT-STATUS NOT = "00"
        DISPLAY "errdigest: cannot write " FUNCTION TRIM(WS-REPORT-NAME)
        STOP RUN RETURNING 1
    END-IF

    MOVE SPACES TO REPORT-LINE
    STRING "Error digest for " WS-FROM-STAMP(1:4) "-" WS-FROM-STAMP(5:2) "-"
           WS-FROM-STAMP(7:2) " " WS-FROM-STAMP(9:2) ":" WS-FROM-STAMP(11:2)
           " to " WS-TO-STAMP(1:4) "-" WS-TO-STAMP(5:2) "-" WS-TO-STAMP(7:2) " "
           WS-TO-STAMP(9:2) ":" WS-TO-STAMP(11:2)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-ERROR-LINES TO WS-NUM1
    MOVE WS-WARN-LINES TO WS-NUM2
    MOVE GROUP-COUNT TO WS-NUM3
    MOVE WS-NEW-GROUPS TO WS-NUM4
    MOVE SPACES TO REPORT-LINE
    STRING FUNCTION TRIM(WS-NUM1) " errors and " FUNCTION TRIM(WS-NUM2)
           " warnings in " FUNCTION TRIM(WS-NUM3) " kinds, " FUNCTION TRIM(WS-NUM4)
           " of them new since the previous digest"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    IF WS-HAVE-PREVIOUS = 0
        MOVE "(no previous digest: nothing is marked new this time)" TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    IF WS-OVERFLOW-LINES > 0
        MOVE WS-OVERFLOW-LINES TO WS-NUM1
        MOVE SPACES TO REPORT-LINE
        STRING "(" FUNCTION TRIM(WS-NUM1) " more lines of kinds beyond the first "
               "512 are not listed)"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF

    *> New kinds first, then errors before warnings, most frequent first.
    PERFORM VARYING WS-LISTED FROM 1 BY 1 UNTIL WS-LISTED > GROUP-COUNT
        MOVE 0 TO WS-BEST-INDEX
        PERFORM VARYING WS-GROUP-INDEX FROM 1 BY 1 UNTIL WS-GROUP-INDEX > GROUP-COUNT
            IF DG-LISTED(WS-GROUP-INDEX) = 0
                PERFORM CompareWithBest
            END-IF
        END-PERFORM
        MOVE 1 TO DG-LISTED(WS-BEST-INDEX)
        PERFORM WriteGroup
    END-PERFORM

    CLOSE REPORT-FILE.

    EXIT SECTION.

CompareWithBest SECTION.
    EVALUATE TRUE
        WHEN WS-BEST-INDEX = 0
            CONTINUE
        WHEN DG-NEW(WS-GROUP-INDEX) NOT = DG-NEW(WS-BEST-INDEX)
            IF DG-NEW(WS-GROUP-INDEX) < DG-NEW(WS-BEST-INDEX)
                EXIT SECTION
            END-IF
        WHEN DG-KEY(WS-GROUP-INDEX)(1:5) NOT = DG-KEY(WS-BEST-INDEX)(1:5)
            IF DG-KEY(WS-GROUP-INDEX)(1:5) NOT = "ERROR"
                EXIT SECTION
            END-IF
        WHEN DG-COUNT(WS-GROUP-INDEX) <= DG-COUNT(WS-BEST-INDEX)
            EXIT SECTION
    END-EVALUATE
    MOVE WS-GROUP-INDEX TO WS-BEST-INDEX.

    EXIT SECTION.

WriteGroup SECTION.
    MOVE SPACES TO WS-MARK
    IF DG-NEW(WS-BEST-INDEX) = 1
        MOVE "NEW" TO WS-MARK
    END-IF
    MOVE DG-COUNT(WS-BEST-INDEX) TO WS-NUM1
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    STRING WS-MARK FUNCTION TRIM(DG-KEY(WS-BEST-INDEX)(1:5)) " x"
           FUNCTION TRIM(WS-NUM1) "  " FUNCTION TRIM(DG-KEY(WS-BEST-INDEX)(7:))
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "      first " DG-FIRST(WS-BEST-INDEX) ", last " DG-LAST(WS-BEST-INDEX)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "      " FUNCTION TRIM(DG-SAMPLE(WS-BEST-INDEX))
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE.

    EXIT SECTION.

WriteSnapshot SECTION.
    OPEN OUTPUT SNAPSHOT-FILE
    IF FS-SNAP-STATUS NOT = "00"
        DISPLAY "errdigest: cannot write errdigest-prev.dat"
        STOP RUN RETURNING 1
    END-IF
    PERFORM VARYING WS-GROUP-INDEX FROM 1 BY 1 UNTIL WS-GROUP-INDEX > GROUP-COUNT
        MOVE DG-KEY(WS-GROUP-INDEX) TO SNAPSHOT-LINE
        WRITE SNAPSHOT-LINE
    END-PERFORM
    CLOSE SNAPSHOT-FILE.

    EXIT SECTION.

END PROGRAM errdigest.
