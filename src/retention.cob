*> --- Retention-Run ---
*> The retention job for the files the server and its offline tools leave
*> behind every day: audit-YYYYMMDD.log, metrics-YYYYMMDD.csv, the report,
*> leaderboard and other report outputs, and the rotated server logs. Each
*> file family in retention.conf names a Dir-FindFirst pattern and three ages
*> in days, counted from the date in the file name (the first YYYYMMDD in it)
*> or, for names without one, the file's modification date:
*>
*>   keep-live  how long a file stays as it is; from this age on it is
*>              compressed into its month's archive,
*>              archives/<family>-YYYYMM.zar, and removed. Nothing younger
*>              is ever touched -- at least 1, so the file today's server
*>              is still appending to is safe
*>   archive    once the whole month is this old, the month's archive is
*>              closed: its .idx gets a closing line with the member count
*>              and size, and nothing is ever added to it again. A late file
*>              for a closed month stays live until its delete age
*>   delete     from this age on a live file is deleted outright, and so is
*>              a monthly archive once the whole month has passed it
*>
*> An age of 0 switches that step off for the family: keep-live 0 archives
*> nothing, archive 0 never closes a month, delete 0 keeps everything.
*> Nothing named in legal-hold.conf (a file name, or a prefix ending in "*")
*> is archived or deleted, and neither is an archive holding one; the job
*> says so instead. Every action goes into the manifest,
*> retention-YYYYMMDD.txt, with the archive each file went to -- the job's
*> own audit trail.
*>
*> Archive layout: per file a 96-byte member header ("ZAR1", name X(64), raw
*> size 9(12), chunk count 9(8), 8 spare), then per 32KiB chunk a 16-byte
*> header (raw and compressed lengths, 9(8) each) and the zlib-compressed
*> bytes. Beside it, archives/<family>-YYYYMM.idx lists each member's name,
*> offset, size, file date and archive date; a member only counts once its
*> .idx line is down, and only then is the live file removed, so a job cut
*> off part-way never loses a file. A closed archive's .idx ends with
*> "#closed,<members>,<archive bytes>,<closed on>".
*>
*> With LK-PLAN-ONLY = 1 nothing changes: the same list goes to
*> retention-plan-YYYYMMDD.txt. Run from the console/RCON "retention"
*> command (so from a schedule.conf entry) or the offline retention program.
IDENTIFICATION DIVISION.
PROGRAM-ID. Retention-Run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT POLICY-FILE ASSIGN TO "retention.conf"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-POLICY-STATUS.
    SELECT HOLD-FILE ASSIGN TO "legal-hold.conf"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-HOLD-STATUS.
    SELECT MANIFEST-FILE ASSIGN TO WS-MANIFEST-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-MANIFEST-STATUS.
    SELECT INDEX-FILE ASSIGN TO WS-INDEX-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-INDEX-STATUS.

DATA DIVISION.
FILE SECTION.
FD  POLICY-FILE.
01  POLICY-LINE                 PIC X(200).
FD  HOLD-FILE.
01  HOLD-LINE                   PIC X(200).
FD  MANIFEST-FILE.
01  MANIFEST-LINE               PIC X(256).
FD  INDEX-FILE.
01  INDEX-LINE                  PIC X(160).

WORKING-STORAGE SECTION.
    01 FS-POLICY-STATUS         PIC X(2).
    01 FS-HOLD-STATUS           PIC X(2).
    01 FS-MANIFEST-STATUS       PIC X(2).
    01 FS-INDEX-STATUS          PIC X(2).
    01 WS-NOW                   PIC X(21).
    01 WS-STAMP                 PIC X(19).
    01 WS-TODAY                 BINARY-LONG.
    01 WS-MANIFEST-NAME         PIC X(64).
    01 WS-MANIFEST-OPEN         BINARY-CHAR UNSIGNED.
    01 WS-OUT                   PIC X(256).
    *> retention.conf: <family>,<pattern>,<keep-live>,<archive>,<delete>
    01 MAX-RETENTION-FAMILIES   BINARY-LONG UNSIGNED VALUE 32.
    01 WS-FAMILY-COUNT          BINARY-LONG UNSIGNED.
    01 WS-FAMILIES.
        05 WS-FAMILY OCCURS 32 TIMES.
            10 WS-FAMILY-NAME       PIC X(16).
            10 WS-FAMILY-PATTERN    PIC X(32).
            10 WS-FAMILY-KEEP-LIVE  BINARY-LONG.
            10 WS-FAMILY-ARCHIVE    BINARY-LONG.
            10 WS-FAMILY-DELETE     BINARY-LONG.
    01 WS-FAMILY-INDEX          BINARY-LONG UNSIGNED.
    01 WS-FIELDS.
        05 WS-FIELD OCCURS 5 TIMES PIC X(64).
    01 WS-FIELD-INDEX           BINARY-LONG UNSIGNED.
    01 WS-FIELD-OK              BINARY-CHAR UNSIGNED.
    *> legal-hold.conf: <file name or prefix*>[,<note>]
    01 MAX-LEGAL-HOLDS          BINARY-LONG UNSIGNED VALUE 128.
    01 WS-HOLD-COUNT            BINARY-LONG UNSIGNED.
    01 WS-HOLDS.
        05 WS-HOLD OCCURS 128 TIMES.
            10 WS-HOLD-NAME         PIC X(64).
            *> 0 for an exact name, else the length of the prefix before "*"
            10 WS-HOLD-PREFIX-LEN   BINARY-LONG UNSIGNED.
    01 WS-HOLD-INDEX            BINARY-LONG UNSIGNED.
    01 WS-HOLD-TEXT             PIC X(64).
    01 WS-CHECK-NAME            PIC X(64).
    01 WS-HELD                  BINARY-CHAR UNSIGNED.
    *> the file being considered
    01 WS-ENTRY-NAME            PIC X(64).
    01 WS-FOUND                 BINARY-CHAR UNSIGNED.
    01 WS-NAME-LEN              BINARY-LONG UNSIGNED.
    01 WS-POS                   BINARY-LONG UNSIGNED.
    01 WS-FILE-DATE             PIC 9(8).
    01 WS-FILE-DATE-X REDEFINES WS-FILE-DATE PIC X(8).
    01 WS-DATE-OK               BINARY-CHAR UNSIGNED.
    01 WS-AGE                   BINARY-LONG.
    01 WS-FLOOR                 BINARY-LONG.
    01 WS-FILE-DETAILS.
        05 WS-FILE-SIZE         PIC X(8) COMP-X.
        05 WS-FILE-DAY          PIC X COMP-X.
        05 WS-FILE-MONTH        PIC X COMP-X.
        05 WS-FILE-YEAR         PIC XX COMP-X.
        05 FILLER               PIC X(4).
    *> archive writing
    01 WS-ARCHIVE-NAME          PIC X(64).
    01 WS-INDEX-NAME            PIC X(64).
    01 WS-ARCHIVE-OK            BINARY-CHAR UNSIGNED.
    01 WS-READ-MODE             PIC X COMP-X VALUE 1.
    01 WS-WRITE-MODE            PIC X COMP-X VALUE 2.
    01 WS-UPDATE-MODE           PIC X COMP-X VALUE 3.
    01 WS-DENY-MODE             PIC X COMP-X VALUE 0.
    01 WS-DEVICE                PIC X COMP-X VALUE 0.
    01 WS-IN-HANDLE             PIC X(4).
    01 WS-OUT-HANDLE            PIC X(4).
    01 WS-OFFSET                PIC X(8) COMP-X.
    01 WS-COUNT                 PIC X(4) COMP-X.
    01 WS-FLAGS                 PIC X COMP-X.
    01 C-FLAG-FILE-SIZE         PIC X COMP-X VALUE 128.
    01 C-FLAG-READ              PIC X COMP-X VALUE 0.
    01 C-FLAG-WRITE             PIC X COMP-X VALUE 0.
    01 WS-SOURCE-SIZE           BINARY-DOUBLE UNSIGNED.
    01 WS-SOURCE-OFFSET         BINARY-DOUBLE UNSIGNED.
    01 WS-MEMBER-OFFSET         BINARY-DOUBLE UNSIGNED.
    01 WS-WRITE-OFFSET          BINARY-DOUBLE UNSIGNED.
    01 WS-CHUNK-SIZE            BINARY-LONG UNSIGNED VALUE 32768.
    01 WS-CHUNK-COUNT           BINARY-LONG UNSIGNED.
    01 WS-CHUNK-INDEX           BINARY-LONG UNSIGNED.
    01 WS-RAW-LENGTH            BINARY-LONG UNSIGNED.
    01 WS-RAW-BUFFER            PIC X(32768).
    01 WS-COMPRESSED-LENGTH     BINARY-LONG UNSIGNED.
    01 WS-COMPRESSED-BUFFER     PIC X(65536).
    01 WS-MEMBER-HEADER.
        05 WS-MEMBER-MAGIC      PIC X(4).
        05 WS-MEMBER-NAME       PIC X(64).
        05 WS-MEMBER-SIZE       PIC 9(12).
        05 WS-MEMBER-CHUNKS     PIC 9(8).
        05 FILLER               PIC X(8).
    01 WS-CHUNK-HEADER.
        05 WS-CHUNK-RAW         PIC 9(8).
        05 WS-CHUNK-PACKED      PIC 9(8).
    *> archive expiry
    01 WS-ARCHIVE-PATTERN       PIC X(64).
    01 WS-MONTH-TEXT            PIC X(6).
    01 WS-MONTH-NUM             PIC 9(6).
    01 WS-MONTH-END             BINARY-LONG.
    01 WS-NEXT-YEAR             BINARY-LONG.
    01 WS-NEXT-MONTH            BINARY-LONG.
    01 WS-MEMBER-COUNT          BINARY-LONG UNSIGNED.
    01 WS-HELD-MEMBER           PIC X(64).
    01 WS-ARCHIVE-CLOSED        BINARY-CHAR UNSIGNED.
    01 WS-MONTH-AGE             BINARY-LONG.
    *> tallies
    01 WS-ARCHIVED              BINARY-LONG UNSIGNED.
    01 WS-DELETED               BINARY-LONG UNSIGNED.
    01 WS-ARCHIVES-DELETED      BINARY-LONG UNSIGNED.
    01 WS-ARCHIVES-CLOSED       BINARY-LONG UNSIGNED.
    01 WS-HELD-COUNT            BINARY-LONG UNSIGNED.
    01 WS-ARCHIVED-BYTES        BINARY-DOUBLE UNSIGNED.
    01 WS-NUM1                  PIC Z(11)9.
    01 WS-NUM2                  PIC Z(11)9.
    01 WS-NUM3                  PIC Z(11)9.
    01 WS-NUM4                  PIC Z(11)9.
    01 WS-NUM5                  PIC Z(11)9.
    01 WS-NUM6                  PIC Z(11)9.
    01 WS-LOG-MSG               PIC X(256).
LINKAGE SECTION.
    01 LK-PLAN-ONLY             BINARY-CHAR UNSIGNED.
    01 LK-FAILED                BINARY-LONG UNSIGNED.
    01 LK-RESPONSE              PIC X ANY LENGTH.
    01 LK-RESPONSE-LENGTH       BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-PLAN-ONLY LK-FAILED LK-RESPONSE LK-RESPONSE-LENGTH.
    MOVE 0 TO LK-FAILED
    MOVE 0 TO WS-ARCHIVED WS-DELETED WS-ARCHIVES-DELETED WS-HELD-COUNT
    MOVE 0 TO WS-ARCHIVES-CLOSED
    MOVE 0 TO WS-ARCHIVED-BYTES
    MOVE 0 TO WS-MANIFEST-OPEN
    MOVE SPACES TO LK-RESPONSE
    MOVE FUNCTION CURRENT-DATE TO WS-NOW
    COMPUTE WS-TODAY = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-NOW(1:8)))
    MOVE SPACES TO WS-STAMP
    STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2) " "
           WS-NOW(9:2) ":" WS-NOW(11:2) ":" WS-NOW(13:2)
        DELIMITED BY SIZE INTO WS-STAMP

    PERFORM LoadPolicy
    IF WS-FAMILY-COUNT = 0
        MOVE "Retention: retention.conf lists no file families; nothing done"
            TO LK-RESPONSE
        COMPUTE LK-RESPONSE-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(LK-RESPONSE))
        GOBACK
    END-IF
    PERFORM LoadHolds

    MOVE SPACES TO WS-MANIFEST-NAME
    IF LK-PLAN-ONLY = 1
        STRING "retention-plan-" WS-NOW(1:8) ".txt" DELIMITED BY SIZE
            INTO WS-MANIFEST-NAME
        OPEN OUTPUT MANIFEST-FILE
    ELSE
        STRING "retention-" WS-NOW(1:8) ".txt" DELIMITED BY SIZE
            INTO WS-MANIFEST-NAME
        OPEN EXTEND MANIFEST-FILE
        IF FS-MANIFEST-STATUS NOT = "00"
            OPEN OUTPUT MANIFEST-FILE
        END-IF
        CALL "CBL_CREATE_DIR" USING "archives"
        MOVE 0 TO RETURN-CODE
    END-IF
    IF FS-MANIFEST-STATUS = "00"
        MOVE 1 TO WS-MANIFEST-OPEN
    END-IF

    MOVE SPACES TO WS-OUT
    IF LK-PLAN-ONLY = 1
        STRING "run started (plan only -- nothing is changed)" DELIMITED BY SIZE
            INTO WS-OUT
    ELSE
        STRING "run started" DELIMITED BY SIZE INTO WS-OUT
    END-IF
    PERFORM WriteManifest

    PERFORM VARYING WS-FAMILY-INDEX FROM 1 BY 1 UNTIL WS-FAMILY-INDEX > WS-FAMILY-COUNT
        PERFORM SweepFamily
        IF WS-FAMILY-ARCHIVE(WS-FAMILY-INDEX) > 0 OR WS-FAMILY-DELETE(WS-FAMILY-INDEX) > 0
            PERFORM ExpireArchives
        END-IF
    END-PERFORM

    MOVE WS-ARCHIVED TO WS-NUM1
    MOVE WS-DELETED TO WS-NUM2
    MOVE WS-ARCHIVES-DELETED TO WS-NUM3
    MOVE WS-HELD-COUNT TO WS-NUM4
    MOVE LK-FAILED TO WS-NUM5
    MOVE WS-ARCHIVES-CLOSED TO WS-NUM6
    MOVE SPACES TO LK-RESPONSE
    IF LK-PLAN-ONLY = 1
        STRING "Retention plan: would archive " FUNCTION TRIM(WS-NUM1)
               " files, close " FUNCTION TRIM(WS-NUM6) " archives, delete "
               FUNCTION TRIM(WS-NUM2) " files and "
               FUNCTION TRIM(WS-NUM3) " archives; " FUNCTION TRIM(WS-NUM4)
               " held; see " FUNCTION TRIM(WS-MANIFEST-NAME)
            DELIMITED BY SIZE INTO LK-RESPONSE
    ELSE
        STRING "Retention: archived " FUNCTION TRIM(WS-NUM1)
               " files, closed " FUNCTION TRIM(WS-NUM6) " archives, deleted "
               FUNCTION TRIM(WS-NUM2) " files and "
               FUNCTION TRIM(WS-NUM3) " archives; " FUNCTION TRIM(WS-NUM4)
               " held, " FUNCTION TRIM(WS-NUM5) " failed; manifest "
               FUNCTION TRIM(WS-MANIFEST-NAME)
            DELIMITED BY SIZE INTO LK-RESPONSE
    END-IF
    COMPUTE LK-RESPONSE-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(LK-RESPONSE))

    MOVE SPACES TO WS-OUT
    STRING "run finished: " LK-RESPONSE(1:LK-RESPONSE-LENGTH) DELIMITED BY SIZE
        INTO WS-OUT
    PERFORM WriteManifest
    IF WS-MANIFEST-OPEN = 1
        CLOSE MANIFEST-FILE
    END-IF

    IF LK-PLAN-ONLY = 0
        MOVE LK-RESPONSE(1:LK-RESPONSE-LENGTH) TO WS-LOG-MSG
        CALL "Audit-Log" USING WS-LOG-MSG
    END-IF
    GOBACK.

*> retention.conf, skipping lines that could only do the wrong thing: a
*> family needs a name, a pattern that stays in the server directory, and
*> whole-number ages.
LoadPolicy.
    MOVE 0 TO WS-FAMILY-COUNT
    OPEN INPUT POLICY-FILE
    IF FS-POLICY-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL FS-POLICY-STATUS NOT = "00"
        READ POLICY-FILE
            AT END
                MOVE "10" TO FS-POLICY-STATUS
            NOT AT END
                IF POLICY-LINE NOT = SPACES AND POLICY-LINE(1:1) NOT = "#"
                        AND WS-FAMILY-COUNT < MAX-RETENTION-FAMILIES
                    PERFORM ParsePolicyLine
                END-IF
        END-READ
    END-PERFORM
    CLOSE POLICY-FILE
    EXIT PARAGRAPH.

ParsePolicyLine.
    MOVE SPACES TO WS-FIELDS
    UNSTRING POLICY-LINE DELIMITED BY "," INTO WS-FIELD(1) WS-FIELD(2)
        WS-FIELD(3) WS-FIELD(4) WS-FIELD(5)
    MOVE 1 TO WS-FIELD-OK
    PERFORM VARYING WS-FIELD-INDEX FROM 1 BY 1 UNTIL WS-FIELD-INDEX > 5
        MOVE FUNCTION TRIM(WS-FIELD(WS-FIELD-INDEX)) TO WS-FIELD(WS-FIELD-INDEX)
        IF WS-FIELD(WS-FIELD-INDEX) = SPACES
            MOVE 0 TO WS-FIELD-OK
        END-IF
        IF WS-FIELD-INDEX >= 3 AND WS-FIELD-OK = 1
            IF FUNCTION TEST-NUMVAL(WS-FIELD(WS-FIELD-INDEX)) NOT = 0
                MOVE 0 TO WS-FIELD-OK
            END-IF
        END-IF
    END-PERFORM
    IF WS-FIELD-OK = 0 OR WS-FIELD(1)(17:) NOT = SPACES
            OR WS-FIELD(2)(33:) NOT = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-POS
    INSPECT WS-FIELD(2) TALLYING WS-POS FOR ALL "/"
    IF WS-POS > 0
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-FAMILY-COUNT
    MOVE WS-FIELD(1) TO WS-FAMILY-NAME(WS-FAMILY-COUNT)
    MOVE WS-FIELD(2) TO WS-FAMILY-PATTERN(WS-FAMILY-COUNT)
    COMPUTE WS-FAMILY-KEEP-LIVE(WS-FAMILY-COUNT) = FUNCTION NUMVAL(WS-FIELD(3))
    COMPUTE WS-FAMILY-ARCHIVE(WS-FAMILY-COUNT) = FUNCTION NUMVAL(WS-FIELD(4))
    COMPUTE WS-FAMILY-DELETE(WS-FAMILY-COUNT) = FUNCTION NUMVAL(WS-FIELD(5))
    EXIT PARAGRAPH.

*> legal-hold.conf is optional -- no file, no holds.
LoadHolds.
    MOVE 0 TO WS-HOLD-COUNT
    OPEN INPUT HOLD-FILE
    IF FS-HOLD-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL FS-HOLD-STATUS NOT = "00"
        READ HOLD-FILE
            AT END
                MOVE "10" TO FS-HOLD-STATUS
            NOT AT END
                IF HOLD-LINE NOT = SPACES AND HOLD-LINE(1:1) NOT = "#"
                        AND WS-HOLD-COUNT < MAX-LEGAL-HOLDS
                    PERFORM ParseHoldLine
                END-IF
        END-READ
    END-PERFORM
    CLOSE HOLD-FILE
    EXIT PARAGRAPH.

ParseHoldLine.
    MOVE SPACES TO WS-HOLD-TEXT
    UNSTRING HOLD-LINE DELIMITED BY "," INTO WS-HOLD-TEXT
    MOVE FUNCTION TRIM(WS-HOLD-TEXT) TO WS-HOLD-TEXT
    IF WS-HOLD-TEXT = SPACES OR WS-HOLD-TEXT = "*"
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-HOLD-COUNT
    MOVE WS-HOLD-TEXT TO WS-HOLD-NAME(WS-HOLD-COUNT)
    MOVE 0 TO WS-HOLD-PREFIX-LEN(WS-HOLD-COUNT)
    COMPUTE WS-NAME-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-HOLD-TEXT))
    IF WS-HOLD-TEXT(WS-NAME-LEN:1) = "*"
        COMPUTE WS-HOLD-PREFIX-LEN(WS-HOLD-COUNT) = WS-NAME-LEN - 1
    END-IF
    EXIT PARAGRAPH.

*> WS-HELD = 1 when WS-CHECK-NAME is on the legal-hold list.
CheckHold.
    MOVE 0 TO WS-HELD
    PERFORM VARYING WS-HOLD-INDEX FROM 1 BY 1 UNTIL WS-HOLD-INDEX > WS-HOLD-COUNT
        IF WS-HOLD-PREFIX-LEN(WS-HOLD-INDEX) = 0
            IF WS-CHECK-NAME = WS-HOLD-NAME(WS-HOLD-INDEX)
                MOVE 1 TO WS-HELD
                EXIT PERFORM
            END-IF
        ELSE
            IF WS-CHECK-NAME(1:WS-HOLD-PREFIX-LEN(WS-HOLD-INDEX))
                    = WS-HOLD-NAME(WS-HOLD-INDEX)(1:WS-HOLD-PREFIX-LEN(WS-HOLD-INDEX))
                MOVE 1 TO WS-HELD
                EXIT PERFORM
            END-IF
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

SweepFamily.
    *> Nothing under keep-live is touched, and never today's file even when
    *> keep-live is 0 and the family is delete-only.
    MOVE WS-FAMILY-KEEP-LIVE(WS-FAMILY-INDEX) TO WS-FLOOR
    IF WS-FLOOR < 1
        MOVE 1 TO WS-FLOOR
    END-IF
    CALL "Dir-FindFirst" USING WS-FAMILY-PATTERN(WS-FAMILY-INDEX) WS-ENTRY-NAME WS-FOUND
    PERFORM UNTIL WS-FOUND = 0
        PERFORM ConsiderFile
        CALL "Dir-FindNext" USING WS-ENTRY-NAME WS-FOUND
    END-PERFORM
    EXIT PARAGRAPH.

ConsiderFile.
    PERFORM FindFileDate
    IF WS-DATE-OK = 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-AGE = WS-TODAY - FUNCTION INTEGER-OF-DATE(WS-FILE-DATE)
    IF WS-AGE < WS-FLOOR
        EXIT PARAGRAPH
    END-IF
    IF WS-FAMILY-DELETE(WS-FAMILY-INDEX) > 0
            AND WS-AGE >= WS-FAMILY-DELETE(WS-FAMILY-INDEX)
        PERFORM DeleteLiveFile
        EXIT PARAGRAPH
    END-IF
    *> Past the floor is past keep-live, so from here on the file belongs in
    *> its month's archive.
    IF WS-FAMILY-KEEP-LIVE(WS-FAMILY-INDEX) > 0
        PERFORM ArchiveLiveFile
    END-IF
    EXIT PARAGRAPH.

*> The first YYYYMMDD run in the name -- the audit/metrics/report naming --
*> else the file's modification date, as the archive job does for saves
*> without a session record.
FindFileDate.
    MOVE 0 TO WS-DATE-OK
    COMPUTE WS-NAME-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-ENTRY-NAME))
    PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS + 7 > WS-NAME-LEN
        IF WS-ENTRY-NAME(WS-POS:8) IS NUMERIC
            MOVE WS-ENTRY-NAME(WS-POS:8) TO WS-FILE-DATE-X
            IF WS-FILE-DATE >= 19000101
                    AND FUNCTION TEST-DATE-YYYYMMDD(WS-FILE-DATE) = 0
                MOVE 1 TO WS-DATE-OK
                EXIT PERFORM
            END-IF
        END-IF
    END-PERFORM
    IF WS-DATE-OK = 1
        EXIT PARAGRAPH
    END-IF
    CALL "CBL_CHECK_FILE_EXIST" USING WS-ENTRY-NAME WS-FILE-DETAILS
    IF RETURN-CODE NOT = 0
        MOVE 0 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-FILE-DATE = WS-FILE-YEAR * 10000 + WS-FILE-MONTH * 100 + WS-FILE-DAY
    IF FUNCTION TEST-DATE-YYYYMMDD(WS-FILE-DATE) = 0
        MOVE 1 TO WS-DATE-OK
    END-IF
    EXIT PARAGRAPH.

DeleteLiveFile.
    MOVE WS-ENTRY-NAME TO WS-CHECK-NAME
    PERFORM CheckHold
    IF WS-HELD = 1
        ADD 1 TO WS-HELD-COUNT
        MOVE SPACES TO WS-OUT
        STRING "held " FUNCTION TRIM(WS-ENTRY-NAME)
               " -- past its delete age, kept under legal hold"
            DELIMITED BY SIZE INTO WS-OUT
        PERFORM WriteManifest
        EXIT PARAGRAPH
    END-IF
    IF LK-PLAN-ONLY = 1
        ADD 1 TO WS-DELETED
        MOVE SPACES TO WS-OUT
        STRING "would delete " FUNCTION TRIM(WS-ENTRY-NAME) DELIMITED BY SIZE INTO WS-OUT
        PERFORM WriteManifest
        EXIT PARAGRAPH
    END-IF
    CALL "CBL_DELETE_FILE" USING WS-ENTRY-NAME
    MOVE SPACES TO WS-OUT
    IF RETURN-CODE = 0
        ADD 1 TO WS-DELETED
        STRING "deleted " FUNCTION TRIM(WS-ENTRY-NAME) DELIMITED BY SIZE INTO WS-OUT
    ELSE
        ADD 1 TO LK-FAILED
        STRING "FAILED to delete " FUNCTION TRIM(WS-ENTRY-NAME) DELIMITED BY SIZE
            INTO WS-OUT
    END-IF
    MOVE 0 TO RETURN-CODE
    PERFORM WriteManifest
    EXIT PARAGRAPH.

ArchiveLiveFile.
    MOVE WS-ENTRY-NAME TO WS-CHECK-NAME
    PERFORM CheckHold
    IF WS-HELD = 1
        ADD 1 TO WS-HELD-COUNT
        MOVE SPACES TO WS-OUT
        STRING "held " FUNCTION TRIM(WS-ENTRY-NAME)
               " -- past its keep-live age, left in place under legal hold"
            DELIMITED BY SIZE INTO WS-OUT
        PERFORM WriteManifest
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-ARCHIVE-NAME WS-INDEX-NAME
    STRING "archives/" FUNCTION TRIM(WS-FAMILY-NAME(WS-FAMILY-INDEX)) "-"
           WS-FILE-DATE-X(1:6) ".zar"
        DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
    STRING "archives/" FUNCTION TRIM(WS-FAMILY-NAME(WS-FAMILY-INDEX)) "-"
           WS-FILE-DATE-X(1:6) ".idx"
        DELIMITED BY SIZE INTO WS-INDEX-NAME

    *> A closed month's archive is final; a file turning up for it late stays
    *> live and goes at its delete age instead.
    PERFORM ScanArchiveHolds
    IF WS-ARCHIVE-CLOSED = 1
        MOVE SPACES TO WS-OUT
        STRING "left " FUNCTION TRIM(WS-ENTRY-NAME) " live -- "
               FUNCTION TRIM(WS-ARCHIVE-NAME) " is closed"
            DELIMITED BY SIZE INTO WS-OUT
        PERFORM WriteManifest
        EXIT PARAGRAPH
    END-IF

    IF LK-PLAN-ONLY = 1
        ADD 1 TO WS-ARCHIVED
        MOVE SPACES TO WS-OUT
        STRING "would archive " FUNCTION TRIM(WS-ENTRY-NAME) " -> "
               FUNCTION TRIM(WS-ARCHIVE-NAME)
            DELIMITED BY SIZE INTO WS-OUT
        PERFORM WriteManifest
        EXIT PARAGRAPH
    END-IF

    PERFORM AppendMember
    IF WS-ARCHIVE-OK = 1
        PERFORM AppendIndexLine
    END-IF
    IF WS-ARCHIVE-OK = 0
        ADD 1 TO LK-FAILED
        MOVE SPACES TO WS-OUT
        STRING "FAILED to archive " FUNCTION TRIM(WS-ENTRY-NAME) " into "
               FUNCTION TRIM(WS-ARCHIVE-NAME) " -- left in place"
            DELIMITED BY SIZE INTO WS-OUT
        PERFORM WriteManifest
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-ARCHIVED
    ADD WS-SOURCE-SIZE TO WS-ARCHIVED-BYTES
    MOVE WS-SOURCE-SIZE TO WS-NUM1
    MOVE SPACES TO WS-OUT
    STRING "archived " FUNCTION TRIM(WS-ENTRY-NAME) " -> "
           FUNCTION TRIM(WS-ARCHIVE-NAME) " (" FUNCTION TRIM(WS-NUM1) " bytes)"
        DELIMITED BY SIZE INTO WS-OUT
    PERFORM WriteManifest

    CALL "CBL_DELETE_FILE" USING WS-ENTRY-NAME
    IF RETURN-CODE NOT = 0
        ADD 1 TO LK-FAILED
        MOVE SPACES TO WS-OUT
        STRING "FAILED to remove " FUNCTION TRIM(WS-ENTRY-NAME)
               " after archiving it" DELIMITED BY SIZE INTO WS-OUT
        PERFORM WriteManifest
    END-IF
    MOVE 0 TO RETURN-CODE
    EXIT PARAGRAPH.

*> Compress WS-ENTRY-NAME onto the end of WS-ARCHIVE-NAME, chunk by chunk.
*> WS-ARCHIVE-OK = 1 once every byte is down; WS-MEMBER-OFFSET is where the
*> member starts, for the .idx line.
AppendMember.
    MOVE 0 TO WS-ARCHIVE-OK
    CALL "CBL_OPEN_FILE" USING WS-ENTRY-NAME WS-READ-MODE WS-DENY-MODE
        WS-DEVICE WS-IN-HANDLE
    IF RETURN-CODE NOT = 0
        MOVE 0 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-OFFSET
    MOVE 0 TO WS-COUNT
    MOVE C-FLAG-FILE-SIZE TO WS-FLAGS
    CALL "CBL_READ_FILE" USING WS-IN-HANDLE WS-OFFSET WS-COUNT WS-FLAGS WS-RAW-BUFFER
    IF RETURN-CODE NOT = 0
        MOVE 0 TO RETURN-CODE
        CALL "CBL_CLOSE_FILE" USING WS-IN-HANDLE
        MOVE 0 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-OFFSET TO WS-SOURCE-SIZE

    *> An existing month's archive grows at its end; a new one starts empty.
    CALL "CBL_CHECK_FILE_EXIST" USING WS-ARCHIVE-NAME WS-FILE-DETAILS
    IF RETURN-CODE = 0
        MOVE WS-FILE-SIZE TO WS-MEMBER-OFFSET
        CALL "CBL_OPEN_FILE" USING WS-ARCHIVE-NAME WS-UPDATE-MODE WS-DENY-MODE
            WS-DEVICE WS-OUT-HANDLE
    ELSE
        MOVE 0 TO RETURN-CODE
        MOVE 0 TO WS-MEMBER-OFFSET
        CALL "CBL_CREATE_FILE" USING WS-ARCHIVE-NAME WS-WRITE-MODE WS-DENY-MODE
            WS-DEVICE WS-OUT-HANDLE
    END-IF
    IF RETURN-CODE NOT = 0
        MOVE 0 TO RETURN-CODE
        CALL "CBL_CLOSE_FILE" USING WS-IN-HANDLE
        MOVE 0 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF

    COMPUTE WS-CHUNK-COUNT = (WS-SOURCE-SIZE + WS-CHUNK-SIZE - 1) / WS-CHUNK-SIZE
    MOVE "ZAR1" TO WS-MEMBER-MAGIC
    MOVE WS-ENTRY-NAME TO WS-MEMBER-NAME
    MOVE WS-SOURCE-SIZE TO WS-MEMBER-SIZE
    MOVE WS-CHUNK-COUNT TO WS-MEMBER-CHUNKS
    MOVE WS-MEMBER-OFFSET TO WS-WRITE-OFFSET
    MOVE WS-WRITE-OFFSET TO WS-OFFSET
    MOVE LENGTH OF WS-MEMBER-HEADER TO WS-COUNT
    MOVE C-FLAG-WRITE TO WS-FLAGS
    CALL "CBL_WRITE_FILE" USING WS-OUT-HANDLE WS-OFFSET WS-COUNT WS-FLAGS WS-MEMBER-HEADER
    IF RETURN-CODE NOT = 0
        PERFORM CloseMemberFiles
        EXIT PARAGRAPH
    END-IF
    ADD LENGTH OF WS-MEMBER-HEADER TO WS-WRITE-OFFSET

    MOVE 0 TO WS-SOURCE-OFFSET
    PERFORM VARYING WS-CHUNK-INDEX FROM 1 BY 1 UNTIL WS-CHUNK-INDEX > WS-CHUNK-COUNT
        COMPUTE WS-RAW-LENGTH = WS-SOURCE-SIZE - WS-SOURCE-OFFSET
        IF WS-RAW-LENGTH > WS-CHUNK-SIZE
            MOVE WS-CHUNK-SIZE TO WS-RAW-LENGTH
        END-IF
        MOVE WS-SOURCE-OFFSET TO WS-OFFSET
        MOVE WS-RAW-LENGTH TO WS-COUNT
        MOVE C-FLAG-READ TO WS-FLAGS
        CALL "CBL_READ_FILE" USING WS-IN-HANDLE WS-OFFSET WS-COUNT WS-FLAGS WS-RAW-BUFFER
        IF RETURN-CODE NOT = 0
            PERFORM CloseMemberFiles
            EXIT PARAGRAPH
        END-IF
        MOVE 0 TO WS-COMPRESSED-LENGTH
        CALL "Buffer-Compress" USING WS-RAW-BUFFER WS-RAW-LENGTH
            WS-COMPRESSED-BUFFER WS-COMPRESSED-LENGTH
        IF WS-COMPRESSED-LENGTH = 0
            PERFORM CloseMemberFiles
            EXIT PARAGRAPH
        END-IF

        MOVE WS-RAW-LENGTH TO WS-CHUNK-RAW
        MOVE WS-COMPRESSED-LENGTH TO WS-CHUNK-PACKED
        MOVE WS-WRITE-OFFSET TO WS-OFFSET
        MOVE LENGTH OF WS-CHUNK-HEADER TO WS-COUNT
        MOVE C-FLAG-WRITE TO WS-FLAGS
        CALL "CBL_WRITE_FILE" USING WS-OUT-HANDLE WS-OFFSET WS-COUNT WS-FLAGS WS-CHUNK-HEADER
        IF RETURN-CODE NOT = 0
            PERFORM CloseMemberFiles
            EXIT PARAGRAPH
        END-IF
        ADD LENGTH OF WS-CHUNK-HEADER TO WS-WRITE-OFFSET

        MOVE WS-WRITE-OFFSET TO WS-OFFSET
        MOVE WS-COMPRESSED-LENGTH TO WS-COUNT
        CALL "CBL_WRITE_FILE" USING WS-OUT-HANDLE WS-OFFSET WS-COUNT WS-FLAGS
            WS-COMPRESSED-BUFFER
        IF RETURN-CODE NOT = 0
            PERFORM CloseMemberFiles
            EXIT PARAGRAPH
        END-IF
        ADD WS-COMPRESSED-LENGTH TO WS-WRITE-OFFSET
        ADD WS-RAW-LENGTH TO WS-SOURCE-OFFSET
    END-PERFORM

    MOVE 1 TO WS-ARCHIVE-OK
    PERFORM CloseMemberFiles
    EXIT PARAGRAPH.

CloseMemberFiles.
    MOVE 0 TO RETURN-CODE
    CALL "CBL_CLOSE_FILE" USING WS-IN-HANDLE
    CALL "CBL_CLOSE_FILE" USING WS-OUT-HANDLE
    MOVE 0 TO RETURN-CODE
    EXIT PARAGRAPH.

*> <name>,<offset>,<size>,<file date>,<archived on>
AppendIndexLine.
    OPEN EXTEND INDEX-FILE
    IF FS-INDEX-STATUS NOT = "00"
        OPEN OUTPUT INDEX-FILE
        IF FS-INDEX-STATUS NOT = "00"
            MOVE 0 TO WS-ARCHIVE-OK
            EXIT PARAGRAPH
        END-IF
    END-IF
    MOVE WS-MEMBER-OFFSET TO WS-NUM1
    MOVE WS-SOURCE-SIZE TO WS-NUM2
    MOVE SPACES TO INDEX-LINE
    STRING FUNCTION TRIM(WS-ENTRY-NAME) "," FUNCTION TRIM(WS-NUM1) ","
           FUNCTION TRIM(WS-NUM2) "," WS-FILE-DATE-X "," WS-NOW(1:8)
        DELIMITED BY SIZE INTO INDEX-LINE
    WRITE INDEX-LINE
    IF FS-INDEX-STATUS NOT = "00"
        MOVE 0 TO WS-ARCHIVE-OK
    END-IF
    CLOSE INDEX-FILE
    EXIT PARAGRAPH.

*> A month's archive is closed once its last day is past the family's
*> archive age, and goes once it is past the delete age -- unless a member
*> is under legal hold, which keeps the whole file.
ExpireArchives.
    MOVE SPACES TO WS-ARCHIVE-PATTERN
    STRING "archives/" FUNCTION TRIM(WS-FAMILY-NAME(WS-FAMILY-INDEX)) "-*.idx"
        DELIMITED BY SIZE INTO WS-ARCHIVE-PATTERN
    CALL "Dir-FindFirst" USING WS-ARCHIVE-PATTERN WS-ENTRY-NAME WS-FOUND
    PERFORM UNTIL WS-FOUND = 0
        PERFORM ConsiderArchive
        CALL "Dir-FindNext" USING WS-ENTRY-NAME WS-FOUND
    END-PERFORM
    EXIT PARAGRAPH.

ConsiderArchive.
    *> archives/<family>-YYYYMM.idx exactly -- another family whose name
    *> merely starts with this one's matches the pattern too.
    COMPUTE WS-POS = 10 + FUNCTION LENGTH(FUNCTION TRIM(WS-FAMILY-NAME(WS-FAMILY-INDEX))) + 1
    IF WS-ENTRY-NAME(WS-POS + 6:) NOT = ".idx"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-ENTRY-NAME(WS-POS:6) TO WS-MONTH-TEXT
    IF WS-MONTH-TEXT IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    MOVE WS-MONTH-TEXT TO WS-MONTH-NUM
    COMPUTE WS-NEXT-YEAR = WS-MONTH-NUM / 100
    COMPUTE WS-NEXT-MONTH = FUNCTION MOD(WS-MONTH-NUM, 100) + 1
    IF WS-NEXT-MONTH < 2 OR WS-NEXT-MONTH > 13
        EXIT PARAGRAPH
    END-IF
    IF WS-NEXT-MONTH = 13
        ADD 1 TO WS-NEXT-YEAR
        MOVE 1 TO WS-NEXT-MONTH
    END-IF
    COMPUTE WS-MONTH-END = FUNCTION INTEGER-OF-DATE(
        WS-NEXT-YEAR * 10000 + WS-NEXT-MONTH * 100 + 1) - 1
    COMPUTE WS-MONTH-AGE = WS-TODAY - WS-MONTH-END
    IF WS-FAMILY-DELETE(WS-FAMILY-INDEX) > 0
            AND WS-MONTH-AGE >= WS-FAMILY-DELETE(WS-FAMILY-INDEX)
        CONTINUE
    ELSE
        IF WS-FAMILY-ARCHIVE(WS-FAMILY-INDEX) > 0
                AND WS-MONTH-AGE >= WS-FAMILY-ARCHIVE(WS-FAMILY-INDEX)
            PERFORM CloseArchive
        END-IF
        EXIT PARAGRAPH
    END-IF

    MOVE WS-ENTRY-NAME TO WS-INDEX-NAME
    MOVE SPACES TO WS-ARCHIVE-NAME
    STRING WS-ENTRY-NAME(1:WS-POS + 5) ".zar" DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
    PERFORM ScanArchiveHolds
    MOVE WS-MEMBER-COUNT TO WS-NUM1
    MOVE SPACES TO WS-OUT
    IF WS-HELD = 1
        ADD 1 TO WS-HELD-COUNT
        STRING "held " FUNCTION TRIM(WS-ARCHIVE-NAME)
               " -- past its delete age, but " FUNCTION TRIM(WS-HELD-MEMBER)
               " is under legal hold"
            DELIMITED BY SIZE INTO WS-OUT
        PERFORM WriteManifest
        EXIT PARAGRAPH
    END-IF
    IF LK-PLAN-ONLY = 1
        ADD 1 TO WS-ARCHIVES-DELETED
        STRING "would delete " FUNCTION TRIM(WS-ARCHIVE-NAME) " ("
               FUNCTION TRIM(WS-NUM1) " files)"
            DELIMITED BY SIZE INTO WS-OUT
        PERFORM WriteManifest
        EXIT PARAGRAPH
    END-IF

    *> The archive first, then its index: a failure in between leaves an
    *> index naming nothing, which the next run simply deletes.
    CALL "CBL_DELETE_FILE" USING WS-ARCHIVE-NAME
    MOVE 0 TO RETURN-CODE
    CALL "CBL_CHECK_FILE_EXIST" USING WS-ARCHIVE-NAME WS-FILE-DETAILS
    IF RETURN-CODE = 0
        ADD 1 TO LK-FAILED
        STRING "FAILED to delete " FUNCTION TRIM(WS-ARCHIVE-NAME)
            DELIMITED BY SIZE INTO WS-OUT
        PERFORM WriteManifest
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO RETURN-CODE
    CALL "CBL_DELETE_FILE" USING WS-INDEX-NAME
    MOVE 0 TO RETURN-CODE
    ADD 1 TO WS-ARCHIVES-DELETED
    STRING "deleted " FUNCTION TRIM(WS-ARCHIVE-NAME) " (" FUNCTION TRIM(WS-NUM1)
           " files)"
        DELIMITED BY SIZE INTO WS-OUT
    PERFORM WriteManifest
    EXIT PARAGRAPH.

*> The month named by WS-ENTRY-NAME (an .idx) has passed its archive age:
*> seal it with the closing line, once. A hold on a member does not stop
*> the close -- closing only stops the archive growing.
CloseArchive.
    MOVE WS-ENTRY-NAME TO WS-INDEX-NAME
    MOVE SPACES TO WS-ARCHIVE-NAME
    STRING WS-ENTRY-NAME(1:WS-POS + 5) ".zar" DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
    PERFORM ScanArchiveHolds
    IF WS-ARCHIVE-CLOSED = 1
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-SOURCE-SIZE
    CALL "CBL_CHECK_FILE_EXIST" USING WS-ARCHIVE-NAME WS-FILE-DETAILS
    IF RETURN-CODE = 0
        MOVE WS-FILE-SIZE TO WS-SOURCE-SIZE
    END-IF
    MOVE 0 TO RETURN-CODE
    MOVE WS-MEMBER-COUNT TO WS-NUM1
    MOVE WS-SOURCE-SIZE TO WS-NUM2
    MOVE SPACES TO WS-OUT
    IF LK-PLAN-ONLY = 1
        ADD 1 TO WS-ARCHIVES-CLOSED
        STRING "would close " FUNCTION TRIM(WS-ARCHIVE-NAME) " ("
               FUNCTION TRIM(WS-NUM1) " files)"
            DELIMITED BY SIZE INTO WS-OUT
        PERFORM WriteManifest
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND INDEX-FILE
    IF FS-INDEX-STATUS NOT = "00"
        ADD 1 TO LK-FAILED
        STRING "FAILED to close " FUNCTION TRIM(WS-ARCHIVE-NAME)
            DELIMITED BY SIZE INTO WS-OUT
        PERFORM WriteManifest
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO INDEX-LINE
    STRING "#closed," FUNCTION TRIM(WS-NUM1) "," FUNCTION TRIM(WS-NUM2) ","
           WS-NOW(1:8)
        DELIMITED BY SIZE INTO INDEX-LINE
    WRITE INDEX-LINE
    CLOSE INDEX-FILE
    ADD 1 TO WS-ARCHIVES-CLOSED
    STRING "closed " FUNCTION TRIM(WS-ARCHIVE-NAME) " (" FUNCTION TRIM(WS-NUM1)
           " files, " FUNCTION TRIM(WS-NUM2) " bytes)"
        DELIMITED BY SIZE INTO WS-OUT
    PERFORM WriteManifest
    EXIT PARAGRAPH.

*> Count WS-INDEX-NAME's members, set WS-HELD if any is on hold and
*> WS-ARCHIVE-CLOSED if the month has been closed.
ScanArchiveHolds.
    MOVE 0 TO WS-MEMBER-COUNT
    MOVE 0 TO WS-HELD
    MOVE 0 TO WS-ARCHIVE-CLOSED
    MOVE SPACES TO WS-HELD-MEMBER
    OPEN INPUT INDEX-FILE
    IF FS-INDEX-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL FS-INDEX-STATUS NOT = "00"
        READ INDEX-FILE
            AT END
                MOVE "10" TO FS-INDEX-STATUS
            NOT AT END
                IF INDEX-LINE(1:8) = "#closed,"
                    MOVE 1 TO WS-ARCHIVE-CLOSED
                END-IF
                IF INDEX-LINE NOT = SPACES AND INDEX-LINE(1:1) NOT = "#"
                    ADD 1 TO WS-MEMBER-COUNT
                    IF WS-HELD-MEMBER = SPACES
                        MOVE SPACES TO WS-CHECK-NAME
                        UNSTRING INDEX-LINE DELIMITED BY "," INTO WS-CHECK-NAME
                        PERFORM CheckHold
                        IF WS-HELD = 1
                            MOVE WS-CHECK-NAME TO WS-HELD-MEMBER
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE INDEX-FILE
    IF WS-HELD-MEMBER NOT = SPACES
        MOVE 1 TO WS-HELD
    END-IF
    EXIT PARAGRAPH.

WriteManifest.
    IF WS-MANIFEST-OPEN = 1
        MOVE SPACES TO MANIFEST-LINE
        STRING "[" WS-STAMP "] " FUNCTION TRIM(WS-OUT) DELIMITED BY SIZE
            INTO MANIFEST-LINE
        WRITE MANIFEST-LINE
    END-IF
    EXIT PARAGRAPH.

END PROGRAM Retention-Run.
