*> --- altreport ---
*> Offline review list of likely alt accounts, for the maintenance window
*> like savecheck and leaderboard. Reads addresses.dat -- the address/account
*> record Alts-CheckLogin keeps at every login -- and joins accounts into
*> clusters wherever two of them have used the same address, following the
*> chain (A and B share a house, B and C share a phone: A, B and C are one
*> cluster). Every cluster of two or more accounts is written to
*> alts-YYYYMMDD.txt with each account's ban/mute standing, when it was last
*> seen, and the addresses that tie the cluster together. Clusters holding a
*> banned or muted account come first; they are the ban-evasion candidates.
*>
*> Usage: altreport
IDENTIFICATION DIVISION.
PROGRAM-ID. altreport.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ADDRESSES-FILE ASSIGN TO "addresses.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.
    SELECT REPORT-FILE ASSIGN TO WS-REPORT-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ADDRESSES-FILE.
01  ADDRESSES-LINE              PIC X(128).
FD  REPORT-FILE.
01  REPORT-LINE                 PIC X(200).

WORKING-STORAGE SECTION.
    01 FS-STATUS                PIC X(2).
    01 FS-REPORT-STATUS         PIC X(2).
    01 WS-REPORT-NAME           PIC X(32).
    01 WS-NOW                   PIC X(21).

    *> addresses.dat as read, one row per address/account pair
    01 MAX-ROWS                 BINARY-LONG UNSIGNED VALUE 8192.
    01 ROW-COUNT                BINARY-LONG UNSIGNED VALUE 0.
    01 ROW-TABLE.
        05 ROW-ENTRY OCCURS 8192 TIMES.
            10 ROW-ADDRESS          PIC X(46).
            10 ROW-ACCOUNT          BINARY-LONG UNSIGNED.
            10 ROW-LAST             PIC X(8).
    01 WS-ROW-INDEX             BINARY-LONG UNSIGNED.
    01 WS-OTHER-ROW             BINARY-LONG UNSIGNED.
    01 WS-ADDRESS-TEXT          PIC X(46).
    01 WS-NAME-TEXT             PIC X(16).
    01 WS-FIRST-TEXT            PIC X(16).
    01 WS-LAST-TEXT             PIC X(16).

    *> distinct accounts, each pointing at its cluster through PARENT
    01 MAX-ACCOUNTS             BINARY-LONG UNSIGNED VALUE 4096.
    01 ACCOUNT-COUNT            BINARY-LONG UNSIGNED VALUE 0.
    01 ACCOUNT-TABLE.
        05 ACCOUNT-ENTRY OCCURS 4096 TIMES.
            10 ACCOUNT-NAME         PIC X(16).
            10 ACCOUNT-PARENT       BINARY-LONG UNSIGNED.
            10 ACCOUNT-LAST         PIC X(8).
            10 ACCOUNT-BANNED       BINARY-CHAR UNSIGNED.
            10 ACCOUNT-MUTED        BINARY-CHAR UNSIGNED.
    01 WS-ACCOUNT-INDEX         BINARY-LONG UNSIGNED.
    01 WS-MEMBER-INDEX          BINARY-LONG UNSIGNED.
    01 WS-ROOT                  BINARY-LONG UNSIGNED.
    01 WS-ROOT-A                BINARY-LONG UNSIGNED.
    01 WS-ROOT-B                BINARY-LONG UNSIGNED.
    01 WS-FIND-INDEX            BINARY-LONG UNSIGNED.
    01 WS-DROPPED               BINARY-LONG UNSIGNED VALUE 0.

    *> per-cluster tallies, indexed by the cluster's root account
    01 CLUSTER-TABLE.
        05 CLUSTER-ENTRY OCCURS 4096 TIMES.
            10 CLUSTER-SIZE         BINARY-LONG UNSIGNED.
            10 CLUSTER-FLAGGED      BINARY-CHAR UNSIGNED.
    01 WS-PASS                  BINARY-LONG UNSIGNED.
    01 WS-CLUSTER-NUMBER        BINARY-LONG UNSIGNED VALUE 0.
    01 WS-FLAGGED-CLUSTERS      BINARY-LONG UNSIGNED VALUE 0.
    01 WS-SHARED-COUNT          BINARY-LONG UNSIGNED.
    01 WS-LINE-NAMES            PIC X(160).
    01 WS-SCRATCH               PIC X(160).
    01 WS-STANDING              PIC X(20).
    01 WS-NUM1                  PIC Z(8)9.
    01 WS-NUM2                  PIC Z(8)9.

PROCEDURE DIVISION.
Main.
    OPEN INPUT ADDRESSES-FILE
    IF FS-STATUS NOT = "00"
        DISPLAY "altreport: no addresses.dat yet; nothing to report"
        STOP RUN
    END-IF
    PERFORM UNTIL FS-STATUS = "10"
        READ ADDRESSES-FILE
            AT END
                MOVE "10" TO FS-STATUS
            NOT AT END
                PERFORM ParseLine
        END-READ
    END-PERFORM
    CLOSE ADDRESSES-FILE

    PERFORM JoinSharedAddresses
    PERFORM TallyClusters

    MOVE FUNCTION CURRENT-DATE TO WS-NOW
    MOVE SPACES TO WS-REPORT-NAME
    STRING "alts-" WS-NOW(1:8) ".txt" DELIMITED BY SIZE INTO WS-REPORT-NAME
    PERFORM WriteReport

    MOVE WS-CLUSTER-NUMBER TO WS-NUM1
    MOVE WS-FLAGGED-CLUSTERS TO WS-NUM2
    DISPLAY "altreport: " FUNCTION TRIM(WS-NUM1) " cluster(s), " FUNCTION TRIM(WS-NUM2)
        " with a banned or muted account; wrote " FUNCTION TRIM(WS-REPORT-NAME)
    STOP RUN.

ParseLine SECTION.
    IF ADDRESSES-LINE = SPACES
        EXIT SECTION
    END-IF
    MOVE SPACES TO WS-ADDRESS-TEXT WS-NAME-TEXT WS-FIRST-TEXT WS-LAST-TEXT
    UNSTRING ADDRESSES-LINE DELIMITED BY ","
        INTO WS-ADDRESS-TEXT WS-NAME-TEXT WS-FIRST-TEXT WS-LAST-TEXT
    IF WS-ADDRESS-TEXT = SPACES OR WS-NAME-TEXT = SPACES
        EXIT SECTION
    END-IF
    IF ROW-COUNT >= MAX-ROWS
        ADD 1 TO WS-DROPPED
        EXIT SECTION
    END-IF

    PERFORM VARYING WS-ACCOUNT-INDEX FROM 1 BY 1 UNTIL WS-ACCOUNT-INDEX > ACCOUNT-COUNT
        IF ACCOUNT-NAME(WS-ACCOUNT-INDEX) = WS-NAME-TEXT
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-ACCOUNT-INDEX > ACCOUNT-COUNT
        IF ACCOUNT-COUNT >= MAX-ACCOUNTS
            ADD 1 TO WS-DROPPED
            EXIT SECTION
        END-IF
        ADD 1 TO ACCOUNT-COUNT
        MOVE ACCOUNT-COUNT TO WS-ACCOUNT-INDEX
        MOVE WS-NAME-TEXT TO ACCOUNT-NAME(WS-ACCOUNT-INDEX)
        MOVE WS-ACCOUNT-INDEX TO ACCOUNT-PARENT(WS-ACCOUNT-INDEX)
        MOVE SPACES TO ACCOUNT-LAST(WS-ACCOUNT-INDEX)
        CALL "Banlist-Check" USING ACCOUNT-NAME(WS-ACCOUNT-INDEX)
            ACCOUNT-BANNED(WS-ACCOUNT-INDEX)
        CALL "Mute-Check" USING ACCOUNT-NAME(WS-ACCOUNT-INDEX)
            ACCOUNT-MUTED(WS-ACCOUNT-INDEX)
    END-IF
    IF WS-LAST-TEXT(1:8) > ACCOUNT-LAST(WS-ACCOUNT-INDEX)
        MOVE WS-LAST-TEXT(1:8) TO ACCOUNT-LAST(WS-ACCOUNT-INDEX)
    END-IF

    ADD 1 TO ROW-COUNT
    MOVE WS-ADDRESS-TEXT TO ROW-ADDRESS(ROW-COUNT)
    MOVE WS-ACCOUNT-INDEX TO ROW-ACCOUNT(ROW-COUNT)
    MOVE WS-LAST-TEXT(1:8) TO ROW-LAST(ROW-COUNT).

    EXIT SECTION.

*> Each row joins its account to the account on the first earlier row with
*> the same address; chained joins make every sharer of that address, and
*> everything they share elsewhere, one cluster.
JoinSharedAddresses SECTION.
    PERFORM VARYING WS-ROW-INDEX FROM 2 BY 1 UNTIL WS-ROW-INDEX > ROW-COUNT
        PERFORM VARYING WS-OTHER-ROW FROM 1 BY 1 UNTIL WS-OTHER-ROW >= WS-ROW-INDEX
            IF ROW-ADDRESS(WS-OTHER-ROW) = ROW-ADDRESS(WS-ROW-INDEX)
                MOVE ROW-ACCOUNT(WS-ROW-INDEX) TO WS-FIND-INDEX
                PERFORM FindRoot
                MOVE WS-ROOT TO WS-ROOT-A
                MOVE ROW-ACCOUNT(WS-OTHER-ROW) TO WS-FIND-INDEX
                PERFORM FindRoot
                MOVE WS-ROOT TO WS-ROOT-B
                IF WS-ROOT-A NOT = WS-ROOT-B
                    MOVE WS-ROOT-B TO ACCOUNT-PARENT(WS-ROOT-A)
                END-IF
                EXIT PERFORM
            END-IF
        END-PERFORM
    END-PERFORM.

    EXIT SECTION.

FindRoot SECTION.
    MOVE WS-FIND-INDEX TO WS-ROOT
    PERFORM UNTIL ACCOUNT-PARENT(WS-ROOT) = WS-ROOT
        MOVE ACCOUNT-PARENT(WS-ROOT) TO WS-ROOT
    END-PERFORM.

    EXIT SECTION.

TallyClusters SECTION.
    INITIALIZE CLUSTER-TABLE
    PERFORM VARYING WS-ACCOUNT-INDEX FROM 1 BY 1 UNTIL WS-ACCOUNT-INDEX > ACCOUNT-COUNT
        MOVE WS-ACCOUNT-INDEX TO WS-FIND-INDEX
        PERFORM FindRoot
        ADD 1 TO CLUSTER-SIZE(WS-ROOT)
        IF ACCOUNT-BANNED(WS-ACCOUNT-INDEX) = 1 OR ACCOUNT-MUTED(WS-ACCOUNT-INDEX) = 1
            MOVE 1 TO CLUSTER-FLAGGED(WS-ROOT)
        END-IF
    END-PERFORM.

    EXIT SECTION.

WriteReport SECTION.
    OPEN OUTPUT REPORT-FILE
    IF FS-REPORT-STATUS NOT = "00"
        DISPLAY "altreport: cannot write " FUNCTION TRIM(WS-REPORT-NAME)
        STOP RUN RETURNING 1
    END-IF

    MOVE SPACES TO REPORT-LINE
    STRING "Accounts sharing addresses, " WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE ACCOUNT-COUNT TO WS-NUM1
    MOVE ROW-COUNT TO WS-NUM2
    MOVE SPACES TO REPORT-LINE
    STRING FUNCTION TRIM(WS-NUM1) " accounts, " FUNCTION TRIM(WS-NUM2)
           " address/account pairs on record"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    IF WS-DROPPED > 0
        MOVE WS-DROPPED TO WS-NUM1
        MOVE SPACES TO REPORT-LINE
        STRING "WARNING: " FUNCTION TRIM(WS-NUM1)
               " lines did not fit the tables and were left out"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF

    *> Pass 1: clusters with a banned or muted member; pass 2: the rest.
    PERFORM VARYING WS-PASS FROM 1 BY 1 UNTIL WS-PASS > 2
        PERFORM VARYING WS-ACCOUNT-INDEX FROM 1 BY 1 UNTIL WS-ACCOUNT-INDEX > ACCOUNT-COUNT
            IF ACCOUNT-PARENT(WS-ACCOUNT-INDEX) = WS-ACCOUNT-INDEX
                    AND CLUSTER-SIZE(WS-ACCOUNT-INDEX) >= 2
                IF (WS-PASS = 1 AND CLUSTER-FLAGGED(WS-ACCOUNT-INDEX) = 1)
                        OR (WS-PASS = 2 AND CLUSTER-FLAGGED(WS-ACCOUNT-INDEX) = 0)
                    MOVE WS-ACCOUNT-INDEX TO WS-ROOT-A
                    PERFORM WriteCluster
                END-IF
            END-IF
        END-PERFORM
    END-PERFORM

    IF WS-CLUSTER-NUMBER = 0
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE "No two accounts share an address." TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    CLOSE REPORT-FILE.

    EXIT SECTION.

*> One cluster, rooted at WS-ROOT-A: its accounts, then each shared address
*> with the accounts seen there.
WriteCluster SECTION.
    ADD 1 TO WS-CLUSTER-NUMBER
    IF CLUSTER-FLAGGED(WS-ROOT-A) = 1
        ADD 1 TO WS-FLAGGED-CLUSTERS
    END-IF
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-CLUSTER-NUMBER TO WS-NUM1
    MOVE CLUSTER-SIZE(WS-ROOT-A) TO WS-NUM2
    MOVE SPACES TO REPORT-LINE
    STRING "Cluster " FUNCTION TRIM(WS-NUM1) ": " FUNCTION TRIM(WS-NUM2) " accounts"
        DELIMITED BY SIZE INTO REPORT-LINE
    IF CLUSTER-FLAGGED(WS-ROOT-A) = 1
        STRING FUNCTION TRIM(REPORT-LINE) "  ** includes a banned or muted account **"
            DELIMITED BY SIZE INTO REPORT-LINE
    END-IF
    WRITE REPORT-LINE

    PERFORM VARYING WS-MEMBER-INDEX FROM 1 BY 1 UNTIL WS-MEMBER-INDEX > ACCOUNT-COUNT
        MOVE WS-MEMBER-INDEX TO WS-FIND-INDEX
        PERFORM FindRoot
        IF WS-ROOT = WS-ROOT-A
            EVALUATE TRUE
                WHEN ACCOUNT-BANNED(WS-MEMBER-INDEX) = 1 AND ACCOUNT-MUTED(WS-MEMBER-INDEX) = 1
                    MOVE "BANNED, MUTED" TO WS-STANDING
                WHEN ACCOUNT-BANNED(WS-MEMBER-INDEX) = 1
                    MOVE "BANNED" TO WS-STANDING
                WHEN ACCOUNT-MUTED(WS-MEMBER-INDEX) = 1
                    MOVE "MUTED" TO WS-STANDING
                WHEN OTHER
                    MOVE "in good standing" TO WS-STANDING
            END-EVALUATE
            MOVE SPACES TO REPORT-LINE
            STRING "  " ACCOUNT-NAME(WS-MEMBER-INDEX) " " WS-STANDING " last seen "
                   ACCOUNT-LAST(WS-MEMBER-INDEX)(1:4) "-" ACCOUNT-LAST(WS-MEMBER-INDEX)(5:2)
                   "-" ACCOUNT-LAST(WS-MEMBER-INDEX)(7:2)
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
    END-PERFORM

    MOVE "  Shared addresses:" TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING WS-ROW-INDEX FROM 1 BY 1 UNTIL WS-ROW-INDEX > ROW-COUNT
        MOVE ROW-ACCOUNT(WS-ROW-INDEX) TO WS-FIND-INDEX
        PERFORM FindRoot
        IF WS-ROOT = WS-ROOT-A
            PERFORM WriteSharedAddress
        END-IF
    END-PERFORM.

    EXIT SECTION.

*> Written once, at the address's first row, and only if more than one
*> account used it.
WriteSharedAddress SECTION.
    PERFORM VARYING WS-OTHER-ROW FROM 1 BY 1 UNTIL WS-OTHER-ROW >= WS-ROW-INDEX
        IF ROW-ADDRESS(WS-OTHER-ROW) = ROW-ADDRESS(WS-ROW-INDEX)
            EXIT SECTION
        END-IF
    END-PERFORM
    MOVE 0 TO WS-SHARED-COUNT
    MOVE SPACES TO WS-LINE-NAMES
    PERFORM VARYING WS-OTHER-ROW FROM WS-ROW-INDEX BY 1 UNTIL WS-OTHER-ROW > ROW-COUNT
        IF ROW-ADDRESS(WS-OTHER-ROW) = ROW-ADDRESS(WS-ROW-INDEX)
            ADD 1 TO WS-SHARED-COUNT
            MOVE WS-LINE-NAMES TO WS-SCRATCH
            MOVE SPACES TO WS-LINE-NAMES
            IF WS-SCRATCH = SPACES
                MOVE ACCOUNT-NAME(ROW-ACCOUNT(WS-OTHER-ROW)) TO WS-LINE-NAMES
            ELSE
                STRING FUNCTION TRIM(WS-SCRATCH) ", "
                       FUNCTION TRIM(ACCOUNT-NAME(ROW-ACCOUNT(WS-OTHER-ROW)))
                    DELIMITED BY SIZE INTO WS-LINE-NAMES
            END-IF
        END-IF
    END-PERFORM
    IF WS-SHARED-COUNT < 2
        EXIT SECTION
    END-IF
    MOVE SPACES TO REPORT-LINE
    STRING "    " FUNCTION TRIM(ROW-ADDRESS(WS-ROW-INDEX)) ": " FUNCTION TRIM(WS-LINE-NAMES)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE.

    EXIT SECTION.

END PROGRAM altreport.
