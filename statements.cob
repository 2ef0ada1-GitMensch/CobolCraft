*> --- statements ---
*> Monthly sales statements for shop owners, for the maintenance window like
*> reportgen: digest a whole month of audit-YYYYMMDD.log files and write one
*> statement-<owner>-YYYYMM.txt per shop owner, ready to hand over as-is.
*> The input contract is the "[shop]" audit line Shop-TryUse writes --
*> "[timestamp] [shop] buyer bought N x item for P emeralds|coins from owner
*> at x,y,z" (lines from before the position was recorded end at the owner,
*> and are matched to the owner's sign selling that item) -- plus signs.dat,
*> read through Signs-Load, for the shop signs that exist today, so a sign
*> that never sold anything all month still shows up. Each statement lists
*> every sign found with its terms and takings, units sold per item, revenue
*> (emeralds and coins kept apart -- they are different money), the top
*> buyers, and the days of the month without a single sale. Signs with no
*> sales are flagged: that is usually an empty chest.
*>
*> Usage: statements <YYYYMM>
IDENTIFICATION DIVISION.
PROGRAM-ID. statements.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUDIT-FILE ASSIGN TO WS-AUDIT-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-AUDIT-STATUS.
    SELECT REPORT-FILE ASSIGN TO WS-REPORT-NAME
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  AUDIT-FILE.
01  AUDIT-LINE                  PIC X(512).
FD  REPORT-FILE.
01  REPORT-LINE                 PIC X(256).

WORKING-STORAGE SECTION.
    COPY DD-SIGNS.
    01 FS-AUDIT-STATUS          PIC X(2).
    01 FS-REPORT-STATUS         PIC X(2).
    01 WS-MONTH-ARG             PIC X(64).
    01 WS-MONTH                 PIC X(6).
    01 WS-AUDIT-NAME            PIC X(32).
    01 WS-REPORT-NAME           PIC X(64).

    *> calendar
    01 WS-YEAR-NUM              BINARY-LONG.
    01 WS-MONTH-NUM             BINARY-LONG.
    01 WS-FIRST-DATE            PIC 9(8).
    01 WS-NEXT-DATE             PIC 9(8).
    01 WS-DAYS-IN-MONTH         BINARY-LONG.
    01 WS-DAY                   BINARY-LONG.
    01 WS-DAY-TEXT              PIC 99.
    01 WS-DAYS-READ             BINARY-LONG UNSIGNED VALUE 0.
    01 DAY-FILE-TABLE.
        05 DAY-FILE-FOUND OCCURS 31 TIMES BINARY-CHAR UNSIGNED.

    *> one entry per shop owner
    01 MAX-STMT-OWNERS          BINARY-LONG UNSIGNED VALUE 128.
    01 OWNER-COUNT              BINARY-LONG UNSIGNED VALUE 0.
    01 OWNER-TABLE.
        05 OW-ENTRY OCCURS 128 TIMES.
            10 OW-NAME              PIC X(16).
            10 OW-PURCHASES         BINARY-LONG UNSIGNED.
            10 OW-EMERALDS          BINARY-DOUBLE.
            10 OW-COINS             BINARY-DOUBLE.
            10 OW-DAY-SALES OCCURS 31 TIMES BINARY-LONG UNSIGNED.
    01 WS-OWNER-INDEX           BINARY-LONG UNSIGNED.

    *> one entry per shop sign, today's signs.dat and the month's audit lines
    01 MAX-STMT-SIGNS           BINARY-LONG UNSIGNED VALUE 512.
    01 STMT-SIGN-COUNT          BINARY-LONG UNSIGNED VALUE 0.
    01 STMT-SIGN-TABLE.
        05 SS-ENTRY OCCURS 512 TIMES.
            10 SS-OWNER             BINARY-LONG UNSIGNED.
            10 SS-POS               PIC X(40).
            10 SS-ITEM              PIC X(64).
            10 SS-TERMS             PIC X(96).
            10 SS-ON-FILE           BINARY-CHAR UNSIGNED.
            10 SS-PURCHASES         BINARY-LONG UNSIGNED.
            10 SS-UNITS             BINARY-DOUBLE.
            10 SS-EMERALDS          BINARY-DOUBLE.
            10 SS-COINS             BINARY-DOUBLE.
    01 WS-STMT-SIGN             BINARY-LONG UNSIGNED.

    *> units per item, per owner
    01 MAX-STMT-ITEMS           BINARY-LONG UNSIGNED VALUE 512.
    01 STMT-ITEM-COUNT          BINARY-LONG UNSIGNED VALUE 0.
    01 STMT-ITEM-TABLE.
        05 SI-ENTRY OCCURS 512 TIMES.
            10 SI-OWNER             BINARY-LONG UNSIGNED.
            10 SI-ITEM              PIC X(64).
            10 SI-PURCHASES         BINARY-LONG UNSIGNED.
            10 SI-UNITS             BINARY-DOUBLE.
    01 WS-STMT-ITEM             BINARY-LONG UNSIGNED.

    *> buyers, per owner
    01 MAX-STMT-BUYERS          BINARY-LONG UNSIGNED VALUE 1024.
    01 STMT-BUYER-COUNT         BINARY-LONG UNSIGNED VALUE 0.
    01 STMT-BUYER-TABLE.
        05 SB-ENTRY OCCURS 1024 TIMES.
            10 SB-OWNER             BINARY-LONG UNSIGNED.
            10 SB-NAME              PIC X(16).
            10 SB-PURCHASES         BINARY-LONG UNSIGNED.
            10 SB-UNITS             BINARY-DOUBLE.
            10 SB-EMERALDS          BINARY-DOUBLE.
            10 SB-COINS             BINARY-DOUBLE.
            10 SB-RANKED            BINARY-CHAR UNSIGNED.
    01 WS-STMT-BUYER            BINARY-LONG UNSIGNED.
    01 MAX-TOP-BUYERS           BINARY-LONG UNSIGNED VALUE 5.

    *> signs.dat scan
    01 WS-SIGN-INDEX            BINARY-LONG UNSIGNED.
    01 WS-POS-X-TEXT            PIC -(10)9.
    01 WS-POS-Y-TEXT            PIC -(10)9.
    01 WS-POS-Z-TEXT            PIC -(10)9.
    01 WS-PRICE-TEXT            PIC X(64).

    *> "[shop]" line fields
    01 WS-KIND                  PIC X(16).
    01 WS-BUYER                 PIC X(32).
    01 WS-WORD-BOUGHT           PIC X(16).
    01 WS-COUNT-FIELD           PIC X(16).
    01 WS-WORD-X                PIC X(8).
    01 WS-ITEM                  PIC X(64).
    01 WS-WORD-FOR              PIC X(8).
    01 WS-PRICE-FIELD           PIC X(24).
    01 WS-CURRENCY              PIC X(16).
    01 WS-WORD-FROM             PIC X(8).
    01 WS-OWNER                 PIC X(32).
    01 WS-WORD-AT               PIC X(8).
    01 WS-POS                   PIC X(40).
    01 WS-UNITS                 BINARY-DOUBLE.
    01 WS-PRICE                 BINARY-DOUBLE.
    01 WS-SHOP-LINES            BINARY-LONG UNSIGNED VALUE 0.

    *> statement formatting
    01 WS-NUM1                  PIC -(15)9.
    01 WS-NUM2                  PIC -(15)9.
    01 WS-NUM3                  PIC -(15)9.
    01 WS-NUM4                  PIC -(15)9.
    01 WS-LINE-PTR              BINARY-LONG UNSIGNED.
    01 WS-LIST-COUNT            BINARY-LONG UNSIGNED.
    01 WS-RANK                  BINARY-LONG UNSIGNED.
    01 WS-BEST-INDEX            BINARY-LONG UNSIGNED.
    01 WS-IDLE-SIGNS            BINARY-LONG UNSIGNED.
    01 WS-STATEMENTS-WRITTEN    BINARY-LONG UNSIGNED VALUE 0.

PROCEDURE DIVISION.
Main.
    ACCEPT WS-MONTH-ARG FROM COMMAND-LINE
    IF FUNCTION LENGTH(FUNCTION TRIM(WS-MONTH-ARG)) NOT = 6
            OR WS-MONTH-ARG(1:6) IS NOT NUMERIC
        DISPLAY "usage: statements <YYYYMM>"
        STOP RUN RETURNING 1
    END-IF
    MOVE WS-MONTH-ARG(1:6) TO WS-MONTH
    COMPUTE WS-YEAR-NUM = FUNCTION NUMVAL(WS-MONTH(1:4))
    COMPUTE WS-MONTH-NUM = FUNCTION NUMVAL(WS-MONTH(5:2))
    IF WS-MONTH-NUM < 1 OR WS-MONTH-NUM > 12 OR WS-YEAR-NUM < 1601
        DISPLAY "usage: statements <YYYYMM>"
        STOP RUN RETURNING 1
    END-IF

    *> Days in the month: the first of next month less the first of this one.
    COMPUTE WS-FIRST-DATE = WS-YEAR-NUM * 10000 + WS-MONTH-NUM * 100 + 1
    IF WS-MONTH-NUM = 12
        COMPUTE WS-NEXT-DATE = (WS-YEAR-NUM + 1) * 10000 + 101
    ELSE
        COMPUTE WS-NEXT-DATE = WS-FIRST-DATE + 100
    END-IF
    COMPUTE WS-DAYS-IN-MONTH = FUNCTION INTEGER-OF-DATE(WS-NEXT-DATE)
        - FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE)

    PERFORM LoadShopSigns

    PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > WS-DAYS-IN-MONTH
        PERFORM DigestDay
    END-PERFORM

    IF OWNER-COUNT = 0
        DISPLAY "statements: no shop signs and no shop sales for " WS-MONTH
        STOP RUN
    END-IF

    PERFORM VARYING WS-OWNER-INDEX FROM 1 BY 1 UNTIL WS-OWNER-INDEX > OWNER-COUNT
        PERFORM WriteStatement
    END-PERFORM
    MOVE WS-STATEMENTS-WRITTEN TO WS-NUM1
    MOVE WS-SHOP-LINES TO WS-NUM2
    MOVE WS-DAYS-READ TO WS-NUM3
    DISPLAY "statements: wrote " FUNCTION TRIM(WS-NUM1) " statement(s) from "
        FUNCTION TRIM(WS-NUM2) " sale(s) in " FUNCTION TRIM(WS-NUM3) " audit file(s)"
    STOP RUN.

LoadShopSigns SECTION.
    *> Every "[shop]" sign standing today, under its recorded writer.
    CALL "Signs-Load"
    PERFORM VARYING WS-SIGN-INDEX FROM 1 BY 1 UNTIL WS-SIGN-INDEX > MAX-SIGN-ENTRIES
        IF SIGN-PRESENT(WS-SIGN-INDEX) = 1
                AND FUNCTION TRIM(SIGN-LINE-TEXT(WS-SIGN-INDEX, 1)) = "[shop]"
                AND SIGN-OWNER-NAME(WS-SIGN-INDEX) NOT = SPACES
            PERFORM AddSignFromFile
        END-IF
    END-PERFORM.

    EXIT SECTION.

AddSignFromFile SECTION.
    MOVE SIGN-OWNER-NAME(WS-SIGN-INDEX) TO WS-OWNER
    PERFORM FindOrAddOwner
    IF WS-OWNER-INDEX = 0 OR STMT-SIGN-COUNT >= MAX-STMT-SIGNS
        EXIT SECTION
    END-IF
    ADD 1 TO STMT-SIGN-COUNT
    MOVE STMT-SIGN-COUNT TO WS-STMT-SIGN
    INITIALIZE SS-ENTRY(WS-STMT-SIGN)
    MOVE WS-OWNER-INDEX TO SS-OWNER(WS-STMT-SIGN)
    MOVE 1 TO SS-ON-FILE(WS-STMT-SIGN)

    MOVE SIGN-X(WS-SIGN-INDEX) TO WS-POS-X-TEXT
    MOVE SIGN-Y(WS-SIGN-INDEX) TO WS-POS-Y-TEXT
    MOVE SIGN-Z(WS-SIGN-INDEX) TO WS-POS-Z-TEXT
    STRING FUNCTION TRIM(WS-POS-X-TEXT) "," FUNCTION TRIM(WS-POS-Y-TEXT) ","
           FUNCTION TRIM(WS-POS-Z-TEXT)
        DELIMITED BY SIZE INTO SS-POS(WS-STMT-SIGN)

    MOVE FUNCTION TRIM(SIGN-LINE-TEXT(WS-SIGN-INDEX, 2)) TO WS-ITEM
    PERFORM NormalizeItem
    MOVE WS-ITEM TO SS-ITEM(WS-STMT-SIGN)

    MOVE FUNCTION TRIM(SIGN-LINE-TEXT(WS-SIGN-INDEX, 4)) TO WS-PRICE-TEXT
    IF WS-PRICE-TEXT(1:1) = "$"
        STRING FUNCTION TRIM(SIGN-LINE-TEXT(WS-SIGN-INDEX, 3)) " x "
               FUNCTION TRIM(WS-ITEM) " for " FUNCTION TRIM(WS-PRICE-TEXT(2:)) " coins"
            DELIMITED BY SIZE INTO SS-TERMS(WS-STMT-SIGN)
    ELSE
        STRING FUNCTION TRIM(SIGN-LINE-TEXT(WS-SIGN-INDEX, 3)) " x "
               FUNCTION TRIM(WS-ITEM) " for " FUNCTION TRIM(WS-PRICE-TEXT) " emeralds"
            DELIMITED BY SIZE INTO SS-TERMS(WS-STMT-SIGN)
    END-IF.

    EXIT SECTION.

DigestDay SECTION.
    MOVE WS-DAY TO WS-DAY-TEXT
    MOVE SPACES TO WS-AUDIT-NAME
    STRING "audit-" WS-MONTH WS-DAY-TEXT ".log" DELIMITED BY SIZE INTO WS-AUDIT-NAME
    MOVE 0 TO DAY-FILE-FOUND(WS-DAY)
    OPEN INPUT AUDIT-FILE
    IF FS-AUDIT-STATUS NOT = "00"
        EXIT SECTION
    END-IF
    MOVE 1 TO DAY-FILE-FOUND(WS-DAY)
    ADD 1 TO WS-DAYS-READ

    PERFORM UNTIL FS-AUDIT-STATUS = "10"
        READ AUDIT-FILE
            AT END
                MOVE "10" TO FS-AUDIT-STATUS
            NOT AT END
                PERFORM DigestLine
        END-READ
    END-PERFORM
    CLOSE AUDIT-FILE.

    EXIT SECTION.

DigestLine SECTION.
    *> "[YYYY-MM-DD HH:MM:SS] [shop] ..." -- the timestamp is fixed-position.
    IF AUDIT-LINE(1:1) NOT = "[" OR AUDIT-LINE(21:2) NOT = "] "
            OR AUDIT-LINE(23:7) NOT = "[shop] "
        EXIT SECTION
    END-IF
    MOVE SPACES TO WS-KIND WS-BUYER WS-WORD-BOUGHT WS-COUNT-FIELD WS-WORD-X WS-ITEM
        WS-WORD-FOR WS-PRICE-FIELD WS-CURRENCY WS-WORD-FROM WS-OWNER WS-WORD-AT WS-POS
    UNSTRING AUDIT-LINE(23:) DELIMITED BY ALL SPACE
        INTO WS-KIND WS-BUYER WS-WORD-BOUGHT WS-COUNT-FIELD WS-WORD-X WS-ITEM
             WS-WORD-FOR WS-PRICE-FIELD WS-CURRENCY WS-WORD-FROM WS-OWNER
             WS-WORD-AT WS-POS
    IF WS-WORD-BOUGHT NOT = "bought" OR WS-WORD-FROM NOT = "from" OR WS-OWNER = SPACES
        EXIT SECTION
    END-IF
    IF FUNCTION TEST-NUMVAL(WS-COUNT-FIELD) NOT = 0
            OR FUNCTION TEST-NUMVAL(WS-PRICE-FIELD) NOT = 0
        EXIT SECTION
    END-IF
    COMPUTE WS-UNITS = FUNCTION NUMVAL(WS-COUNT-FIELD)
    COMPUTE WS-PRICE = FUNCTION NUMVAL(WS-PRICE-FIELD)
    IF WS-WORD-AT NOT = "at"
        MOVE SPACES TO WS-POS
    END-IF
    PERFORM NormalizeItem

    PERFORM FindOrAddOwner
    IF WS-OWNER-INDEX = 0
        EXIT SECTION
    END-IF
    ADD 1 TO WS-SHOP-LINES
    ADD 1 TO OW-PURCHASES(WS-OWNER-INDEX)
    ADD 1 TO OW-DAY-SALES(WS-OWNER-INDEX, WS-DAY)
    IF WS-CURRENCY = "coins"
        ADD WS-PRICE TO OW-COINS(WS-OWNER-INDEX)
    ELSE
        ADD WS-PRICE TO OW-EMERALDS(WS-OWNER-INDEX)
    END-IF

    PERFORM FindOrAddSaleSign
    IF WS-STMT-SIGN > 0
        ADD 1 TO SS-PURCHASES(WS-STMT-SIGN)
        ADD WS-UNITS TO SS-UNITS(WS-STMT-SIGN)
        IF WS-CURRENCY = "coins"
            ADD WS-PRICE TO SS-COINS(WS-STMT-SIGN)
        ELSE
            ADD WS-PRICE TO SS-EMERALDS(WS-STMT-SIGN)
        END-IF
    END-IF

    PERFORM FindOrAddItem
    IF WS-STMT-ITEM > 0
        ADD 1 TO SI-PURCHASES(WS-STMT-ITEM)
        ADD WS-UNITS TO SI-UNITS(WS-STMT-ITEM)
    END-IF

    PERFORM FindOrAddBuyer
    IF WS-STMT-BUYER > 0
        ADD 1 TO SB-PURCHASES(WS-STMT-BUYER)
        ADD WS-UNITS TO SB-UNITS(WS-STMT-BUYER)
        IF WS-CURRENCY = "coins"
            ADD WS-PRICE TO SB-COINS(WS-STMT-BUYER)
        ELSE
            ADD WS-PRICE TO SB-EMERALDS(WS-STMT-BUYER)
        END-IF
    END-IF.

    EXIT SECTION.

NormalizeItem SECTION.
    *> Signs may name "bread" or "minecraft:bread"; the audit line always
    *> carries the prefixed form. Statements use the bare name.
    IF WS-ITEM(1:10) = "minecraft:"
        MOVE WS-ITEM(11:) TO WS-PRICE-TEXT
        MOVE WS-PRICE-TEXT TO WS-ITEM
    END-IF.

    EXIT SECTION.

FindOrAddOwner SECTION.
    MOVE 0 TO WS-OWNER-INDEX
    IF WS-OWNER = SPACES
        EXIT SECTION
    END-IF
    PERFORM VARYING WS-OWNER-INDEX FROM 1 BY 1 UNTIL WS-OWNER-INDEX > OWNER-COUNT
        IF OW-NAME(WS-OWNER-INDEX) = WS-OWNER(1:16)
            EXIT SECTION
        END-IF
    END-PERFORM
    IF OWNER-COUNT >= MAX-STMT-OWNERS
        MOVE 0 TO WS-OWNER-INDEX
        EXIT SECTION
    END-IF
    ADD 1 TO OWNER-COUNT
    MOVE OWNER-COUNT TO WS-OWNER-INDEX
    INITIALIZE OW-ENTRY(WS-OWNER-INDEX)
    MOVE WS-OWNER(1:16) TO OW-NAME(WS-OWNER-INDEX).

    EXIT SECTION.

FindOrAddSaleSign SECTION.
    *> By position when the line carries one; an older line without it goes
    *> to the owner's first sign selling that item.
    PERFORM VARYING WS-STMT-SIGN FROM 1 BY 1 UNTIL WS-STMT-SIGN > STMT-SIGN-COUNT
        IF SS-OWNER(WS-STMT-SIGN) = WS-OWNER-INDEX
            IF WS-POS NOT = SPACES
                IF SS-POS(WS-STMT-SIGN) = WS-POS
                    EXIT SECTION
                END-IF
            ELSE
                IF SS-ITEM(WS-STMT-SIGN) = WS-ITEM
                    EXIT SECTION
                END-IF
            END-IF
        END-IF
    END-PERFORM
    IF STMT-SIGN-COUNT >= MAX-STMT-SIGNS
        MOVE 0 TO WS-STMT-SIGN
        EXIT SECTION
    END-IF
    ADD 1 TO STMT-SIGN-COUNT
    MOVE STMT-SIGN-COUNT TO WS-STMT-SIGN
    INITIALIZE SS-ENTRY(WS-STMT-SIGN)
    MOVE WS-OWNER-INDEX TO SS-OWNER(WS-STMT-SIGN)
    MOVE WS-POS TO SS-POS(WS-STMT-SIGN)
    MOVE WS-ITEM TO SS-ITEM(WS-STMT-SIGN)
    STRING FUNCTION TRIM(WS-COUNT-FIELD) " x " FUNCTION TRIM(WS-ITEM) " for "
           FUNCTION TRIM(WS-PRICE-FIELD) " " FUNCTION TRIM(WS-CURRENCY)
        DELIMITED BY SIZE INTO SS-TERMS(WS-STMT-SIGN).

    EXIT SECTION.

FindOrAddItem SECTION.
    PERFORM VARYING WS-STMT-ITEM FROM 1 BY 1 UNTIL WS-STMT-ITEM > STMT-ITEM-COUNT
        IF SI-OWNER(WS-STMT-ITEM) = WS-OWNER-INDEX AND SI-ITEM(WS-STMT-ITEM) = WS-ITEM
            EXIT SECTION
        END-IF
    END-PERFORM
    IF STMT-ITEM-COUNT >= MAX-STMT-ITEMS
        MOVE 0 TO WS-STMT-ITEM
        EXIT SECTION
    END-IF
    ADD 1 TO STMT-ITEM-COUNT
    MOVE STMT-ITEM-COUNT TO WS-STMT-ITEM
    INITIALIZE SI-ENTRY(WS-STMT-ITEM)
    MOVE WS-OWNER-INDEX TO SI-OWNER(WS-STMT-ITEM)
    MOVE WS-ITEM TO SI-ITEM(WS-STMT-ITEM).

    EXIT SECTION.

FindOrAddBuyer SECTION.
    PERFORM VARYING WS-STMT-BUYER FROM 1 BY 1 UNTIL WS-STMT-BUYER > STMT-BUYER-COUNT
        IF SB-OWNER(WS-STMT-BUYER) = WS-OWNER-INDEX AND SB-NAME(WS-STMT-BUYER) = WS-BUYER(1:16)
            EXIT SECTION
        END-IF
    END-PERFORM
    IF STMT-BUYER-COUNT >= MAX-STMT-BUYERS
        MOVE 0 TO WS-STMT-BUYER
        EXIT SECTION
    END-IF
    ADD 1 TO STMT-BUYER-COUNT
    MOVE STMT-BUYER-COUNT TO WS-STMT-BUYER
    INITIALIZE SB-ENTRY(WS-STMT-BUYER)
    MOVE WS-OWNER-INDEX TO SB-OWNER(WS-STMT-BUYER)
    MOVE WS-BUYER(1:16) TO SB-NAME(WS-STMT-BUYER).

    EXIT SECTION.

WriteStatement SECTION.
    MOVE SPACES TO WS-REPORT-NAME
    STRING "statement-" FUNCTION TRIM(OW-NAME(WS-OWNER-INDEX)) "-" WS-MONTH ".txt"
        DELIMITED BY SIZE INTO WS-REPORT-NAME
    OPEN OUTPUT REPORT-FILE
    IF FS-REPORT-STATUS NOT = "00"
        DISPLAY "statements: cannot write " FUNCTION TRIM(WS-REPORT-NAME)
        EXIT SECTION
    END-IF
    ADD 1 TO WS-STATEMENTS-WRITTEN

    MOVE SPACES TO REPORT-LINE
    STRING "Shop statement for " FUNCTION TRIM(OW-NAME(WS-OWNER-INDEX)) ", "
           WS-MONTH(1:4) "-" WS-MONTH(5:2)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE

    MOVE OW-PURCHASES(WS-OWNER-INDEX) TO WS-NUM1
    MOVE OW-EMERALDS(WS-OWNER-INDEX) TO WS-NUM2
    MOVE OW-COINS(WS-OWNER-INDEX) TO WS-NUM3
    MOVE SPACES TO REPORT-LINE
    STRING "Sales: " FUNCTION TRIM(WS-NUM1) "   Revenue: " FUNCTION TRIM(WS-NUM2)
           " emeralds, " FUNCTION TRIM(WS-NUM3) " coins"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE

    PERFORM WriteSignSection
    PERFORM WriteItemSection
    PERFORM WriteBuyerSection
    PERFORM WriteIdleDays

    CLOSE REPORT-FILE.

    EXIT SECTION.

WriteSignSection SECTION.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "Shop signs (position, terms, sales, units, takings):" TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 0 TO WS-IDLE-SIGNS
    PERFORM VARYING WS-STMT-SIGN FROM 1 BY 1 UNTIL WS-STMT-SIGN > STMT-SIGN-COUNT
        IF SS-OWNER(WS-STMT-SIGN) = WS-OWNER-INDEX
            PERFORM WriteSignLine
        END-IF
    END-PERFORM
    IF WS-IDLE-SIGNS > 0
        MOVE WS-IDLE-SIGNS TO WS-NUM1
        MOVE SPACES TO REPORT-LINE
        STRING "  " FUNCTION TRIM(WS-NUM1) " sign(s) sold nothing this month --"
               " check that their chests are stocked."
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

    EXIT SECTION.

WriteSignLine SECTION.
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    IF SS-POS(WS-STMT-SIGN) = SPACES
        STRING "  (position not recorded): " FUNCTION TRIM(SS-TERMS(WS-STMT-SIGN))
            DELIMITED BY SIZE INTO REPORT-LINE WITH POINTER WS-LINE-PTR
    ELSE
        STRING "  " FUNCTION TRIM(SS-POS(WS-STMT-SIGN)) ": "
               FUNCTION TRIM(SS-TERMS(WS-STMT-SIGN))
            DELIMITED BY SIZE INTO REPORT-LINE WITH POINTER WS-LINE-PTR
    END-IF
    IF SS-PURCHASES(WS-STMT-SIGN) = 0
        ADD 1 TO WS-IDLE-SIGNS
        STRING " -- NO SALES" DELIMITED BY SIZE INTO REPORT-LINE WITH POINTER WS-LINE-PTR
    ELSE
        MOVE SS-PURCHASES(WS-STMT-SIGN) TO WS-NUM1
        MOVE SS-UNITS(WS-STMT-SIGN) TO WS-NUM2
        MOVE SS-EMERALDS(WS-STMT-SIGN) TO WS-NUM3
        MOVE SS-COINS(WS-STMT-SIGN) TO WS-NUM4
        STRING " -- " FUNCTION TRIM(WS-NUM1) " sales, " FUNCTION TRIM(WS-NUM2) " units, "
               FUNCTION TRIM(WS-NUM3) " emeralds, " FUNCTION TRIM(WS-NUM4) " coins"
            DELIMITED BY SIZE INTO REPORT-LINE WITH POINTER WS-LINE-PTR
    END-IF
    IF SS-ON-FILE(WS-STMT-SIGN) = 0
        STRING " (sign since removed)" DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    WRITE REPORT-LINE.

    EXIT SECTION.

WriteItemSection SECTION.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "Units sold per item:" TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 0 TO WS-LIST-COUNT
    PERFORM VARYING WS-STMT-ITEM FROM 1 BY 1 UNTIL WS-STMT-ITEM > STMT-ITEM-COUNT
        IF SI-OWNER(WS-STMT-ITEM) = WS-OWNER-INDEX
            ADD 1 TO WS-LIST-COUNT
            MOVE SI-UNITS(WS-STMT-ITEM) TO WS-NUM1
            MOVE SI-PURCHASES(WS-STMT-ITEM) TO WS-NUM2
            MOVE SPACES TO REPORT-LINE
            STRING "  " FUNCTION TRIM(SI-ITEM(WS-STMT-ITEM)) ": " FUNCTION TRIM(WS-NUM1)
                   " units in " FUNCTION TRIM(WS-NUM2) " sales"
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
    END-PERFORM
    IF WS-LIST-COUNT = 0
        MOVE "  (none)" TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

    EXIT SECTION.

WriteBuyerSection SECTION.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "Top buyers (sales, units, spent):" TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 0 TO WS-LIST-COUNT
    PERFORM VARYING WS-RANK FROM 1 BY 1 UNTIL WS-RANK > MAX-TOP-BUYERS
        PERFORM PickNextBuyer
        IF WS-BEST-INDEX = 0
            EXIT PERFORM
        END-IF
        MOVE 1 TO SB-RANKED(WS-BEST-INDEX)
        ADD 1 TO WS-LIST-COUNT
        MOVE SB-PURCHASES(WS-BEST-INDEX) TO WS-NUM1
        MOVE SB-UNITS(WS-BEST-INDEX) TO WS-NUM2
        MOVE SB-EMERALDS(WS-BEST-INDEX) TO WS-NUM3
        MOVE SB-COINS(WS-BEST-INDEX) TO WS-NUM4
        MOVE SPACES TO REPORT-LINE
        STRING "  " FUNCTION TRIM(SB-NAME(WS-BEST-INDEX)) ": " FUNCTION TRIM(WS-NUM1)
               " sales, " FUNCTION TRIM(WS-NUM2) " units, " FUNCTION TRIM(WS-NUM3)
               " emeralds, " FUNCTION TRIM(WS-NUM4) " coins"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-PERFORM
    IF WS-LIST-COUNT = 0
        MOVE "  (none)" TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

    EXIT SECTION.

PickNextBuyer SECTION.
    *> Most purchases first; units break a tie.
    MOVE 0 TO WS-BEST-INDEX
    PERFORM VARYING WS-STMT-BUYER FROM 1 BY 1 UNTIL WS-STMT-BUYER > STMT-BUYER-COUNT
        IF SB-OWNER(WS-STMT-BUYER) = WS-OWNER-INDEX AND SB-RANKED(WS-STMT-BUYER) = 0
            IF WS-BEST-INDEX = 0
                MOVE WS-STMT-BUYER TO WS-BEST-INDEX
            ELSE
                IF SB-PURCHASES(WS-STMT-BUYER) > SB-PURCHASES(WS-BEST-INDEX)
                        OR (SB-PURCHASES(WS-STMT-BUYER) = SB-PURCHASES(WS-BEST-INDEX)
                            AND SB-UNITS(WS-STMT-BUYER) > SB-UNITS(WS-BEST-INDEX))
                    MOVE WS-STMT-BUYER TO WS-BEST-INDEX
                END-IF
            END-IF
        END-IF
    END-PERFORM.

    EXIT SECTION.

WriteIdleDays SECTION.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    MOVE 1 TO WS-LINE-PTR
    MOVE 0 TO WS-LIST-COUNT
    STRING "Days with no sales:" DELIMITED BY SIZE INTO REPORT-LINE WITH POINTER WS-LINE-PTR
    PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > WS-DAYS-IN-MONTH
        IF OW-DAY-SALES(WS-OWNER-INDEX, WS-DAY) = 0
            ADD 1 TO WS-LIST-COUNT
            MOVE WS-DAY TO WS-DAY-TEXT
            STRING " " WS-DAY-TEXT DELIMITED BY SIZE INTO REPORT-LINE WITH POINTER WS-LINE-PTR
        END-IF
    END-PERFORM
    IF WS-LIST-COUNT = 0
        STRING " none" DELIMITED BY SIZE INTO REPORT-LINE WITH POINTER WS-LINE-PTR
    END-IF
    WRITE REPORT-LINE

    *> A day without an audit file can't be told apart from a quiet one.
    IF WS-DAYS-READ < WS-DAYS-IN-MONTH
        MOVE SPACES TO REPORT-LINE
        MOVE 1 TO WS-LINE-PTR
        STRING "  (no audit file for:" DELIMITED BY SIZE INTO REPORT-LINE
            WITH POINTER WS-LINE-PTR
        PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > WS-DAYS-IN-MONTH
            IF DAY-FILE-FOUND(WS-DAY) = 0
                MOVE WS-DAY TO WS-DAY-TEXT
                STRING " " WS-DAY-TEXT DELIMITED BY SIZE INTO REPORT-LINE
                    WITH POINTER WS-LINE-PTR
            END-IF
        END-PERFORM
        STRING ")" DELIMITED BY SIZE INTO REPORT-LINE WITH POINTER WS-LINE-PTR
        WRITE REPORT-LINE
    END-IF.

    EXIT SECTION.

END PROGRAM statements.
