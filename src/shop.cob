*>   line 1: [shop]
*>   line 2: the item sold (a bare name gets the minecraft: prefix)
*>   line 3: how many per purchase
*>   line 4: the price, in emeralds -- or, written with a leading "$", in
*>           account coins
*> The stock lives in the chest the sign stands on or against; a purchase
*> moves the goods out, moves the payment in, and refuses cleanly when either
*> the chest is short of stock or the buyer short of emeralds. A coin price
*> never touches emeralds at all: Accounts-Transfer debits the buyer's account
*> and credits the owner's in the one step, online or not. The sign's
*> recorded writer (SIGN-OWNER-NAME) owns the shop -- and the chest, which the
*> container-open path keeps shut to everyone else through Shop-IsShopChest.
*> Completed purchases land in the audit trail.
    COPY DD-CLIENT-STATES.
    COPY DD-PLAYERS.
    COPY DD-CONTAINERS.
    COPY DD-ACCOUNTS.
    COPY DD-MESSAGE-ARGS.
    01 PLAYER-ID                BINARY-LONG UNSIGNED.
    01 WS-SIGN-INDEX            BINARY-LONG UNSIGNED.
    *> parsed shop terms
    01 WS-ITEM-NAME             PIC X(64).
    01 WS-SALE-COUNT            BINARY-LONG.
    01 WS-PRICE                 BINARY-LONG.
    01 WS-PRICE-TEXT            PIC X(64).
    01 WS-PRICE-IN-COINS        BINARY-CHAR UNSIGNED.
    01 WS-COIN-PRICE            BINARY-DOUBLE.
    01 WS-BUYER-ACCOUNT         BINARY-LONG UNSIGNED.
    01 WS-OWNER-ACCOUNT         BINARY-LONG UNSIGNED.
    01 WS-XFER-STATUS           BINARY-CHAR UNSIGNED.
    01 WS-LEDGER-REASON         PIC X(48).
    01 WS-ITEM-ID               BINARY-LONG.
    01 WS-EMERALD-ID            BINARY-LONG VALUE 0.
    *> registry lookup
    01 WS-AUDIT-LINE            PIC X(200).
    01 WS-NUM-TEXT              PIC -(10)9.
    01 WS-NUM-TEXT2             PIC -(10)9.
    01 WS-POS-X-TEXT            PIC -(10)9.
    01 WS-POS-Y-TEXT            PIC -(10)9.
    01 WS-POS-Z-TEXT            PIC -(10)9.
    01 WS-SIGN-POS              PIC X(40).
LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
    01 LK-X                     BINARY-LONG.
    *> The shopkeeper clicking their own sign just gets told it works.
    IF FUNCTION TRIM(SIGN-OWNER-NAME(WS-SIGN-INDEX))
            = FUNCTION TRIM(PLAYER-USERNAME(PLAYER-ID))
        CALL "Message-Text" USING "shop.own" MESSAGE-ARGS WS-NOTICE
        PERFORM TellBuyer
        GOBACK
    END-IF

    PERFORM ResolveShopItems
    IF WS-ITEM-ID = 0 OR WS-EMERALD-ID = 0
        CALL "Message-Text" USING "shop.unknown-item" MESSAGE-ARGS WS-NOTICE
        PERFORM TellBuyer
        GOBACK
    END-IF

    PERFORM FindShopChest
    IF WS-CHEST-FOUND = 0
        CALL "Message-Text" USING "shop.no-chest" MESSAGE-ARGS WS-NOTICE
        PERFORM TellBuyer
        GOBACK
    END-IF
        END-IF
    END-PERFORM
    IF WS-STOCK < WS-SALE-COUNT
        CALL "Message-Text" USING "shop.out-of-stock" MESSAGE-ARGS WS-NOTICE
        PERFORM TellBuyer
        GOBACK
    END-IF

    IF WS-PRICE-IN-COINS = 1
        PERFORM BuyWithCoins
        GOBACK
    END-IF

    MOVE 0 TO WS-FUNDS
    PERFORM VARYING WS-SLOT-INDEX FROM 10 BY 1 UNTIL WS-SLOT-INDEX > 45
        IF PLAYER-INVENTORY-SLOT-SLOT-ID(PLAYER-ID, WS-SLOT-INDEX) = WS-EMERALD-ID
        END-IF
    END-PERFORM
    IF WS-FUNDS < WS-PRICE
        CALL "Message-Text" USING "shop.afford" MESSAGE-ARGS WS-NOTICE
        PERFORM TellBuyer
        GOBACK
    END-IF
    CALL "Container-SaveContents" USING WS-CONTAINER-ID
    PERFORM ResyncBuyer

    CALL "Message-Text" USING "shop.done" MESSAGE-ARGS WS-NOTICE
    PERFORM TellBuyer

    MOVE WS-SALE-COUNT TO WS-NUM-TEXT
    MOVE WS-PRICE TO WS-NUM-TEXT2
    PERFORM FormatSignPos
    MOVE SPACES TO WS-AUDIT-LINE
    STRING "[shop] " FUNCTION TRIM(PLAYER-USERNAME(PLAYER-ID)) " bought "
           FUNCTION TRIM(WS-NUM-TEXT) " x " FUNCTION TRIM(WS-ITEM-NAME)
           " for " FUNCTION TRIM(WS-NUM-TEXT2) " emeralds from "
           FUNCTION TRIM(SIGN-OWNER-NAME(WS-SIGN-INDEX)) " at " FUNCTION TRIM(WS-SIGN-POS)
        DELIMITED BY SIZE INTO WS-AUDIT-LINE
    CALL "Audit-Log" USING WS-AUDIT-LINE
    GOBACK.

*> The coin settlement: the account transfer goes first and is the whole
*> affordability test -- only once the buyer has actually paid does stock
*> leave the chest.
BuyWithCoins.
    CALL "Accounts-Open" USING PLAYER-UUID(PLAYER-ID) PLAYER-USERNAME(PLAYER-ID)
        WS-BUYER-ACCOUNT
    CALL "Accounts-FindByName" USING SIGN-OWNER-NAME(WS-SIGN-INDEX) WS-OWNER-ACCOUNT
    IF WS-BUYER-ACCOUNT = 0 OR WS-OWNER-ACCOUNT = 0
        CALL "Message-Text" USING "shop.no-account" MESSAGE-ARGS WS-NOTICE
        PERFORM TellBuyer
        EXIT PARAGRAPH
    END-IF

    MOVE WS-PRICE TO WS-COIN-PRICE
    MOVE WS-SALE-COUNT TO WS-NUM-TEXT
    MOVE SPACES TO WS-LEDGER-REASON
    STRING "shop " FUNCTION TRIM(WS-NUM-TEXT) " x " FUNCTION TRIM(WS-ITEM-NAME)
        DELIMITED BY SIZE INTO WS-LEDGER-REASON
    CALL "Accounts-Transfer" USING WS-BUYER-ACCOUNT WS-OWNER-ACCOUNT WS-COIN-PRICE
        WS-LEDGER-REASON WS-XFER-STATUS
    IF WS-XFER-STATUS = ACCOUNT-XFER-NO-LEDGER
        CALL "Message-Text" USING "accounts.unavailable" MESSAGE-ARGS WS-NOTICE
        PERFORM TellBuyer
        EXIT PARAGRAPH
    END-IF
    IF WS-XFER-STATUS NOT = ACCOUNT-XFER-OK
        CALL "Message-Text" USING "shop.afford" MESSAGE-ARGS WS-NOTICE
        PERFORM TellBuyer
        EXIT PARAGRAPH
    END-IF

    PERFORM TakeStockFromChest
    PERFORM DeliverGoods
    CALL "Container-SaveContents" USING WS-CONTAINER-ID

    CALL "Message-Text" USING "shop.done" MESSAGE-ARGS WS-NOTICE
    PERFORM TellBuyer

    MOVE WS-PRICE TO WS-NUM-TEXT2
    PERFORM FormatSignPos
    MOVE SPACES TO WS-AUDIT-LINE
    STRING "[shop] " FUNCTION TRIM(PLAYER-USERNAME(PLAYER-ID)) " bought "
           FUNCTION TRIM(WS-NUM-TEXT) " x " FUNCTION TRIM(WS-ITEM-NAME)
           " for " FUNCTION TRIM(WS-NUM-TEXT2) " coins from "
           FUNCTION TRIM(SIGN-OWNER-NAME(WS-SIGN-INDEX)) " at " FUNCTION TRIM(WS-SIGN-POS)
        DELIMITED BY SIZE INTO WS-AUDIT-LINE
    CALL "Audit-Log" USING WS-AUDIT-LINE
    EXIT PARAGRAPH.

*> The sign's block position as "x,y,z" -- the [shop] audit line ends with
*> it so the monthly statements can tell an owner's signs apart.
FormatSignPos.
    MOVE SIGN-X(WS-SIGN-INDEX) TO WS-POS-X-TEXT
    MOVE SIGN-Y(WS-SIGN-INDEX) TO WS-POS-Y-TEXT
    MOVE SIGN-Z(WS-SIGN-INDEX) TO WS-POS-Z-TEXT
    MOVE SPACES TO WS-SIGN-POS
    STRING FUNCTION TRIM(WS-POS-X-TEXT) "," FUNCTION TRIM(WS-POS-Y-TEXT) ","
           FUNCTION TRIM(WS-POS-Z-TEXT)
        DELIMITED BY SIZE INTO WS-SIGN-POS
    EXIT PARAGRAPH.

FindSignHere.
    MOVE 0 TO WS-SIGN-INDEX
    PERFORM VARYING WS-SIGN-INDEX FROM 1 BY 1 UNTIL WS-SIGN-INDEX > MAX-SIGN-ENTRIES
    IF FUNCTION TRIM(SIGN-LINE-TEXT(WS-SIGN-INDEX, 1)) NOT = "[shop]"
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-PRICE-IN-COINS
    MOVE FUNCTION TRIM(SIGN-LINE-TEXT(WS-SIGN-INDEX, 4)) TO WS-PRICE-TEXT
    IF WS-PRICE-TEXT(1:1) = "$"
        MOVE 1 TO WS-PRICE-IN-COINS
        MOVE FUNCTION TRIM(SIGN-LINE-TEXT(WS-SIGN-INDEX, 4)) TO WS-LOOKUP-NAME
        MOVE WS-LOOKUP-NAME(2:) TO WS-PRICE-TEXT
    END-IF
    IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(SIGN-LINE-TEXT(WS-SIGN-INDEX, 3))) NOT = 0
            OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-PRICE-TEXT)) NOT = 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-SALE-COUNT = FUNCTION NUMVAL(SIGN-LINE-TEXT(WS-SIGN-INDEX, 3))
    COMPUTE WS-PRICE = FUNCTION NUMVAL(WS-PRICE-TEXT)
    IF WS-SALE-COUNT < 1 OR WS-PRICE < 1
        EXIT PARAGRAPH
    END-IF
