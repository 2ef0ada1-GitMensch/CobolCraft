*> --- Auctions-Load ---
*> Read auctions.dat back into the auction table -- the mirror of
*> Auctions-Save. Loaded on first use rather than at startup, the way the mute
*> list is; whatever touches the table first (a command, the settlement tick,
*> a login delivery) brings it in.
IDENTIFICATION DIVISION.
PROGRAM-ID. Auctions-Load.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUCTIONS-FILE ASSIGN TO "auctions.dat"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  AUCTIONS-FILE.
01  AUCTIONS-RECORD.
    02 REC-COMPRESSED-LENGTH      BINARY-LONG UNSIGNED.
    02 REC-COMPRESSED-DATA        PIC X(131072).

WORKING-STORAGE SECTION.
    COPY DD-AUCTIONS.
    COPY DD-NBT-DECODER.
    01 FS-STATUS                 PIC X(2).
    01 WS-RAW-BUFFER             PIC X(131072).
    01 WS-DECOMPRESS-OK          BINARY-CHAR UNSIGNED.
    01 WS-AT-END                 BINARY-CHAR UNSIGNED.
    01 WS-TAG-NAME               PIC X(256).
    01 WS-NAME-LEN               BINARY-LONG UNSIGNED.
    01 WS-LIST-COUNT             BINARY-LONG UNSIGNED.
    01 WS-LIST-INDEX             BINARY-LONG UNSIGNED.
    01 WS-AUCTION-INDEX          BINARY-LONG UNSIGNED.
    01 WS-HEX                    PIC X(32).
    01 WS-STRING-LEN             BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    MOVE 1 TO AUCTIONS-LOADED
    MOVE 1 TO AUCTION-NEXT-ID
    PERFORM VARYING WS-AUCTION-INDEX FROM 1 BY 1 UNTIL WS-AUCTION-INDEX > MAX-AUCTION-ENTRIES
        INITIALIZE AUCTION-ENTRY(WS-AUCTION-INDEX)
    END-PERFORM

    OPEN INPUT AUCTIONS-FILE
    IF FS-STATUS NOT = "00" THEN
        GOBACK
    END-IF
    READ AUCTIONS-FILE
        AT END
            CLOSE AUCTIONS-FILE
            GOBACK
    END-READ

    MOVE 0 TO NBT-DECODER-OFFSET
    MOVE 0 TO NBT-DECODER-LEVEL
    CALL "NbtDecode-RootCompoundCompressed" USING NBT-DECODER-STATE
        REC-COMPRESSED-DATA REC-COMPRESSED-LENGTH WS-RAW-BUFFER WS-DECOMPRESS-OK
    IF WS-DECOMPRESS-OK = 0
        CALL "Log-Error" USING "Failed to decompress auctions.dat"
        CLOSE AUCTIONS-FILE
        GOBACK
    END-IF

    PERFORM UNTIL EXIT
        CALL "NbtDecode-Peek" USING NBT-DECODER-STATE WS-RAW-BUFFER WS-AT-END
            WS-TAG-NAME WS-NAME-LEN
        IF WS-AT-END > 0
            EXIT PERFORM
        END-IF
        EVALUATE TRUE
            WHEN WS-TAG-NAME(1:WS-NAME-LEN) = "NextId"
                CALL "NbtDecode-Int" USING NBT-DECODER-STATE WS-RAW-BUFFER AUCTION-NEXT-ID
            WHEN WS-TAG-NAME(1:WS-NAME-LEN) = "Auctions"
                PERFORM DecodeAuctionsList
            WHEN OTHER
                CALL "NbtDecode-Skip" USING NBT-DECODER-STATE WS-RAW-BUFFER
        END-EVALUATE
    END-PERFORM
    CLOSE AUCTIONS-FILE
    CALL "Log-Info" USING "Loaded auctions.dat"
    GOBACK.

DecodeAuctionsList.
    CALL "NbtDecode-List" USING NBT-DECODER-STATE WS-RAW-BUFFER WS-LIST-COUNT
    MOVE 0 TO WS-AUCTION-INDEX
    PERFORM VARYING WS-LIST-INDEX FROM 1 BY 1 UNTIL WS-LIST-INDEX > WS-LIST-COUNT
        CALL "NbtDecode-Compound" USING NBT-DECODER-STATE WS-RAW-BUFFER
        IF WS-AUCTION-INDEX < MAX-AUCTION-ENTRIES
            ADD 1 TO WS-AUCTION-INDEX
            PERFORM DecodeOneAuction
        ELSE
            CALL "Log-Error" USING "auctions.dat holds more listings than the table; some were dropped"
            CALL "NbtDecode-SkipRemainingTags" USING NBT-DECODER-STATE WS-RAW-BUFFER
        END-IF
        CALL "NbtDecode-EndCompound" USING NBT-DECODER-STATE WS-RAW-BUFFER
    END-PERFORM
    CALL "NbtDecode-EndList" USING NBT-DECODER-STATE WS-RAW-BUFFER
    EXIT PARAGRAPH.

DecodeOneAuction.
    PERFORM UNTIL EXIT
        CALL "NbtDecode-Peek" USING NBT-DECODER-STATE WS-RAW-BUFFER WS-AT-END
            WS-TAG-NAME WS-NAME-LEN
        IF WS-AT-END > 0
            EXIT PERFORM
        END-IF
        EVALUATE WS-TAG-NAME(1:WS-NAME-LEN)
            WHEN "Id"
                CALL "NbtDecode-Int" USING NBT-DECODER-STATE WS-RAW-BUFFER
                    AUCTION-ID(WS-AUCTION-INDEX)
            WHEN "State"
                CALL "NbtDecode-Byte" USING NBT-DECODER-STATE WS-RAW-BUFFER
                    AUCTION-STATE(WS-AUCTION-INDEX)
            WHEN "Seller"
                PERFORM DecodeHex
                CALL "Uuid-FromHex" USING WS-HEX AUCTION-SELLER-UUID(WS-AUCTION-INDEX)
            WHEN "SellerName"
                CALL "NbtDecode-String" USING NBT-DECODER-STATE WS-RAW-BUFFER
                    AUCTION-SELLER-NAME(WS-AUCTION-INDEX) WS-STRING-LEN
            WHEN "MinPrice"
                CALL "NbtDecode-Long" USING NBT-DECODER-STATE WS-RAW-BUFFER
                    AUCTION-MIN-PRICE(WS-AUCTION-INDEX)
            WHEN "Bid"
                CALL "NbtDecode-Long" USING NBT-DECODER-STATE WS-RAW-BUFFER
                    AUCTION-BID(WS-AUCTION-INDEX)
            WHEN "Bidder"
                PERFORM DecodeHex
                CALL "Uuid-FromHex" USING WS-HEX AUCTION-BIDDER-UUID(WS-AUCTION-INDEX)
            WHEN "BidderName"
                CALL "NbtDecode-String" USING NBT-DECODER-STATE WS-RAW-BUFFER
                    AUCTION-BIDDER-NAME(WS-AUCTION-INDEX) WS-STRING-LEN
            WHEN "Expires"
                CALL "NbtDecode-Long" USING NBT-DECODER-STATE WS-RAW-BUFFER
                    AUCTION-EXPIRES-MICROS(WS-AUCTION-INDEX)
            WHEN "Recipient"
                PERFORM DecodeHex
                CALL "Uuid-FromHex" USING WS-HEX AUCTION-RECIPIENT-UUID(WS-AUCTION-INDEX)
            WHEN "RecipientName"
                CALL "NbtDecode-String" USING NBT-DECODER-STATE WS-RAW-BUFFER
                    AUCTION-RECIPIENT-NAME(WS-AUCTION-INDEX) WS-STRING-LEN
            WHEN "Item"
                CALL "NbtDecode-Compound" USING NBT-DECODER-STATE WS-RAW-BUFFER
                CALL "InventorySlot-NbtDecode" USING NBT-DECODER-STATE WS-RAW-BUFFER
                    AUCTION-ITEM(WS-AUCTION-INDEX)
                CALL "NbtDecode-EndCompound" USING NBT-DECODER-STATE WS-RAW-BUFFER
            WHEN OTHER
                CALL "NbtDecode-Skip" USING NBT-DECODER-STATE WS-RAW-BUFFER
        END-EVALUATE
    END-PERFORM
    EXIT PARAGRAPH.

DecodeHex.
    MOVE SPACES TO WS-HEX
    CALL "NbtDecode-String" USING NBT-DECODER-STATE WS-RAW-BUFFER WS-HEX WS-STRING-LEN
    EXIT PARAGRAPH.

END PROGRAM Auctions-Load.

*> --- Auctions-Save ---
*> Flush the auction table to auctions.dat, one compound per live listing
*> (open or awaiting delivery), its escrowed stack encoded by the shared
*> InventorySlot-NbtEncode. Called after every change -- escrow is exactly
*> the state that must never be lost to a crash between saves.
IDENTIFICATION DIVISION.
PROGRAM-ID. Auctions-Save.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUCTIONS-FILE ASSIGN TO "auctions.dat"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  AUCTIONS-FILE.
01  AUCTIONS-RECORD.
    02 REC-COMPRESSED-LENGTH      BINARY-LONG UNSIGNED.
    02 REC-COMPRESSED-DATA        PIC X(131072).

WORKING-STORAGE SECTION.
    COPY DD-AUCTIONS.
    COPY DD-NBT-ENCODER.
    01 FS-STATUS                 PIC X(2).
    01 WS-RAW-BUFFER             PIC X(131072).
    01 WS-RAW-LENGTH             BINARY-LONG UNSIGNED.
    01 WS-COMPRESSED-BUFFER      PIC X(131072).
    01 WS-COMPRESSED-LENGTH      BINARY-LONG UNSIGNED.
    01 WS-AUCTION-INDEX          BINARY-LONG UNSIGNED.
    01 WS-PRESENT-COUNT          BINARY-LONG UNSIGNED.
    01 WS-HEX                    PIC X(32).
    01 WS-HEX-LEN                BINARY-LONG UNSIGNED VALUE 32.
    01 WS-STRING-LEN             BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    OPEN OUTPUT AUCTIONS-FILE
    IF FS-STATUS NOT = "00" THEN
        CALL "Log-Error" USING "Failed to save auctions.dat"
        GOBACK
    END-IF

    MOVE 0 TO WS-PRESENT-COUNT
    PERFORM VARYING WS-AUCTION-INDEX FROM 1 BY 1 UNTIL WS-AUCTION-INDEX > MAX-AUCTION-ENTRIES
        IF AUCTION-STATE(WS-AUCTION-INDEX) NOT = AUCTION-STATE-FREE
            ADD 1 TO WS-PRESENT-COUNT
        END-IF
    END-PERFORM

    MOVE 0 TO NBT-ENCODER-OFFSET
    MOVE 0 TO NBT-ENCODER-LEVEL
    CALL "NbtEncode-RootCompound" USING NBT-ENCODER-STATE WS-RAW-BUFFER
    CALL "NbtEncode-Int" USING NBT-ENCODER-STATE WS-RAW-BUFFER "NextId" 6 AUCTION-NEXT-ID
    CALL "NbtEncode-List" USING NBT-ENCODER-STATE WS-RAW-BUFFER "Auctions" 8 X"09" X"0A"
        WS-PRESENT-COUNT
    PERFORM VARYING WS-AUCTION-INDEX FROM 1 BY 1 UNTIL WS-AUCTION-INDEX > MAX-AUCTION-ENTRIES
        IF AUCTION-STATE(WS-AUCTION-INDEX) NOT = AUCTION-STATE-FREE
            PERFORM EncodeOneAuction
        END-IF
    END-PERFORM
    CALL "NbtEncode-EndList" USING NBT-ENCODER-STATE WS-RAW-BUFFER
    CALL "NbtEncode-EndCompound" USING NBT-ENCODER-STATE WS-RAW-BUFFER

    MOVE NBT-ENCODER-OFFSET TO WS-RAW-LENGTH
    CALL "NbtEncode-CompressBuffer" USING WS-RAW-BUFFER WS-RAW-LENGTH
        WS-COMPRESSED-BUFFER WS-COMPRESSED-LENGTH
    MOVE WS-COMPRESSED-LENGTH TO REC-COMPRESSED-LENGTH
    MOVE WS-COMPRESSED-BUFFER TO REC-COMPRESSED-DATA
    WRITE AUCTIONS-RECORD
    CLOSE AUCTIONS-FILE
    GOBACK.

EncodeOneAuction.
    CALL "NbtEncode-Compound" USING NBT-ENCODER-STATE WS-RAW-BUFFER SPACES 0
    CALL "NbtEncode-Int" USING NBT-ENCODER-STATE WS-RAW-BUFFER "Id" 2
        AUCTION-ID(WS-AUCTION-INDEX)
    CALL "NbtEncode-Byte" USING NBT-ENCODER-STATE WS-RAW-BUFFER "State" 5
        AUCTION-STATE(WS-AUCTION-INDEX)
    CALL "Uuid-ToHex" USING AUCTION-SELLER-UUID(WS-AUCTION-INDEX) WS-HEX
    CALL "NbtEncode-String" USING NBT-ENCODER-STATE WS-RAW-BUFFER "Seller" 6
        WS-HEX WS-HEX-LEN
    PERFORM NameLength
    CALL "NbtEncode-String" USING NBT-ENCODER-STATE WS-RAW-BUFFER "SellerName" 10
        AUCTION-SELLER-NAME(WS-AUCTION-INDEX) WS-STRING-LEN
    CALL "NbtEncode-Long" USING NBT-ENCODER-STATE WS-RAW-BUFFER "MinPrice" 8
        AUCTION-MIN-PRICE(WS-AUCTION-INDEX)
    CALL "NbtEncode-Long" USING NBT-ENCODER-STATE WS-RAW-BUFFER "Bid" 3
        AUCTION-BID(WS-AUCTION-INDEX)
    CALL "Uuid-ToHex" USING AUCTION-BIDDER-UUID(WS-AUCTION-INDEX) WS-HEX
    CALL "NbtEncode-String" USING NBT-ENCODER-STATE WS-RAW-BUFFER "Bidder" 6
        WS-HEX WS-HEX-LEN
    MOVE 0 TO WS-STRING-LEN
    IF AUCTION-BIDDER-NAME(WS-AUCTION-INDEX) NOT = SPACES
        COMPUTE WS-STRING-LEN =
            FUNCTION LENGTH(FUNCTION TRIM(AUCTION-BIDDER-NAME(WS-AUCTION-INDEX)))
    END-IF
    CALL "NbtEncode-String" USING NBT-ENCODER-STATE WS-RAW-BUFFER "BidderName" 10
        AUCTION-BIDDER-NAME(WS-AUCTION-INDEX) WS-STRING-LEN
    CALL "NbtEncode-Long" USING NBT-ENCODER-STATE WS-RAW-BUFFER "Expires" 7
        AUCTION-EXPIRES-MICROS(WS-AUCTION-INDEX)
    CALL "Uuid-ToHex" USING AUCTION-RECIPIENT-UUID(WS-AUCTION-INDEX) WS-HEX
    CALL "NbtEncode-String" USING NBT-ENCODER-STATE WS-RAW-BUFFER "Recipient" 9
        WS-HEX WS-HEX-LEN
    MOVE 0 TO WS-STRING-LEN
    IF AUCTION-RECIPIENT-NAME(WS-AUCTION-INDEX) NOT = SPACES
        COMPUTE WS-STRING-LEN =
            FUNCTION LENGTH(FUNCTION TRIM(AUCTION-RECIPIENT-NAME(WS-AUCTION-INDEX)))
    END-IF
    CALL "NbtEncode-String" USING NBT-ENCODER-STATE WS-RAW-BUFFER "RecipientName" 13
        AUCTION-RECIPIENT-NAME(WS-AUCTION-INDEX) WS-STRING-LEN
    CALL "NbtEncode-Compound" USING NBT-ENCODER-STATE WS-RAW-BUFFER "Item" 4
    CALL "InventorySlot-NbtEncode" USING NBT-ENCODER-STATE WS-RAW-BUFFER
        AUCTION-ITEM(WS-AUCTION-INDEX)
    CALL "NbtEncode-EndCompound" USING NBT-ENCODER-STATE WS-RAW-BUFFER
    CALL "NbtEncode-EndCompound" USING NBT-ENCODER-STATE WS-RAW-BUFFER
    EXIT PARAGRAPH.

NameLength.
    MOVE 0 TO WS-STRING-LEN
    IF AUCTION-SELLER-NAME(WS-AUCTION-INDEX) NOT = SPACES
        COMPUTE WS-STRING-LEN =
            FUNCTION LENGTH(FUNCTION TRIM(AUCTION-SELLER-NAME(WS-AUCTION-INDEX)))
    END-IF
    EXIT PARAGRAPH.

END PROGRAM Auctions-Save.

*> --- Auction-Command ---
*> The /auction verbs, dispatched from Command-Dispatch:
*>   /auction sell <price> [hours]   list the stack in hand, opening at <price>
*>   /auction list                   show the open listings
*>   /auction bid <number> <amount>  bid on a listing; the coins are held at once
*>   /auction cancel <number>        withdraw your own listing while it has no bids
*> An operator may cancel any listing; a standing bid is refunded when they do.
IDENTIFICATION DIVISION.
PROGRAM-ID. Auction-Command.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-AUCTIONS.
    COPY DD-ACCOUNTS.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-PLAYERS.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-MESSAGE-ARGS.
    01 WS-AUCTION-INDEX         BINARY-LONG UNSIGNED.
    01 WS-HELD-INDEX            BINARY-LONG UNSIGNED.
    01 WS-SERVER-ACCOUNT        BINARY-LONG UNSIGNED VALUE 0.
    01 WS-OWN-ACCOUNT           BINARY-LONG UNSIGNED.
    01 WS-OTHER-ACCOUNT         BINARY-LONG UNSIGNED.
    01 WS-STATUS                BINARY-CHAR UNSIGNED.
    01 WS-NOW                   BINARY-DOUBLE.
    01 WS-HOURS                 BINARY-LONG.
    01 WS-AMOUNT-ARG            PIC X(32).
    01 WS-AMOUNT-VALUE          PIC S9(15)V99.
    01 WS-AMOUNT                BINARY-DOUBLE.
    01 WS-AMOUNT-OK             BINARY-CHAR UNSIGNED.
    01 WS-LISTING-NUMBER        BINARY-LONG UNSIGNED.
    01 WS-PRIOR-BID             BINARY-DOUBLE.
    01 WS-PRIOR-UUID            PIC X(16).
    01 WS-PRIOR-NAME            PIC X(16).
    01 WS-LISTED-COUNT          BINARY-LONG UNSIGNED.
    01 WS-MINUTES-LEFT          BINARY-LONG.
    01 WS-HOURS-LEFT            BINARY-LONG.
    01 WS-REASON                PIC X(48).
    01 WS-ID-TEXT               PIC Z(9)9.
    01 WS-COUNT-TEXT            PIC Z(9)9.
    01 WS-AMOUNT-TEXT           PIC -(18)9.
    01 WS-BID-TEXT              PIC -(18)9.
    01 WS-HOURS-TEXT            PIC Z(9)9.
    01 WS-MINUTES-TEXT          PIC Z9.
    01 WS-ITEM-NAME             PIC X(64).
    01 WS-LISTING-TEXT          PIC X(64).
    01 WS-LINE                  PIC X(160).
    01 WS-LINE-LEN              BINARY-LONG UNSIGNED.
    01 WS-NOTICE-KEY            PIC X(48).
    01 WS-NOTICE-UUID           PIC X(16).
    01 WS-SCAN-ID               BINARY-LONG UNSIGNED.
    01 WS-AUDIT-LINE            PIC X(200).
LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
    01 LK-PLAYER-ID             BINARY-LONG UNSIGNED.
    01 LK-SUBCOMMAND            PIC X(32).
    01 LK-ARG2                  PIC X(32).
    01 LK-ARG3                  PIC X(32).
    01 LK-RESULT                PIC X(128).

PROCEDURE DIVISION USING LK-CLIENT LK-PLAYER-ID LK-SUBCOMMAND LK-ARG2 LK-ARG3 LK-RESULT.
    MOVE SPACES TO LK-RESULT
    IF AUCTIONS-LOADED = 0
        CALL "Auctions-Load"
    END-IF
    EVALUATE FUNCTION TRIM(LK-SUBCOMMAND)
        WHEN "sell"
            PERFORM SellHeld
        WHEN "list"
            PERFORM ListOpen
        WHEN "bid"
            PERFORM PlaceBid
        WHEN "cancel"
            PERFORM CancelListing
        WHEN OTHER
            CALL "Message-Text" USING "auction.usage" MESSAGE-ARGS LK-RESULT
    END-EVALUATE
    GOBACK.

SellHeld.
    MOVE LK-ARG2 TO WS-AMOUNT-ARG
    PERFORM ParseAmount
    IF WS-AMOUNT-OK = 0
        CALL "Message-Text" USING "auction.sell.usage" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF
    MOVE SERVER-AUCTION-HOURS TO WS-HOURS
    IF LK-ARG3 NOT = SPACES
        IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(LK-ARG3)) NOT = 0
            CALL "Message-Text" USING "auction.sell.usage" MESSAGE-ARGS LK-RESULT
            EXIT PARAGRAPH
        END-IF
        COMPUTE WS-HOURS = FUNCTION NUMVAL(LK-ARG3)
        IF WS-HOURS < 1 OR WS-HOURS > 168
            CALL "Message-Text" USING "auction.sell.hours" MESSAGE-ARGS LK-RESULT
            EXIT PARAGRAPH
        END-IF
    END-IF

    COMPUTE WS-HELD-INDEX = 37 + PLAYER-HELD-SLOT(LK-PLAYER-ID)
    IF PLAYER-INVENTORY-SLOT-SLOT-COUNT(LK-PLAYER-ID, WS-HELD-INDEX) = 0
        CALL "Message-Text" USING "auction.sell.hold" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING WS-AUCTION-INDEX FROM 1 BY 1 UNTIL WS-AUCTION-INDEX > MAX-AUCTION-ENTRIES
        IF AUCTION-STATE(WS-AUCTION-INDEX) = AUCTION-STATE-FREE
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-AUCTION-INDEX > MAX-AUCTION-ENTRIES
        CALL "Message-Text" USING "auction.sell.full" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF

    *> Into escrow: the stack leaves the inventory and lives only in the
    *> table (and auctions.dat) from here on.
    INITIALIZE AUCTION-ENTRY(WS-AUCTION-INDEX)
    MOVE AUCTION-STATE-OPEN TO AUCTION-STATE(WS-AUCTION-INDEX)
    MOVE AUCTION-NEXT-ID TO AUCTION-ID(WS-AUCTION-INDEX)
    ADD 1 TO AUCTION-NEXT-ID
    MOVE PLAYER-UUID(LK-PLAYER-ID) TO AUCTION-SELLER-UUID(WS-AUCTION-INDEX)
    MOVE PLAYER-USERNAME(LK-PLAYER-ID) TO AUCTION-SELLER-NAME(WS-AUCTION-INDEX)
    MOVE WS-AMOUNT TO AUCTION-MIN-PRICE(WS-AUCTION-INDEX)
    MOVE 0 TO AUCTION-BID(WS-AUCTION-INDEX)
    CALL "SystemTimeMicros" USING WS-NOW
    COMPUTE AUCTION-EXPIRES-MICROS(WS-AUCTION-INDEX) = WS-NOW + WS-HOURS * 3600000000
    MOVE PLAYER-INVENTORY-SLOT(LK-PLAYER-ID, WS-HELD-INDEX) TO AUCTION-ITEM(WS-AUCTION-INDEX)
    INITIALIZE PLAYER-INVENTORY-SLOT(LK-PLAYER-ID, WS-HELD-INDEX)
    CALL "Auctions-Save"

    ADD 1 TO PLAYER-WINDOW-STATE(LK-PLAYER-ID)
    CALL "SendPacket-SetContainerContent" USING LK-CLIENT PLAYER-WINDOW-STATE(LK-PLAYER-ID)
        PLAYER-INVENTORY(LK-PLAYER-ID) PLAYER-MOUSE-ITEM(LK-PLAYER-ID)

    PERFORM DescribeListing
    MOVE SPACES TO WS-AUDIT-LINE
    STRING "[auction] " FUNCTION TRIM(PLAYER-USERNAME(LK-PLAYER-ID)) " listed #"
           FUNCTION TRIM(WS-ID-TEXT) ": " FUNCTION TRIM(WS-COUNT-TEXT) " x "
           FUNCTION TRIM(WS-ITEM-NAME) " from " FUNCTION TRIM(WS-AMOUNT-TEXT) " coins"
        DELIMITED BY SIZE INTO WS-AUDIT-LINE
    CALL "Audit-Log" USING WS-AUDIT-LINE
    MOVE SPACES TO MESSAGE-ARGS
    MOVE WS-ID-TEXT TO MESSAGE-ARG(1)
    MOVE WS-AMOUNT-TEXT TO MESSAGE-ARG(2)
    CALL "Message-Text" USING "auction.sell.done" MESSAGE-ARGS LK-RESULT
    EXIT PARAGRAPH.

ListOpen.
    CALL "SystemTimeMicros" USING WS-NOW
    MOVE 0 TO WS-LISTED-COUNT
    PERFORM VARYING WS-AUCTION-INDEX FROM 1 BY 1 UNTIL WS-AUCTION-INDEX > MAX-AUCTION-ENTRIES
        IF AUCTION-STATE(WS-AUCTION-INDEX) = AUCTION-STATE-OPEN
            ADD 1 TO WS-LISTED-COUNT
            PERFORM SendListingLine
        END-IF
    END-PERFORM
    MOVE WS-LISTED-COUNT TO WS-COUNT-TEXT
    MOVE SPACES TO MESSAGE-ARGS
    MOVE WS-COUNT-TEXT TO MESSAGE-ARG(1)
    CALL "Message-Text" USING "auction.list.count" MESSAGE-ARGS LK-RESULT
    EXIT PARAGRAPH.

SendListingLine.
    PERFORM DescribeListing
    COMPUTE WS-MINUTES-LEFT = (AUCTION-EXPIRES-MICROS(WS-AUCTION-INDEX) - WS-NOW) / 60000000
    IF WS-MINUTES-LEFT < 0
        MOVE 0 TO WS-MINUTES-LEFT
    END-IF
    COMPUTE WS-HOURS-LEFT = WS-MINUTES-LEFT / 60
    COMPUTE WS-MINUTES-LEFT = WS-MINUTES-LEFT - WS-HOURS-LEFT * 60
    MOVE WS-HOURS-LEFT TO WS-HOURS-TEXT
    MOVE WS-MINUTES-LEFT TO WS-MINUTES-TEXT
    *> The number and the stack travel as one argument, "#12 16 x oak_log",
    *> which leaves room for the rest in the six a message takes.
    MOVE SPACES TO WS-LISTING-TEXT
    STRING "#" FUNCTION TRIM(WS-ID-TEXT) " " FUNCTION TRIM(WS-COUNT-TEXT) " x "
           FUNCTION TRIM(WS-ITEM-NAME)
        DELIMITED BY SIZE INTO WS-LISTING-TEXT
    MOVE SPACES TO MESSAGE-ARGS
    MOVE WS-LISTING-TEXT TO MESSAGE-ARG(1)
    MOVE AUCTION-SELLER-NAME(WS-AUCTION-INDEX) TO MESSAGE-ARG(2)
    MOVE WS-HOURS-TEXT TO MESSAGE-ARG(5)
    MOVE WS-MINUTES-TEXT TO MESSAGE-ARG(6)
    IF AUCTION-BID(WS-AUCTION-INDEX) = 0
        MOVE WS-AMOUNT-TEXT TO MESSAGE-ARG(3)
        CALL "Message-Text" USING "auction.list.opening" MESSAGE-ARGS WS-LINE
    ELSE
        MOVE WS-BID-TEXT TO MESSAGE-ARG(3)
        MOVE AUCTION-BIDDER-NAME(WS-AUCTION-INDEX) TO MESSAGE-ARG(4)
        CALL "Message-Text" USING "auction.list.bid" MESSAGE-ARGS WS-LINE
    END-IF
    COMPUTE WS-LINE-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-LINE))
    CALL "SendPacket-SystemChat" USING LK-CLIENT WS-LINE WS-LINE-LEN
    EXIT PARAGRAPH.

PlaceBid.
    PERFORM FindListing
    MOVE LK-ARG3 TO WS-AMOUNT-ARG
    PERFORM ParseAmount
    IF WS-LISTING-NUMBER = 0 OR WS-AMOUNT-OK = 0
        CALL "Message-Text" USING "auction.bid.usage" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF
    IF WS-AUCTION-INDEX = 0
        CALL "Message-Text" USING "auction.no-listing" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF
    IF AUCTION-SELLER-UUID(WS-AUCTION-INDEX) = PLAYER-UUID(LK-PLAYER-ID)
        CALL "Message-Text" USING "auction.bid.own" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF
    IF WS-AMOUNT < AUCTION-MIN-PRICE(WS-AUCTION-INDEX)
            OR WS-AMOUNT <= AUCTION-BID(WS-AUCTION-INDEX)
        IF AUCTION-BID(WS-AUCTION-INDEX) = 0
            MOVE AUCTION-MIN-PRICE(WS-AUCTION-INDEX) TO WS-BID-TEXT
            MOVE SPACES TO MESSAGE-ARGS
            MOVE WS-BID-TEXT TO MESSAGE-ARG(1)
            CALL "Message-Text" USING "auction.bid.opening" MESSAGE-ARGS LK-RESULT
        ELSE
            MOVE AUCTION-BID(WS-AUCTION-INDEX) TO WS-BID-TEXT
            MOVE SPACES TO MESSAGE-ARGS
            MOVE WS-BID-TEXT TO MESSAGE-ARG(1)
            CALL "Message-Text" USING "auction.bid.too-low" MESSAGE-ARGS LK-RESULT
        END-IF
        EXIT PARAGRAPH
    END-IF

    CALL "Accounts-Open" USING PLAYER-UUID(LK-PLAYER-ID) PLAYER-USERNAME(LK-PLAYER-ID)
        WS-OWN-ACCOUNT
    IF WS-OWN-ACCOUNT = 0
        CALL "Message-Text" USING "accounts.unavailable" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF
    MOVE AUCTION-ID(WS-AUCTION-INDEX) TO WS-ID-TEXT
    MOVE SPACES TO WS-REASON
    STRING "auction-bid #" FUNCTION TRIM(WS-ID-TEXT) DELIMITED BY SIZE INTO WS-REASON
    CALL "Accounts-Transfer" USING WS-OWN-ACCOUNT WS-SERVER-ACCOUNT WS-AMOUNT
        WS-REASON WS-STATUS
    IF WS-STATUS = ACCOUNT-XFER-NO-FUNDS
        CALL "Message-Text" USING "auction.bid.afford" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF
    IF WS-STATUS NOT = ACCOUNT-XFER-OK
        CALL "Message-Text" USING "auction.bid.failed" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF

    *> The new bid is held; the one it beat goes back to its bidder.
    MOVE AUCTION-BID(WS-AUCTION-INDEX) TO WS-PRIOR-BID
    MOVE AUCTION-BIDDER-UUID(WS-AUCTION-INDEX) TO WS-PRIOR-UUID
    MOVE AUCTION-BIDDER-NAME(WS-AUCTION-INDEX) TO WS-PRIOR-NAME
    MOVE WS-AMOUNT TO AUCTION-BID(WS-AUCTION-INDEX)
    MOVE PLAYER-UUID(LK-PLAYER-ID) TO AUCTION-BIDDER-UUID(WS-AUCTION-INDEX)
    MOVE PLAYER-USERNAME(LK-PLAYER-ID) TO AUCTION-BIDDER-NAME(WS-AUCTION-INDEX)
    CALL "Auctions-Save"
    IF WS-PRIOR-BID > 0
        PERFORM RefundPriorBid
        MOVE WS-PRIOR-UUID TO WS-NOTICE-UUID
        MOVE "auction.outbid" TO WS-NOTICE-KEY
        MOVE SPACES TO MESSAGE-ARGS
        MOVE WS-ID-TEXT TO MESSAGE-ARG(1)
        PERFORM TellByUuid
    END-IF

    MOVE WS-AMOUNT TO WS-AMOUNT-TEXT
    MOVE SPACES TO WS-AUDIT-LINE
    STRING "[auction] " FUNCTION TRIM(PLAYER-USERNAME(LK-PLAYER-ID)) " bid "
           FUNCTION TRIM(WS-AMOUNT-TEXT) " coins on #" FUNCTION TRIM(WS-ID-TEXT)
        DELIMITED BY SIZE INTO WS-AUDIT-LINE
    CALL "Audit-Log" USING WS-AUDIT-LINE
    MOVE SPACES TO MESSAGE-ARGS
    MOVE WS-ID-TEXT TO MESSAGE-ARG(1)
    MOVE WS-AMOUNT-TEXT TO MESSAGE-ARG(2)
    CALL "Message-Text" USING "auction.bid.leading" MESSAGE-ARGS LK-RESULT
    EXIT PARAGRAPH.

CancelListing.
    PERFORM FindListing
    IF WS-LISTING-NUMBER = 0
        CALL "Message-Text" USING "auction.cancel.usage" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF
    IF WS-AUCTION-INDEX = 0
        CALL "Message-Text" USING "auction.no-listing" MESSAGE-ARGS LK-RESULT
        EXIT PARAGRAPH
    END-IF
    IF PLAYER-OP(LK-PLAYER-ID) NOT = 1
        IF AUCTION-SELLER-UUID(WS-AUCTION-INDEX) NOT = PLAYER-UUID(LK-PLAYER-ID)
            CALL "Message-Text" USING "auction.cancel.not-yours" MESSAGE-ARGS LK-RESULT
            EXIT PARAGRAPH
        END-IF
        IF AUCTION-BID(WS-AUCTION-INDEX) > 0
            CALL "Message-Text" USING "auction.cancel.has-bids" MESSAGE-ARGS LK-RESULT
            EXIT PARAGRAPH
        END-IF
    END-IF

    MOVE AUCTION-ID(WS-AUCTION-INDEX) TO WS-ID-TEXT
    IF AUCTION-BID(WS-AUCTION-INDEX) > 0
        MOVE AUCTION-BID(WS-AUCTION-INDEX) TO WS-PRIOR-BID
        MOVE AUCTION-BIDDER-UUID(WS-AUCTION-INDEX) TO WS-PRIOR-UUID
        MOVE AUCTION-BIDDER-NAME(WS-AUCTION-INDEX) TO WS-PRIOR-NAME
        MOVE 0 TO AUCTION-BID(WS-AUCTION-INDEX)
        PERFORM RefundPriorBid
    END-IF

    MOVE SPACES TO WS-AUDIT-LINE
    STRING "[auction] " FUNCTION TRIM(PLAYER-USERNAME(LK-PLAYER-ID)) " cancelled #"
           FUNCTION TRIM(WS-ID-TEXT) "; the stack returns to "
           FUNCTION TRIM(AUCTION-SELLER-NAME(WS-AUCTION-INDEX))
        DELIMITED BY SIZE INTO WS-AUDIT-LINE
    CALL "Audit-Log" USING WS-AUDIT-LINE

    MOVE AUCTION-STATE-DELIVER TO AUCTION-STATE(WS-AUCTION-INDEX)
    MOVE AUCTION-SELLER-UUID(WS-AUCTION-INDEX) TO AUCTION-RECIPIENT-UUID(WS-AUCTION-INDEX)
    MOVE AUCTION-SELLER-NAME(WS-AUCTION-INDEX) TO AUCTION-RECIPIENT-NAME(WS-AUCTION-INDEX)
    CALL "Auction-Release" USING WS-AUCTION-INDEX
    MOVE SPACES TO MESSAGE-ARGS
    MOVE WS-ID-TEXT TO MESSAGE-ARG(1)
    CALL "Message-Text" USING "auction.cancel.done" MESSAGE-ARGS LK-RESULT
    EXIT PARAGRAPH.

*> Return a held bid (WS-PRIOR-*) from the server account to its bidder, who
*> may well be offline by now.
RefundPriorBid.
    CALL "Accounts-Open" USING WS-PRIOR-UUID WS-PRIOR-NAME WS-OTHER-ACCOUNT
    MOVE SPACES TO WS-REASON
    STRING "auction-refund #" FUNCTION TRIM(WS-ID-TEXT) DELIMITED BY SIZE INTO WS-REASON
    CALL "Accounts-Transfer" USING WS-SERVER-ACCOUNT WS-OTHER-ACCOUNT WS-PRIOR-BID
        WS-REASON WS-STATUS
    IF WS-STATUS NOT = ACCOUNT-XFER-OK
        MOVE SPACES TO WS-AUDIT-LINE
        STRING "[auction] refund of #" FUNCTION TRIM(WS-ID-TEXT) " to "
               FUNCTION TRIM(WS-PRIOR-NAME) " failed"
            DELIMITED BY SIZE INTO WS-AUDIT-LINE
        CALL "Log-Error" USING WS-AUDIT-LINE
        CALL "Audit-Log" USING WS-AUDIT-LINE
    END-IF
    EXIT PARAGRAPH.

*> The listing number in LK-ARG2 (WS-LISTING-NUMBER, 0 when not a number)
*> and its open table entry (WS-AUCTION-INDEX, 0 when there is none).
FindListing.
    MOVE 0 TO WS-LISTING-NUMBER
    MOVE 0 TO WS-AUCTION-INDEX
    IF LK-ARG2 = SPACES OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(LK-ARG2)) NOT = 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-LISTING-NUMBER = FUNCTION NUMVAL(LK-ARG2)
    PERFORM VARYING WS-AUCTION-INDEX FROM 1 BY 1 UNTIL WS-AUCTION-INDEX > MAX-AUCTION-ENTRIES
        IF AUCTION-STATE(WS-AUCTION-INDEX) = AUCTION-STATE-OPEN
                AND AUCTION-ID(WS-AUCTION-INDEX) = WS-LISTING-NUMBER
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    MOVE 0 TO WS-AUCTION-INDEX
    EXIT PARAGRAPH.

DescribeListing.
    MOVE AUCTION-ID(WS-AUCTION-INDEX) TO WS-ID-TEXT
    MOVE AUCTION-ITEM-SLOT-COUNT(WS-AUCTION-INDEX) TO WS-COUNT-TEXT
    MOVE AUCTION-MIN-PRICE(WS-AUCTION-INDEX) TO WS-AMOUNT-TEXT
    MOVE AUCTION-BID(WS-AUCTION-INDEX) TO WS-BID-TEXT
    CALL "Auction-ItemName" USING AUCTION-ITEM-SLOT-ID(WS-AUCTION-INDEX) WS-ITEM-NAME
    EXIT PARAGRAPH.

*> Amounts are whole, positive coins.
ParseAmount.
    MOVE 0 TO WS-AMOUNT-OK
    MOVE 0 TO WS-AMOUNT
    IF WS-AMOUNT-ARG = SPACES
            OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-AMOUNT-ARG)) NOT = 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-AMOUNT-VALUE = FUNCTION NUMVAL(WS-AMOUNT-ARG)
    IF WS-AMOUNT-VALUE < 1
            OR WS-AMOUNT-VALUE NOT = FUNCTION INTEGER-PART(WS-AMOUNT-VALUE)
        EXIT PARAGRAPH
    END-IF
    MOVE WS-AMOUNT-VALUE TO WS-AMOUNT
    MOVE 1 TO WS-AMOUNT-OK
    EXIT PARAGRAPH.

TellByUuid.
    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(WS-SCAN-ID) = 1 AND CLIENT-STATE(WS-SCAN-ID) = CLIENT-STATE-PLAY
                AND CLIENT-UUID(WS-SCAN-ID) = WS-NOTICE-UUID
            CALL "Message-Send" USING WS-SCAN-ID WS-NOTICE-KEY MESSAGE-ARGS
        END-IF
    END-PERFORM
    EXIT PARAGRAPH.

END PROGRAM Auction-Command.

*> --- Auction-Tick ---
*> Called once per tick from ServerLoop; once a second it settles every open
*> listing whose time has run out. A sold listing pays the held bid from the
*> server account to the seller and releases the stack to the winner; an
*> unsold one releases it back to the seller. Both ends work whether or not
*> the players are online -- coins land in accounts directly, and a stack
*> whose recipient is away waits in the awaiting-delivery state for their
*> next login.
IDENTIFICATION DIVISION.
PROGRAM-ID. Auction-Tick.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-AUCTIONS.
    COPY DD-ACCOUNTS.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-MESSAGE-ARGS.
    01 WS-TICK-COUNTER          BINARY-LONG UNSIGNED VALUE 0.
    01 WS-NOW                   BINARY-DOUBLE.
    01 WS-AUCTION-INDEX         BINARY-LONG UNSIGNED.
    01 WS-SERVER-ACCOUNT        BINARY-LONG UNSIGNED VALUE 0.
    01 WS-SELLER-ACCOUNT        BINARY-LONG UNSIGNED.
    01 WS-STATUS                BINARY-CHAR UNSIGNED.
    01 WS-REASON                PIC X(48).
    01 WS-ID-TEXT               PIC Z(9)9.
    01 WS-COUNT-TEXT            PIC Z(9)9.
    01 WS-BID-TEXT              PIC -(18)9.
    01 WS-ITEM-NAME             PIC X(64).
    01 WS-AUDIT-LINE            PIC X(200).
    01 WS-NOTICE-KEY            PIC X(48).
    01 WS-SCAN-ID               BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    ADD 1 TO WS-TICK-COUNTER
    IF FUNCTION MOD(WS-TICK-COUNTER, 20) NOT = 0
        GOBACK
    END-IF
    IF AUCTIONS-LOADED = 0
        CALL "Auctions-Load"
    END-IF

    CALL "SystemTimeMicros" USING WS-NOW
    PERFORM VARYING WS-AUCTION-INDEX FROM 1 BY 1 UNTIL WS-AUCTION-INDEX > MAX-AUCTION-ENTRIES
        IF AUCTION-STATE(WS-AUCTION-INDEX) = AUCTION-STATE-OPEN
                AND AUCTION-EXPIRES-MICROS(WS-AUCTION-INDEX) <= WS-NOW
            PERFORM SettleListing
        END-IF
    END-PERFORM
    GOBACK.

SettleListing.
    MOVE AUCTION-ID(WS-AUCTION-INDEX) TO WS-ID-TEXT
    MOVE AUCTION-ITEM-SLOT-COUNT(WS-AUCTION-INDEX) TO WS-COUNT-TEXT
    MOVE AUCTION-BID(WS-AUCTION-INDEX) TO WS-BID-TEXT
    CALL "Auction-ItemName" USING AUCTION-ITEM-SLOT-ID(WS-AUCTION-INDEX) WS-ITEM-NAME
    MOVE SPACES TO WS-AUDIT-LINE
    MOVE SPACES TO MESSAGE-ARGS

    IF AUCTION-BID(WS-AUCTION-INDEX) > 0
        CALL "Accounts-Open" USING AUCTION-SELLER-UUID(WS-AUCTION-INDEX)
            AUCTION-SELLER-NAME(WS-AUCTION-INDEX) WS-SELLER-ACCOUNT
        MOVE SPACES TO WS-REASON
        STRING "auction-sale #" FUNCTION TRIM(WS-ID-TEXT) DELIMITED BY SIZE INTO WS-REASON
        CALL "Accounts-Transfer" USING WS-SERVER-ACCOUNT WS-SELLER-ACCOUNT
            AUCTION-BID(WS-AUCTION-INDEX) WS-REASON WS-STATUS
        IF WS-STATUS NOT = ACCOUNT-XFER-OK
            *> The stack stays in escrow and the bid stays held; the next
            *> pass tries again rather than giving goods away unpaid.
            STRING "[auction] payout for #" FUNCTION TRIM(WS-ID-TEXT) " to "
                   FUNCTION TRIM(AUCTION-SELLER-NAME(WS-AUCTION-INDEX)) " failed"
                DELIMITED BY SIZE INTO WS-AUDIT-LINE
            CALL "Log-Error" USING WS-AUDIT-LINE
            EXIT PARAGRAPH
        END-IF
        STRING "[auction] #" FUNCTION TRIM(WS-ID-TEXT) " settled: "
               FUNCTION TRIM(WS-COUNT-TEXT) " x " FUNCTION TRIM(WS-ITEM-NAME) " from "
               FUNCTION TRIM(AUCTION-SELLER-NAME(WS-AUCTION-INDEX)) " to "
               FUNCTION TRIM(AUCTION-BIDDER-NAME(WS-AUCTION-INDEX)) " for "
               FUNCTION TRIM(WS-BID-TEXT) " coins"
            DELIMITED BY SIZE INTO WS-AUDIT-LINE
        MOVE "auction.sold" TO WS-NOTICE-KEY
        MOVE WS-ID-TEXT TO MESSAGE-ARG(1)
        MOVE AUCTION-BIDDER-NAME(WS-AUCTION-INDEX) TO MESSAGE-ARG(2)
        MOVE WS-BID-TEXT TO MESSAGE-ARG(3)
        MOVE AUCTION-BIDDER-UUID(WS-AUCTION-INDEX) TO AUCTION-RECIPIENT-UUID(WS-AUCTION-INDEX)
        MOVE AUCTION-BIDDER-NAME(WS-AUCTION-INDEX) TO AUCTION-RECIPIENT-NAME(WS-AUCTION-INDEX)
    ELSE
        STRING "[auction] #" FUNCTION TRIM(WS-ID-TEXT) " settled unsold: "
               FUNCTION TRIM(WS-COUNT-TEXT) " x " FUNCTION TRIM(WS-ITEM-NAME)
               " returns to " FUNCTION TRIM(AUCTION-SELLER-NAME(WS-AUCTION-INDEX))
            DELIMITED BY SIZE INTO WS-AUDIT-LINE
        MOVE "auction.unsold" TO WS-NOTICE-KEY
        MOVE WS-ID-TEXT TO MESSAGE-ARG(1)
        MOVE AUCTION-SELLER-UUID(WS-AUCTION-INDEX) TO AUCTION-RECIPIENT-UUID(WS-AUCTION-INDEX)
        MOVE AUCTION-SELLER-NAME(WS-AUCTION-INDEX) TO AUCTION-RECIPIENT-NAME(WS-AUCTION-INDEX)
    END-IF
    CALL "Audit-Log" USING WS-AUDIT-LINE

    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(WS-SCAN-ID) = 1 AND CLIENT-STATE(WS-SCAN-ID) = CLIENT-STATE-PLAY
                AND CLIENT-UUID(WS-SCAN-ID) = AUCTION-SELLER-UUID(WS-AUCTION-INDEX)
            CALL "Message-Send" USING WS-SCAN-ID WS-NOTICE-KEY MESSAGE-ARGS
        END-IF
    END-PERFORM

    MOVE AUCTION-STATE-DELIVER TO AUCTION-STATE(WS-AUCTION-INDEX)
    CALL "Auction-Release" USING WS-AUCTION-INDEX
    EXIT PARAGRAPH.

END PROGRAM Auction-Tick.

*> --- Auction-Release ---
*> Hand a settled entry's escrowed stack to its recipient if they're online --
*> dropped at their feet, where the pickup pass folds it into their inventory
*> the way a shop purchase arrives -- and free the entry. An absent recipient
*> leaves the entry awaiting delivery. Saves the table either way.
IDENTIFICATION DIVISION.
PROGRAM-ID. Auction-Release.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-AUCTIONS.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-PLAYERS.
    COPY DD-MESSAGE-ARGS.
    01 WS-SCAN-ID               BINARY-LONG UNSIGNED.
    01 WS-TARGET-CLIENT         BINARY-LONG UNSIGNED.
    01 WS-TARGET-PLAYER         BINARY-LONG UNSIGNED.
    01 WS-GIVE-SLOT.
        COPY DD-INVENTORY-SLOT REPLACING LEADING ==PREFIX== BY ==WS-GIVE==.
    01 WS-ID-TEXT               PIC Z(9)9.
    01 WS-COUNT-TEXT            PIC Z(9)9.
    01 WS-ITEM-NAME             PIC X(64).
    01 WS-AUDIT-LINE            PIC X(200).
LINKAGE SECTION.
    01 LK-AUCTION-INDEX         BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-AUCTION-INDEX.
    MOVE 0 TO WS-TARGET-CLIENT
    PERFORM VARYING WS-SCAN-ID FROM 1 BY 1 UNTIL WS-SCAN-ID > MAX-CLIENTS
        IF CLIENT-PRESENT(WS-SCAN-ID) = 1 AND CLIENT-STATE(WS-SCAN-ID) = CLIENT-STATE-PLAY
                AND CLIENT-UUID(WS-SCAN-ID) = AUCTION-RECIPIENT-UUID(LK-AUCTION-INDEX)
            MOVE WS-SCAN-ID TO WS-TARGET-CLIENT
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF WS-TARGET-CLIENT = 0
        CALL "Auctions-Save"
        GOBACK
    END-IF
    MOVE CLIENT-PLAYER(WS-TARGET-CLIENT) TO WS-TARGET-PLAYER

    MOVE AUCTION-ITEM(LK-AUCTION-INDEX) TO WS-GIVE-SLOT
    CALL "Entities-SpawnItem" USING PLAYER-X(WS-TARGET-PLAYER) PLAYER-Y(WS-TARGET-PLAYER)
        PLAYER-Z(WS-TARGET-PLAYER) WS-GIVE-SLOT WS-GIVE-SLOT-COUNT

    MOVE AUCTION-ID(LK-AUCTION-INDEX) TO WS-ID-TEXT
    MOVE AUCTION-ITEM-SLOT-COUNT(LK-AUCTION-INDEX) TO WS-COUNT-TEXT
    CALL "Auction-ItemName" USING AUCTION-ITEM-SLOT-ID(LK-AUCTION-INDEX) WS-ITEM-NAME
    MOVE SPACES TO MESSAGE-ARGS
    MOVE WS-ID-TEXT TO MESSAGE-ARG(1)
    MOVE WS-COUNT-TEXT TO MESSAGE-ARG(2)
    MOVE WS-ITEM-NAME TO MESSAGE-ARG(3)
    CALL "Message-Send" USING WS-TARGET-CLIENT "auction.delivered" MESSAGE-ARGS

    MOVE SPACES TO WS-AUDIT-LINE
    STRING "[auction] #" FUNCTION TRIM(WS-ID-TEXT) " delivered "
           FUNCTION TRIM(WS-COUNT-TEXT) " x " FUNCTION TRIM(WS-ITEM-NAME) " to "
           FUNCTION TRIM(AUCTION-RECIPIENT-NAME(LK-AUCTION-INDEX))
        DELIMITED BY SIZE INTO WS-AUDIT-LINE
    CALL "Audit-Log" USING WS-AUDIT-LINE

    INITIALIZE AUCTION-ENTRY(LK-AUCTION-INDEX)
    MOVE AUCTION-STATE-FREE TO AUCTION-STATE(LK-AUCTION-INDEX)
    CALL "Auctions-Save"
    GOBACK.

END PROGRAM Auction-Release.

*> --- Auction-DeliverPending ---
*> Login hook: release every settled stack that has been waiting for this
*> player to come back.
IDENTIFICATION DIVISION.
PROGRAM-ID. Auction-DeliverPending.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-AUCTIONS.
    COPY DD-PLAYERS.
    01 WS-AUCTION-INDEX         BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID             BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    IF AUCTIONS-LOADED = 0
        CALL "Auctions-Load"
    END-IF
    PERFORM VARYING WS-AUCTION-INDEX FROM 1 BY 1 UNTIL WS-AUCTION-INDEX > MAX-AUCTION-ENTRIES
        IF AUCTION-STATE(WS-AUCTION-INDEX) = AUCTION-STATE-DELIVER
                AND AUCTION-RECIPIENT-UUID(WS-AUCTION-INDEX) = PLAYER-UUID(LK-PLAYER-ID)
            CALL "Auction-Release" USING WS-AUCTION-INDEX
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Auction-DeliverPending.

*> --- Auction-ItemName ---
*> An item registry id as its name without the "minecraft:" prefix, for
*> listings and audit lines.
IDENTIFICATION DIVISION.
PROGRAM-ID. Auction-ItemName.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 WS-ITEM-REGISTRY-INDEX   BINARY-LONG UNSIGNED VALUE 0.
    01 WS-REGISTRY-LENGTH       BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY        BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY-ID     BINARY-LONG UNSIGNED.
    01 WS-REGISTRY-ENTRY-NAME   PIC X(64).
LINKAGE SECTION.
    01 LK-ITEM-ID               BINARY-LONG.
    01 LK-NAME                  PIC X(64).

PROCEDURE DIVISION USING LK-ITEM-ID LK-NAME.
    MOVE "unknown" TO LK-NAME
    IF WS-ITEM-REGISTRY-INDEX = 0
        CALL "Registries-GetRegistryIndex" USING "minecraft:item" WS-ITEM-REGISTRY-INDEX
        IF WS-ITEM-REGISTRY-INDEX = 0
            GOBACK
        END-IF
    END-IF
    CALL "Registries-GetRegistryLength" USING WS-ITEM-REGISTRY-INDEX WS-REGISTRY-LENGTH
    PERFORM VARYING WS-REGISTRY-ENTRY FROM 1 BY 1 UNTIL WS-REGISTRY-ENTRY > WS-REGISTRY-LENGTH
        CALL "Registries-Iterate-EntryId" USING WS-ITEM-REGISTRY-INDEX WS-REGISTRY-ENTRY
            WS-REGISTRY-ENTRY-ID
        IF WS-REGISTRY-ENTRY-ID = LK-ITEM-ID
            CALL "Registries-Iterate-EntryName" USING WS-ITEM-REGISTRY-INDEX WS-REGISTRY-ENTRY
                WS-REGISTRY-ENTRY-NAME
            IF WS-REGISTRY-ENTRY-NAME(1:10) = "minecraft:"
                MOVE WS-REGISTRY-ENTRY-NAME(11:) TO LK-NAME
            ELSE
                MOVE WS-REGISTRY-ENTRY-NAME TO LK-NAME
            END-IF
            GOBACK
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Auction-ItemName.
