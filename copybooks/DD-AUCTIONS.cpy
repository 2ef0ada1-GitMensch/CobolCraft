      *> --- DD-AUCTIONS ---
      *> The server-wide auction house. A listing takes the seller's stack into
      *> escrow right here in the table -- it is nowhere in the world until
      *> settlement hands it back out -- and the highest bid is held the same
      *> way: Accounts-Transfer moves it from the bidder to the server account
      *> when it is placed and refunds it the moment it is beaten. At expiry
      *> Auction-Tick pays the seller and releases the stack to the winner (or,
      *> unsold, back to the seller); a recipient who isn't online gets it at
      *> their next login, the entry sitting in the awaiting-delivery state until
      *> then. Persisted whole through auctions.dat (Auctions-Load/Auctions-Save)
      *> in the compressed-NBT container format, so escrow survives a restart.
       01 MAX-AUCTION-ENTRIES      BINARY-LONG UNSIGNED VALUE 128.
       01 AUCTION-STATE-FREE       BINARY-CHAR UNSIGNED VALUE 0.
       01 AUCTION-STATE-OPEN       BINARY-CHAR UNSIGNED VALUE 1.
       01 AUCTION-STATE-DELIVER    BINARY-CHAR UNSIGNED VALUE 2.
       01 AUCTIONS-LOADED          BINARY-CHAR UNSIGNED EXTERNAL VALUE 0.
       01 AUCTION-TABLE EXTERNAL.
      *> Listing numbers only ever grow, so a number players saw in /auction
      *> list can never come to mean a different listing.
           02 AUCTION-NEXT-ID          BINARY-LONG UNSIGNED.
           02 AUCTION-ENTRY OCCURS 128 TIMES.
               03 AUCTION-STATE            BINARY-CHAR UNSIGNED.
               03 AUCTION-ID               BINARY-LONG UNSIGNED.
               03 AUCTION-SELLER-UUID      PIC X(16).
               03 AUCTION-SELLER-NAME      PIC X(16).
               03 AUCTION-MIN-PRICE        BINARY-DOUBLE.
      *> Current high bid (0 = no bids yet) and who holds it.
               03 AUCTION-BID              BINARY-DOUBLE.
               03 AUCTION-BIDDER-UUID      PIC X(16).
               03 AUCTION-BIDDER-NAME      PIC X(16).
      *> SystemTimeMicros moment the listing closes.
               03 AUCTION-EXPIRES-MICROS   BINARY-DOUBLE.
      *> Who the escrowed stack goes to once settled (awaiting-delivery state).
               03 AUCTION-RECIPIENT-UUID   PIC X(16).
               03 AUCTION-RECIPIENT-NAME   PIC X(16).
               03 AUCTION-ITEM.
                   COPY DD-INVENTORY-SLOT REPLACING LEADING ==PREFIX== BY ==AUCTION-ITEM==.
