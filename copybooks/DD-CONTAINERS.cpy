       01 CONTAINER-TYPE-CHEST-LARGE     BINARY-CHAR UNSIGNED VALUE 3.
       01 CONTAINER-TYPE-HOPPER          BINARY-CHAR UNSIGNED VALUE 4.
       01 CONTAINER-TYPE-ENCHANTING      BINARY-CHAR UNSIGNED VALUE 5.
       01 CONTAINER-TYPE-BREWING         BINARY-CHAR UNSIGNED VALUE 6.
       01 CONTAINER-TYPE-ANVIL           BINARY-CHAR UNSIGNED VALUE 7.
      *> A player's private ender chest storage: no block behind it (BLOCK-Y is
      *> -999, like a trade window), the 27 slots a copy of the owner's
      *> PLAYER-ENDER-ITEMS, and shown to the client as an ordinary chest.
       01 CONTAINER-TYPE-ENDER           BINARY-CHAR UNSIGNED VALUE 8.
      *> A villager's merchant window: also blockless (BLOCK-Y -999), slots 1
      *> and 2 the payment, 3 the result, worked against a copy of the
      *> villager's offers (see CONTAINER-MERCHANT-* below).
       01 CONTAINER-TYPE-MERCHANT        BINARY-CHAR UNSIGNED VALUE 9.

       01 CONTAINER-TABLE EXTERNAL.
           02 CONTAINER-ENTRY OCCURS 64 TIMES.
      *> from the burn value the consumed fuel item was registered with; progress
      *> counts up to the fixed 200-tick smelt. The *-TOTAL fields are what the
      *> open window's flame/arrow fills are scaled against.
      *> A CONTAINER-TYPE-BREWING stand (slots 1-3 = bottles, 4 = ingredient,
      *> 5 = blaze powder) reuses the same three: FUEL-REMAINING holds the
      *> charges left of the last blaze powder (of FUEL-TOTAL), and
      *> SMELT-PROGRESS counts up the 400-tick brew.
               03 CONTAINER-FUEL-REMAINING BINARY-LONG UNSIGNED.
               03 CONTAINER-FUEL-TOTAL     BINARY-LONG UNSIGNED.
               03 CONTAINER-SMELT-PROGRESS BINARY-LONG UNSIGNED.
                   04 CONTAINER-OFFER-ENCH-ID  BINARY-LONG UNSIGNED.
                   04 CONTAINER-OFFER-LEVEL    BINARY-LONG UNSIGNED.
                   04 CONTAINER-OFFER-COST     BINARY-LONG UNSIGNED.
      *> An anvil's pending work (meaningful only for CONTAINER-TYPE-ANVIL
      *> entries; slot 1 = the item worked on, 2 = the material or second
      *> item, 3 = the result): the name last typed into the window's text
      *> field (NAME-SET = 1 once the client has sent one for the item now in
      *> slot 1 -- an empty name then means "remove the custom name"), the
      *> whole-XP-level price of the result on offer, and how many items of
      *> slot 2 taking it uses up. Worked out by Anvil-UpdateResult whenever
      *> slot 1 or 2 or the typed name changes.
               03 CONTAINER-ANVIL-NAME-SET    BINARY-CHAR UNSIGNED.
               03 CONTAINER-ANVIL-NAME-LENGTH BINARY-LONG UNSIGNED.
               03 CONTAINER-ANVIL-NAME        PIC X(64).
               03 CONTAINER-ANVIL-COST        BINARY-LONG UNSIGNED.
               03 CONTAINER-ANVIL-RIGHT-USE   BINARY-CHAR UNSIGNED.
      *> The PLAYER-TABLE entry whose ender storage a CONTAINER-TYPE-ENDER
      *> entry shows (meaningful only for that type).
               03 CONTAINER-ENDER-OWNER       BINARY-LONG UNSIGNED.
      *> A CONTAINER-TYPE-MERCHANT entry's villager (its entity id) and the
      *> copy of that villager's offers the window shows; SELECTED is the
      *> offer last picked from the list (0-based, as the client counts),
      *> MATCHED the offer (1-based, 0 = none) whose goods Merchant-UpdateResult
      *> put in slot 3 and PAY-SLOT the input slot that pays for it. Uses
      *> counted here are pushed back to the villager as ENTITY-EVENT-KIND-TRADE
      *> events, since only its own tick may change it.
               03 CONTAINER-MERCHANT-VILLAGER BINARY-LONG UNSIGNED.
               03 CONTAINER-MERCHANT-SELECTED BINARY-LONG UNSIGNED.
               03 CONTAINER-MERCHANT-MATCHED  BINARY-LONG UNSIGNED.
               03 CONTAINER-MERCHANT-PAY-SLOT BINARY-LONG UNSIGNED.
               03 CONTAINER-MERCHANT-OFFERS.
                   COPY DD-MERCHANT-OFFERS REPLACING LEADING ==PREFIX== BY ==CONTAINER-MERCHANT==.
               03 CONTAINER-SLOTS.
                   04 CONTAINER-SLOT OCCURS 54 TIMES.
                       COPY DD-INVENTORY-SLOT REPLACING LEADING ==PREFIX== BY ==CONTAINER-SLOT==.
