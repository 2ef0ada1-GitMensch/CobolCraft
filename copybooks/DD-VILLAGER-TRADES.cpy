      *> --- DD-VILLAGER-TRADES ---
      *> The villager-trades.conf tables (Villager-LoadTrades), shared
      *> (EXTERNAL) between Villager-Tick, which hands a villager its
      *> profession's offers on its first tick and restocks them, and
      *> conf-check. Admin-Reload clears VILLAGER-TRADES-LOADED to force a
      *> re-read; villagers already trading keep the offers they were given.
      *>
      *> Professions are kept by minecraft:villager_profession name (the form
      *> the villager saves and the client is told), items by registry id.
       01 MAX-VILLAGER-TRADES      BINARY-LONG UNSIGNED VALUE 64.
      *> How many offers one villager can carry (PREFIX-OFFER on
      *> DD-MERCHANT-OFFERS).
       01 MAX-VILLAGER-OFFERS      BINARY-LONG UNSIGNED VALUE 8.
       01 MAX-VILLAGER-PROFESSIONS BINARY-LONG UNSIGNED VALUE 16.
       01 VILLAGER-TRADES-LOADED   BINARY-CHAR UNSIGNED EXTERNAL VALUE 0.
       01 VILLAGER-TRADES-TABLE EXTERNAL.
      *> Ticks between restocks (restock line, in minutes; 10 by default).
           05 VILLAGER-RESTOCK-TICKS   BINARY-LONG UNSIGNED.
           05 VILLAGER-TRADE-COUNT     BINARY-LONG UNSIGNED.
           05 VILLAGER-TRADE OCCURS 64 TIMES.
               10 VILLAGER-TRADE-PROFESSION PIC X(32).
               10 VILLAGER-TRADE-WANT-ID    BINARY-LONG.
               10 VILLAGER-TRADE-WANT-COUNT BINARY-CHAR UNSIGNED.
               10 VILLAGER-TRADE-GIVE-ID    BINARY-LONG.
               10 VILLAGER-TRADE-GIVE-COUNT BINARY-CHAR UNSIGNED.
               10 VILLAGER-TRADE-MAX-USES   BINARY-LONG UNSIGNED.
      *> Every distinct profession the trade lines name, in file order -- what
      *> a new villager's profession is drawn from.
           05 VILLAGER-PROFESSION-COUNT BINARY-LONG UNSIGNED.
           05 VILLAGER-PROFESSION OCCURS 16 TIMES PIC X(32).
