      *> --- DD-MESSAGES ---
      *> The player-facing message catalogs, one messages-<locale>.conf per
      *> language, loaded by Messages-Load / Messages-LoadCatalog and shared
      *> (EXTERNAL) with every program that words something for a player.
      *> messages-en_us.conf is the reference: its keys are the keys, and it is
      *> always loaded as catalog 1. The server.properties language is loaded
      *> next and is what anyone without a catalog of their own reads; other
      *> locales are loaded the first time a client reports them. A key a
      *> catalog lacks falls back to the default language, then to English.
       01 MAX-MESSAGE-CATALOGS     BINARY-LONG UNSIGNED VALUE 8.
       01 MAX-MESSAGE-KEYS         BINARY-LONG UNSIGNED VALUE 512.
      *> Cleared by Admin-Reload to have every catalog re-read on next use.
       01 MESSAGES-LOADED          BINARY-CHAR UNSIGNED EXTERNAL VALUE 0.
      *> The catalog Message-Text words things in: the language of whichever
      *> player's packet is being handled (HandlePlay sets it), and otherwise
      *> -- console, RCON, the scheduler -- 0, meaning the default language.
       01 MESSAGE-LANGUAGE         BINARY-LONG UNSIGNED EXTERNAL VALUE 0.
       01 MESSAGE-DEFAULT-CATALOG  BINARY-LONG UNSIGNED EXTERNAL VALUE 1.
       01 MESSAGE-KEY-TABLE EXTERNAL.
           05 MESSAGE-KEY-COUNT    BINARY-LONG UNSIGNED.
           05 MESSAGE-KEY          PIC X(48) OCCURS 512 TIMES.
       01 MESSAGE-CATALOG-TABLE EXTERNAL.
           05 MESSAGE-CATALOG-COUNT BINARY-LONG UNSIGNED.
           05 MESSAGE-CATALOG OCCURS 8 TIMES.
               10 MESSAGE-CATALOG-LOCALE   PIC X(16).
      *> 0 when messages-<locale>.conf wasn't there -- remembered so a locale
      *> nobody translated isn't looked for again at every Client Information.
               10 MESSAGE-CATALOG-FOUND    BINARY-CHAR UNSIGNED.
      *> Indexed like MESSAGE-KEY; a length of 0 means the catalog lacks it.
               10 MESSAGE-TEXT-ENTRY OCCURS 512 TIMES.
                   15 MESSAGE-TEXT         PIC X(200).
                   15 MESSAGE-TEXT-LEN     BINARY-LONG UNSIGNED.
