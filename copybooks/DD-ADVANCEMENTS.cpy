      *> --- DD-ADVANCEMENTS ---
      *> The advancement tree advancements.conf defines (Advancement-Load),
      *> shared (EXTERNAL) between Advancement-Trigger, which awards them as
      *> the server does the things they name, Advancement-Tick and the login
      *> path that sends the tree to each client. Admin-Reload clears
      *> ADVANCEMENTS-LOADED; the next tick re-reads the file and re-sends the
      *> tree to everyone online.
      *>
      *> Advancements are kept by id (the namespaced name a player's save
      *> records them under), so editing the file never re-assigns what a
      *> player has already earned. A parent is an earlier line's id, or
      *> spaces for the root of a tab.
       01 MAX-ADVANCEMENTS         BINARY-LONG UNSIGNED VALUE 32.
       01 ADVANCEMENTS-LOADED      BINARY-CHAR UNSIGNED EXTERNAL VALUE 0.
       01 ADVANCEMENT-TABLE EXTERNAL.
           05 ADVANCEMENT-COUNT        BINARY-LONG UNSIGNED.
           05 ADVANCEMENT OCCURS 32 TIMES.
               10 ADVANCEMENT-ID          PIC X(48).
               10 ADVANCEMENT-PARENT      PIC X(48).
               10 ADVANCEMENT-TRIGGER     BINARY-CHAR UNSIGNED.
      *> The item id for craft/smelt/pickup, the dimension for dimension
      *> (0 = overworld, 1 = nether), unused otherwise.
               10 ADVANCEMENT-ARGUMENT    BINARY-LONG.
               10 ADVANCEMENT-ICON-ID     BINARY-LONG.
               10 ADVANCEMENT-TITLE       PIC X(64).
               10 ADVANCEMENT-DESCRIPTION PIC X(128).

      *> Trigger kinds: what Advancement-Trigger is told happened.
      *>   join      - the player logged in (the natural root of a tab)
      *>   craft     - took an item out of a crafting result slot
      *>   smelt     - a furnace they were working finished an item
      *>   pickup    - collected a dropped item
      *>   dimension - arrived in a dimension through a portal
      *>   night     - was online and alive from dusk until dawn
       01 ADVANCEMENT-TRIGGER-JOIN      BINARY-CHAR UNSIGNED VALUE 1.
       01 ADVANCEMENT-TRIGGER-CRAFT     BINARY-CHAR UNSIGNED VALUE 2.
       01 ADVANCEMENT-TRIGGER-SMELT     BINARY-CHAR UNSIGNED VALUE 3.
       01 ADVANCEMENT-TRIGGER-PICKUP    BINARY-CHAR UNSIGNED VALUE 4.
       01 ADVANCEMENT-TRIGGER-DIMENSION BINARY-CHAR UNSIGNED VALUE 5.
       01 ADVANCEMENT-TRIGGER-NIGHT     BINARY-CHAR UNSIGNED VALUE 6.
