      *> --- DD-SAVE-JOURNAL ---
      *> The save flush in progress, shared (EXTERNAL) between the flushes
      *> (GracefulShutdown, the console save-all, Backup-Run), which open and
      *> commit it, and the save routines, which ask SaveJournal-Target where
      *> to write. While it is open every file goes to <name>.stage and is
      *> listed here; SaveJournal-Commit then writes save.journal -- the list
      *> and a closing "commit" line -- and only after that renames the
      *> staged files over the live ones, so a crash leaves either the whole
      *> old set (no commit line: the stages are thrown away) or a journal
      *> that SaveJournal-Recover can finish at the next startup.
       01 MAX-SAVE-JOURNAL-ENTRIES BINARY-LONG UNSIGNED VALUE 512.
       01 SAVE-JOURNAL EXTERNAL.
           05 SAVE-JOURNAL-OPEN        BINARY-CHAR UNSIGNED.
           05 SAVE-JOURNAL-COUNT       BINARY-LONG UNSIGNED.
           05 SAVE-JOURNAL-ENTRY OCCURS 512 TIMES.
      *> The live file the stage replaces.
               10 SAVE-JOURNAL-NAME        PIC X(64).
      *> 1 keeps the live file as <name>_old first (the player-save
      *> generations).
               10 SAVE-JOURNAL-KEEP-OLD    BINARY-CHAR UNSIGNED.
