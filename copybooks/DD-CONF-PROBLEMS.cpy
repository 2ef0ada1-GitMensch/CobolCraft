      *> --- DD-CONF-PROBLEMS ---
      *> What ConfCheck-File found wrong with one conf file: whether the file
      *> exists at all (a missing conf is how a feature is turned off, not an
      *> error), how many problems it has, and the first 64 of them, each with
      *> the line it sits on (0 for a problem with the file as a whole).
      *> Filled by ConfCheck-File and read by the offline confcheck program
      *> and by Admin-Reload, which refuses to reload a file with any.
       01 CONF-PROBLEMS.
           05 CONF-FILE-FOUND          BINARY-CHAR UNSIGNED.
           05 CONF-PROBLEM-COUNT       BINARY-LONG UNSIGNED.
           05 CONF-PROBLEM-ENTRY OCCURS 64 TIMES.
               10 CONF-PROBLEM-LINE    BINARY-LONG UNSIGNED.
               10 CONF-PROBLEM-TEXT    PIC X(160).
