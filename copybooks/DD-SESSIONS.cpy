      *> --- DD-SESSIONS ---
      *> One session record per player who has ever joined, keyed by
      *> PLAYER-UUID and kept current by the login and logout paths
      *> (Sessions-Login/Sessions-Logout): first join, last join, last leave,
      *> how many sessions and how long in total, and where they last came
      *> from and stood. /seen and the console's seen answer from it whether
      *> or not the player is on. Persisted through sessions.dat, one
      *> "uuid-hex,name,first,last-join,last-leave,sessions,minutes,address,
      *> dimension" line per player, stamps as YYYYMMDDHHMMSS (a last leave
      *> of spaces: never left cleanly yet).
       01 MAX-SESSION-ENTRIES      BINARY-LONG UNSIGNED VALUE 4096.
       01 SESSIONS-LOADED          BINARY-CHAR UNSIGNED EXTERNAL VALUE 0.
       01 SESSION-TABLE EXTERNAL.
           05 SESSION-COUNT        BINARY-LONG UNSIGNED.
           05 SESSION-ENTRY OCCURS 4096 TIMES.
               10 SESSION-UUID         PIC X(16).
               10 SESSION-NAME         PIC X(16).
               10 SESSION-FIRST-JOIN   PIC X(14).
               10 SESSION-LAST-JOIN    PIC X(14).
               10 SESSION-LAST-LEAVE   PIC X(14).
               10 SESSION-JOINS        BINARY-LONG UNSIGNED.
               10 SESSION-MINUTES      BINARY-LONG UNSIGNED.
               10 SESSION-ADDRESS      PIC X(46).
               10 SESSION-DIMENSION    BINARY-CHAR UNSIGNED.
