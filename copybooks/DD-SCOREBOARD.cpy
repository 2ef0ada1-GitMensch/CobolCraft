      *> --- DD-SCOREBOARD ---
      *> The server scoreboard, shared (EXTERNAL) between the /scoreboard
      *> command (Scoreboard-Command), the login path (Scoreboard-SendAll) and
      *> the live refresh (Scoreboard-UpdatePlayer, Scoreboard-Tick). Persisted
      *> through scoreboard.dat (Scoreboard-Load/Scoreboard-Save), which the
      *> offline leaderboard report reads as well.
      *>
      *> An objective either follows one of the PLAYER-STATS counters or is
      *> manual, scored only by operators. A statistic objective's score for a
      *> player is refreshed while they are online and kept at its last value
      *> while they are away, so the board still ranks everyone it has seen.
       01 MAX-OBJECTIVES           BINARY-LONG UNSIGNED VALUE 16.
       01 MAX-SCORES               BINARY-LONG UNSIGNED VALUE 1024.
       01 SCOREBOARD-LOADED        BINARY-CHAR UNSIGNED EXTERNAL VALUE 0.
       01 SCOREBOARD-TABLE EXTERNAL.
      *> Set by any score change not yet written to scoreboard.dat.
           05 SCOREBOARD-DIRTY         BINARY-CHAR UNSIGNED.
           05 OBJECTIVE-COUNT          BINARY-LONG UNSIGNED.
           05 OBJECTIVE OCCURS 16 TIMES.
               10 OBJECTIVE-NAME           PIC X(16).
               10 OBJECTIVE-CRITERION      BINARY-CHAR UNSIGNED.
               10 OBJECTIVE-TITLE          PIC X(32).
      *> The objective shown in each display slot, or spaces for none.
           05 SCOREBOARD-SIDEBAR       PIC X(16).
           05 SCOREBOARD-BELOW-NAME    PIC X(16).
           05 SCORE-COUNT              BINARY-LONG UNSIGNED.
           05 SCORE OCCURS 1024 TIMES.
               10 SCORE-OBJECTIVE          PIC X(16).
               10 SCORE-HOLDER             PIC X(16).
               10 SCORE-VALUE              BINARY-LONG.

      *> What an objective counts. Playtime scores in whole minutes and
      *> walking in whole metres, so the numbers stay readable on the sidebar.
       01 CRITERION-MANUAL         BINARY-CHAR UNSIGNED VALUE 0.
       01 CRITERION-PLAYTIME       BINARY-CHAR UNSIGNED VALUE 1.
       01 CRITERION-DEATHS         BINARY-CHAR UNSIGNED VALUE 2.
       01 CRITERION-BLOCKS-BROKEN  BINARY-CHAR UNSIGNED VALUE 3.
       01 CRITERION-BLOCKS-PLACED  BINARY-CHAR UNSIGNED VALUE 4.
       01 CRITERION-CHAT           BINARY-CHAR UNSIGNED VALUE 5.
       01 CRITERION-WALKED         BINARY-CHAR UNSIGNED VALUE 6.

      *> Display Objective positions, as the client numbers them.
       01 DISPLAY-SLOT-SIDEBAR     BINARY-LONG VALUE 1.
       01 DISPLAY-SLOT-BELOW-NAME  BINARY-LONG VALUE 2.
