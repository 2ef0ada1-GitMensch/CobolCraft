      *> --- DD-BRIDGE ---
      *> The inbound chat bridge from the community chat. bridge-accounts.conf
      *> maps community account names to game accounts (Bridge-LoadAccounts),
      *> so a relayed line can be held to the same mutes as the player's own
      *> chat. Bridge-Poll keeps its place in the bridge-url feed here: when it
      *> last asked, and the highest message ID it has relayed. The first poll
      *> after startup only records where the feed stands, so a restart never
      *> replays old lines into the game.
       01 MAX-BRIDGE-ACCOUNTS      BINARY-LONG UNSIGNED VALUE 64.
       01 BRIDGE-LOADED            BINARY-CHAR UNSIGNED EXTERNAL VALUE 0.
       01 BRIDGE-ACCOUNT-TABLE EXTERNAL.
           05 BRIDGE-ACCOUNT-COUNT BINARY-LONG UNSIGNED.
           05 BRIDGE-ACCOUNT OCCURS 64 TIMES.
               10 BRIDGE-COMMUNITY-NAME    PIC X(32).
               10 BRIDGE-GAME-NAME         PIC X(16).
       01 BRIDGE-POLL-STATE EXTERNAL.
           05 BRIDGE-LAST-POLL     BINARY-DOUBLE.
           05 BRIDGE-CURSOR        BINARY-DOUBLE UNSIGNED.
           05 BRIDGE-PRIMED        BINARY-CHAR UNSIGNED.
