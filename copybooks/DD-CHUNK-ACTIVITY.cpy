      *> --- DD-CHUNK-ACTIVITY ---
      *> How much player attention each chunk has had: the seconds players
      *> have spent within ACTIVITY-NEAR-RADIUS chunks of it, and whether a
      *> player has ever changed a block in it. Credited once a second by
      *> ChunkActivity-Tick and flagged by BlockHistory-Record for every
      *> player edit; read by the offline trim tool to tell terrain somebody
      *> lived in from terrain an explorer flew past once. A chunk with no
      *> entry has had neither.
      *>
      *> Keyed by dimension and chunk x/z in an open-addressed table: a key
      *> starts at its hashed home slot and walks forward to the first free
      *> slot (see ChunkActivity-Find). Entries are never removed. Once the
      *> table fills, ACTIVITY-FULL is set and stays set -- untracked chunks
      *> can no longer be told from unvisited ones, and trim refuses to run.
      *> Persisted through chunk-activity.dat: a "since,full" first line
      *> (ACTIVITY-SINCE is when tracking began, YYYYMMDDHHMMSS), then one
      *> "dimension,chunk-x,chunk-z,seconds,changed" line per chunk.
       01 MAX-ACTIVITY-ENTRIES     BINARY-LONG UNSIGNED VALUE 65536.
       01 ACTIVITY-NEAR-RADIUS     BINARY-LONG VALUE 1.
       01 ACTIVITY-TABLE EXTERNAL.
           05 ACTIVITY-COUNT       BINARY-LONG UNSIGNED.
           05 ACTIVITY-FULL        BINARY-CHAR UNSIGNED.
           05 ACTIVITY-SINCE       PIC X(14).
           05 ACTIVITY-ENTRY OCCURS 65536 TIMES.
               10 ACTIVITY-USED        BINARY-CHAR UNSIGNED.
               10 ACTIVITY-DIMENSION   BINARY-CHAR UNSIGNED.
               10 ACTIVITY-CHUNK-X     BINARY-LONG.
               10 ACTIVITY-CHUNK-Z     BINARY-LONG.
               10 ACTIVITY-SECONDS     BINARY-LONG UNSIGNED.
               10 ACTIVITY-CHANGED     BINARY-CHAR UNSIGNED.
