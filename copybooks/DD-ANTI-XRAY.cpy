      *> --- DD-ANTI-XRAY ---
      *> The ore-hiding tables anti-xray.conf loads into (AntiXray-Load),
      *> shared (EXTERNAL) between the chunk send path that disguises buried
      *> ores (AntiXray-SendChunk) and the two places that later hand the
      *> client the real block: a neighbor opening up (AntiXray-RevealAround,
      *> from World-SetBlockState) and the player walking close
      *> (AntiXray-RevealNear, from SendChunks). Consulted only while
      *> server.properties has anti-xray=true.
      *>
      *> Each entry is one hidden block kind in one dimension and the state
      *> it is disguised as. The state maps turn "is this state hidden in
      *> this dimension, and by which entry" into one byte lookup: byte
      *> (state + 1) holds CHAR(entry + 1), so LOW-VALUE means not hidden.
      *> The high-byte map marks which first bytes of the two-byte block
      *> storage can start a hidden state at all, so the bulk of a chunk is
      *> passed over on a single byte. The open map marks the states a
      *> player can see through -- air, cave air, void air, water and lava --
      *> and an ore touching one of those is never disguised.
       01 MAX-ANTI-XRAY-BLOCKS     BINARY-LONG UNSIGNED VALUE 48.
      *> Half-width, in blocks, of the cube around a player inside which
      *> hidden blocks are always sent as they really are.
       01 ANTI-XRAY-REVEAL-RADIUS  BINARY-LONG VALUE 4.
       01 ANTI-XRAY-LOADED         BINARY-CHAR UNSIGNED EXTERNAL VALUE 0.
       01 ANTI-XRAY-TABLE EXTERNAL.
           05 ANTI-XRAY-COUNT      BINARY-LONG UNSIGNED.
           05 ANTI-XRAY-ENTRY OCCURS 48 TIMES.
               10 ANTI-XRAY-DIMENSION      BINARY-CHAR UNSIGNED.
               10 ANTI-XRAY-MIN-STATE      BINARY-LONG.
               10 ANTI-XRAY-MAX-STATE      BINARY-LONG.
               10 ANTI-XRAY-DISGUISE-STATE BINARY-LONG.
      *> Per dimension (WORLD-DIM-* + 1): how many entries it has, and its maps.
           05 ANTI-XRAY-DIM OCCURS 2 TIMES.
               10 ANTI-XRAY-DIM-COUNT      BINARY-LONG UNSIGNED.
               10 ANTI-XRAY-HIGH-MAP       PIC X(256).
               10 ANTI-XRAY-STATE-MAP      PIC X(65536).
           05 ANTI-XRAY-OPEN-MAP   PIC X(65536).
