      *> --- DD-BLOCK-HISTORY ---
      *> Block change history. Every player break and placement, every block an
      *> area edit (/fill, /replace, /clone, /undo) writes, every block an
      *> explosion clears and every block lava takes or hardens is appended to
      *> the day's block-history-YYYYMMDD.dat by BlockHistory-Record, one
      *> comma-separated line per change: stamp (YYYYMMDDHHMMSS), actor, cause, dimension, x, y, z, old
      *> state, new state. Actors that aren't players carry a leading "#"
      *> ("#creeper", "#lava") so they can never collide with a username.
      *> The cause words are the fixed vocabulary the /inspect lookup and the
      *> rollback utility read back.
       01 HISTORY-CAUSE-BREAK      PIC X(16) VALUE "break".
       01 HISTORY-CAUSE-PLACE      PIC X(16) VALUE "place".
       01 HISTORY-CAUSE-EXPLOSION  PIC X(16) VALUE "explosion".
       01 HISTORY-CAUSE-LAVA       PIC X(16) VALUE "lava".
       01 HISTORY-CAUSE-FIRE       PIC X(16) VALUE "fire".
       01 HISTORY-CAUSE-ROLLBACK   PIC X(16) VALUE "rollback".
       01 HISTORY-CAUSE-FILL       PIC X(16) VALUE "fill".
       01 HISTORY-CAUSE-REPLACE    PIC X(16) VALUE "replace".
       01 HISTORY-CAUSE-CLONE      PIC X(16) VALUE "clone".
       01 HISTORY-CAUSE-UNDO       PIC X(16) VALUE "undo".
       01 HISTORY-ACTOR-CREEPER    PIC X(16) VALUE "#creeper".
       01 HISTORY-ACTOR-LAVA       PIC X(16) VALUE "#lava".
       01 HISTORY-ACTOR-UNKNOWN    PIC X(16) VALUE "#unknown".
       01 HISTORY-ACTOR-ROLLBACK   PIC X(16) VALUE "#rollback".
       01 HISTORY-ACTOR-REDSTONE   PIC X(16) VALUE "#redstone".
      *> Staff inspect mode, per player slot: while it is on, a right-click on
      *> a block answers with that position's most recent changes instead of
      *> using or placing anything (see RecvPacket-UseItemOn).
       01 HISTORY-INSPECT-TABLE EXTERNAL.
           05 HISTORY-INSPECT-ACTIVE OCCURS 64 TIMES BINARY-CHAR UNSIGNED.
