       01 SERVER-RCON-ENABLED      BINARY-CHAR UNSIGNED  EXTERNAL VALUE 0.
       01 SERVER-RCON-PORT         PIC X(5)              EXTERNAL VALUE "25575".
       01 SERVER-RCON-PASSWORD     PIC X(64)             EXTERNAL VALUE SPACES.
      *> The UDP query listener server-list sites poll (see DD-QUERY); the
      *> port may be the game port, since one is TCP and the other UDP.
       01 SERVER-QUERY-ENABLED     BINARY-CHAR UNSIGNED  EXTERNAL VALUE 0.
       01 SERVER-QUERY-PORT        PIC X(5)              EXTERNAL VALUE "25565".
       01 SERVER-WHITELIST-ENFORCE BINARY-CHAR UNSIGNED  EXTERNAL VALUE 0.
      *> Player-versus-player damage switch, consulted by RecvPacket-Interact --
      *> turned off for peaceful build events.
      *> Where Webhook-Notify POSTs its JSON event records; blank disables the
      *> whole subsystem.
       01 SERVER-WEBHOOK-URL       PIC X(256)            EXTERNAL VALUE SPACES.
      *> The inbound half of the chat bridge: the endpoint Bridge-Poll fetches
      *> community chat lines from every bridge-poll-seconds (1-300); blank
      *> leaves only the RCON "bridge" relay.
       01 SERVER-BRIDGE-URL        PIC X(256)            EXTERNAL VALUE SPACES.
       01 SERVER-BRIDGE-POLL-SECONDS BINARY-LONG         EXTERNAL VALUE 5.
      *> How many of a position's most recent block changes an /inspect
      *> right-click lists, newest first (capped at 16).
       01 SERVER-INSPECT-LINES     BINARY-LONG           EXTERNAL VALUE 8.
      *> How many days of block-history-YYYYMMDD.dat an /inspect right-click
      *> searches back through, today included (1-90); days the retention job
      *> has already archived are not searched.
       01 SERVER-INSPECT-DAYS      BINARY-LONG           EXTERNAL VALUE 14.
      *> How long an /auction sell listing runs when the seller doesn't say
      *> (hours, 1-168).
       01 SERVER-AUCTION-HOURS     BINARY-LONG           EXTERNAL VALUE 24.
      *> Most letters one /mail mailbox holds (1-500); a full mailbox refuses
      *> new mail until its owner clears it, so no sender can fill the disk.
       01 SERVER-MAIL-MAX-LETTERS  BINARY-LONG           EXTERNAL VALUE 50.
      *> Days without a login before the offline archive job moves a player's
      *> save aside and releases their claims (at least 7).
       01 SERVER-ARCHIVE-AFTER-DAYS BINARY-LONG          EXTERNAL VALUE 180.
      *> Offline world trim: a chunk players have spent fewer than this many
      *> minutes near, and never changed, may be pruned -- unless it lies
      *> within this many chunks of spawn.
       01 SERVER-TRIM-MIN-MINUTES  BINARY-LONG           EXTERNAL VALUE 5.
       01 SERVER-TRIM-PROTECT-RADIUS BINARY-LONG         EXTERNAL VALUE 32.
      *> Disguise buried ores in the chunk data sent to clients, per
      *> anti-xray.conf, so X-ray texture packs find nothing to mine toward.
      *> Off by default: every chunk sent is scanned block by block.
       01 SERVER-ANTI-XRAY         BINARY-CHAR UNSIGNED  EXTERNAL VALUE 0.
      *> The spawn area kept loaded with nobody nearby (see DD-FORCELOAD): every
      *> chunk within this radius - 1 of the spawn chunk, so the default 2 is the
      *> 3x3 around it; 0 lets spawn unload like anywhere else.
       01 SERVER-SPAWN-CHUNK-RADIUS BINARY-LONG          EXTERNAL VALUE 2.
      *> How many chunks a land-claim owner may /forceload inside each claim.
       01 SERVER-FORCELOAD-PER-CLAIM BINARY-LONG         EXTERNAL VALUE 2.
      *> Operator area edits (see DD-AREA-EDIT): the most positions one /fill,
      *> /replace or /clone may cover (1-32768), and how many positions the
      *> queued edits may visit per tick between them (1-8192).
       01 SERVER-AREA-EDIT-MAX-BLOCKS BINARY-LONG        EXTERNAL VALUE 32768.
       01 SERVER-AREA-EDIT-PER-TICK BINARY-LONG          EXTERNAL VALUE 1024.
      *> Entity crowding (see DD-ENTITY-CLEANUP): every this many minutes
      *> (0 = never, up to 1440) dropped items that have lain at least
      *> item-cleanup-age-seconds (0-300) are cleared, with a chat warning
      *> first; and no chunk holding entity-chunk-cap entities (0 = no cap, up
      *> to 4096) gets more from natural spawning or breeding.
       01 SERVER-ITEM-CLEANUP-MINUTES BINARY-LONG        EXTERNAL VALUE 0.
       01 SERVER-ITEM-CLEANUP-AGE  BINARY-LONG           EXTERNAL VALUE 60.
       01 SERVER-ENTITY-CHUNK-CAP  BINARY-LONG           EXTERNAL VALUE 0.
      *> Running behind a proxy (see DD-PROXY): PROXY-MODE-NONE, -BUNGEECORD
      *> (forwarding in the handshake) or -VELOCITY (modern forwarding). In
      *> either proxy mode the proxy authenticates players, so online-mode is
      *> not applied here, and logins that weren't forwarded are refused.
       01 SERVER-PROXY-MODE        BINARY-CHAR UNSIGNED  EXTERNAL VALUE 0.
      *> The secret shared with the proxy: Velocity's forwarding secret, or a
      *> BungeeGuard token (optional for bungeecord, required for velocity).
       01 SERVER-PROXY-SECRET      PIC X(128)            EXTERNAL VALUE SPACES.
      *> When set, the only address a connection may come from in proxy mode,
      *> so nobody can reach the server around the proxy with a forged
      *> forwarding; status pings from elsewhere are refused too.
       01 SERVER-PROXY-ADDRESS     PIC X(46)             EXTERNAL VALUE SPACES.
      *> Maintenance mode (see DD-MAINTENANCE): the server-list MOTD shown
      *> while it is on, the groups.conf group whose members may still log in
      *> alongside the operators (blank for operators only), and how long
      *> everyone else gets to finish up once it is switched on (0-600 s).
       01 SERVER-MAINTENANCE-MOTD  PIC X(256)            EXTERNAL VALUE
           "Closed for maintenance".
       01 SERVER-MAINTENANCE-MOTD-LENGTH BINARY-LONG UNSIGNED EXTERNAL VALUE 22.
       01 SERVER-MAINTENANCE-GROUP PIC X(16)             EXTERNAL VALUE SPACES.
       01 SERVER-MAINTENANCE-KICK-SECONDS BINARY-LONG    EXTERNAL VALUE 60.
      *> The locale of the message catalog (messages-<language>.conf) players
      *> read when their client's locale has none of its own (see DD-MESSAGES).
       01 SERVER-LANGUAGE          PIC X(16)             EXTERNAL VALUE "en_us".
