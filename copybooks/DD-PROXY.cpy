      *> --- DD-PROXY ---
      *> What a proxy in front of the server (proxy-mode in server.properties)
      *> forwarded about each connection's real player, indexed like
      *> CLIENT-TABLE and cleared whenever a connection slot is accepted.
      *> BungeeCord-style forwarding arrives inside the handshake's server
      *> address (Proxy-ReadLegacyForward), Velocity's as the answer to a login
      *> plugin request (Proxy-ReadModernForward). Once the login accepts it,
      *> the real address replaces CLIENT-ADDRESS -- which is what the IP bans,
      *> the login throttle and the alt checks all read -- and the UUID the
      *> client claimed; the skin goes out with the player's tab-list entry.
       01 PROXY-FORWARD-TABLE EXTERNAL.
           05 PROXY-FORWARD OCCURS 64 TIMES.
               10 PROXY-FORWARDED          BINARY-CHAR UNSIGNED.
               10 PROXY-REAL-ADDRESS       PIC X(46).
               10 PROXY-UUID               PIC X(16).
               10 PROXY-USERNAME           PIC X(16).
      *> The "textures" game profile property: base64 value and Mojang's
      *> signature over it, lengths 0 when the proxy sent none.
               10 PROXY-SKIN.
                   15 PROXY-SKIN-VALUE         PIC X(2048).
                   15 PROXY-SKIN-VALUE-LEN     BINARY-LONG UNSIGNED.
                   15 PROXY-SKIN-SIGNATURE     PIC X(1024).
                   15 PROXY-SKIN-SIGNATURE-LEN BINARY-LONG UNSIGNED.

      *> SERVER-PROXY-MODE values.
       01 PROXY-MODE-NONE          BINARY-CHAR UNSIGNED VALUE 0.
       01 PROXY-MODE-BUNGEECORD    BINARY-CHAR UNSIGNED VALUE 1.
       01 PROXY-MODE-VELOCITY      BINARY-CHAR UNSIGNED VALUE 2.
