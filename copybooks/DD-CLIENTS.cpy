      *> Set only once FinishLogin reaches CLIENT-STATE-PLAY -- distinguishes a
      *> connection that has actually completed login (and so owns whatever
      *> PLAYER-ENTRY CLIENT-PLAYER now points at) from one that merely reserved a
      *> player slot in AdmitLogin but never finished the online-mode
      *> encryption/Mojang-verification round trip. DisconnectClient must not save
      *> over a real player's file, or treat the slot as a logged-in player's, on
      *> the strength of CLIENT-PLAYER alone.
      *> reference at worst replies to whoever now occupies the old sender's
      *> slot, never to a freed one.
               10 CLIENT-LAST-MSG-FROM       BINARY-LONG UNSIGNED.
      *> The locale the client's Client Information reported ("de_de"; blank
      *> until one arrives) and the message catalog it selected (see
      *> DD-MESSAGES; 0 = the server's default language).
               10 CLIENT-LOCALE              PIC X(16).
               10 CLIENT-LANGUAGE            BINARY-LONG UNSIGNED.
