      *> --- DD-MERCHANT-OFFERS ---
      *> A villager's trade list. Included with REPLACING LEADING ==PREFIX==
      *> under a group of a lower level, so the same layout serves the
      *> villager itself (ENTITY-VILLAGER-* on DD-ENTITY, saved with the chunk's
      *> entities) and the copy an open merchant window works against
      *> (CONTAINER-MERCHANT-* on DD-CONTAINERS). Each offer is "WANT-COUNT of
      *> WANT-ID buys GIVE-COUNT of GIVE-ID", good for MAX-USES trades until the
      *> villager restocks and USES goes back to 0.
               15 PREFIX-OFFER-COUNT          BINARY-CHAR UNSIGNED.
               15 PREFIX-OFFER OCCURS 8 TIMES.
                   20 PREFIX-OFFER-WANT-ID    BINARY-LONG.
                   20 PREFIX-OFFER-WANT-COUNT BINARY-CHAR UNSIGNED.
                   20 PREFIX-OFFER-GIVE-ID    BINARY-LONG.
                   20 PREFIX-OFFER-GIVE-COUNT BINARY-CHAR UNSIGNED.
                   20 PREFIX-OFFER-USES       BINARY-LONG UNSIGNED.
                   20 PREFIX-OFFER-MAX-USES   BINARY-LONG UNSIGNED.
