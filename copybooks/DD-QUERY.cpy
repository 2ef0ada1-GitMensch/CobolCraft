      *> --- DD-QUERY ---
      *> The UDP query listener (enable-query / query.port), shared between
      *> Query-Listen (called once at startup) and Query-Poll (called once per
      *> tick) the way DD-RCON is. QUERY-PEER remembers the last few addresses
      *> that spoke to it: the challenge token each was handed, so stats only
      *> ever go back to an address that proved it can receive there, and a
      *> one-second packet count, so no address can keep the listener busy.
       01 MAX-QUERY-PEERS          BINARY-LONG UNSIGNED VALUE 32.
      *> A challenge token is good for this long after it was handed out.
       01 QUERY-TOKEN-MICROS       BINARY-DOUBLE VALUE 30000000.
      *> Packets one address may send per second before the rest are dropped.
       01 QUERY-MAX-PER-SECOND     BINARY-LONG UNSIGNED VALUE 8.
       01 QUERY-LISTENING          BINARY-CHAR UNSIGNED EXTERNAL VALUE 0.
       01 QUERY-SOCKET             PIC X(4)              EXTERNAL.
       01 QUERY-PEER-TABLE EXTERNAL.
           05 QUERY-PEER OCCURS 32 TIMES.
               10 QUERY-PEER-PRESENT       BINARY-CHAR UNSIGNED.
               10 QUERY-PEER-ADDRESS       PIC X(46).
               10 QUERY-PEER-TOKEN         BINARY-LONG.
               10 QUERY-PEER-TOKEN-TIME    BINARY-DOUBLE.
               10 QUERY-PEER-WINDOW-START  BINARY-DOUBLE.
               10 QUERY-PEER-WINDOW-COUNT  BINARY-LONG UNSIGNED.
