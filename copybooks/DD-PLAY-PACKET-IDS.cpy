       01 PACKET-PLAY-DEBUG-SAMPLE-SUBSCRIPTION BINARY-LONG VALUE 34.
       01 PACKET-PLAY-USE-ITEM-ON               BINARY-LONG VALUE 60.
       01 PACKET-PLAY-CLOSE-CONTAINER           BINARY-LONG VALUE 15.
       01 PACKET-PLAY-RENAME-ITEM               BINARY-LONG VALUE 39.
       01 PACKET-PLAY-SELECT-TRADE              BINARY-LONG VALUE 42.
       01 PACKET-PLAY-PLACE-RECIPE              BINARY-LONG VALUE 31.
