      *> --- DD-MESSAGE-ARGS ---
      *> The values a catalog message's {1} .. {6} placeholders are replaced
      *> with -- player names, amounts, coordinates -- already formatted as
      *> text by the caller. COPY into WORKING-STORAGE and pass to
      *> Message-Text, Message-Send or Message-Broadcast with the key.
       01 MESSAGE-ARGS.
           05 MESSAGE-ARG          PIC X(64) OCCURS 6 TIMES.
