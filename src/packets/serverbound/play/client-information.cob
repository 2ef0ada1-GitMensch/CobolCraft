    COPY DD-CLIENTS.
    01 LOCALE-LENGTH            BINARY-LONG UNSIGNED.
    01 REQUESTED-VIEW-DISTANCE  BINARY-CHAR.
    01 WS-LOCALE                PIC X(16).
LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
    01 LK-BUFFER                PIC X ANY LENGTH.
    01 LK-OFFSET                BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-CLIENT LK-BUFFER LK-OFFSET.
    *> The locale picks the message catalog this player reads; the view
    *> distance follows it. Everything after (chat mode, skin parts, main
    *> hand, ...) is ignored. Vanilla locales are at most 16 characters.
    CALL "Decode-VarInt" USING LK-BUFFER LK-OFFSET LOCALE-LENGTH
    MOVE SPACES TO WS-LOCALE
    IF LOCALE-LENGTH > 0 AND LOCALE-LENGTH <= 16
        MOVE LK-BUFFER(LK-OFFSET:LOCALE-LENGTH) TO WS-LOCALE
    END-IF
    ADD LOCALE-LENGTH TO LK-OFFSET
    IF WS-LOCALE NOT = CLIENT-LOCALE(LK-CLIENT)
        MOVE WS-LOCALE TO CLIENT-LOCALE(LK-CLIENT)
        CALL "Messages-SelectLocale" USING LK-CLIENT
    END-IF
    CALL "Decode-Byte" USING LK-BUFFER LK-OFFSET REQUESTED-VIEW-DISTANCE

    *> Clamp to a sane range; a client asking for 0 or a huge number shouldn't
