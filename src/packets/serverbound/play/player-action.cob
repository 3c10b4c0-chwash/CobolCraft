    CALL "Decode-Byte" USING LK-BUFFER LK-OFFSET FACE-BYTE
    CALL "Decode-VarInt" USING LK-BUFFER LK-OFFSET SEQUENCE-ID

    CALL "Afk-NoteActivity" USING PLAYER-ID
    CALL "Server-GetCurrentTick" USING CURRENT-TICK

    EVALUATE ACTION-STATUS
