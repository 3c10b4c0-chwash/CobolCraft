    CALL "Decode-Byte" USING LK-BUFFER LK-OFFSET INSIDE-BLOCK
    CALL "Decode-VarInt" USING LK-BUFFER LK-OFFSET SEQUENCE-ID

    CALL "Afk-NoteActivity" USING PLAYER-ID

    *> Anti-cheat: the client-supplied position is trusted by every
    *> interact callback downstream, so reject interactions beyond
    *> legitimate reach here, between packet decode and the
                        END-IF
                        CALL "World-SetBlock" USING LK-CLIENT
                            PLACE-POSITION PLACE-STATE-ID
                        *> a placed chest, furnace or hopper remembers
                        *> who may lock it
                        CALL "Container-RecordPlacer" USING PLACE-POSITION PLAYER-ID
                        CALL "Player-ConsumeHeldItem" USING PLAYER-ID
                    ELSE
                        *> occupied - undo the client's predicted block
