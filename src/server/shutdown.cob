    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-PLAYERS.
    COPY DD-AUTH.
    01 CURRENT-TICK              BINARY-LONG UNSIGNED.
    01 REMAINING-SECONDS         BINARY-LONG.
    01 ANNOUNCE-MARK             BINARY-CHAR UNSIGNED.
        IF CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY
            MOVE CLIENT-PLAYER(CLIENT-ID) TO PLAYER-ID
            IF PLAYER-ID NOT = 0
                *> nothing is saved for a player yet to log in
                IF PLAYER-AUTHENTICATED(PLAYER-ID) = 1
                    CALL "Player-SaveData" USING PLAYER-ID PLAYER-SAVED
                    IF PLAYER-SAVED = 1
                        ADD 1 TO PLAYERS-SAVED-COUNT
                    END-IF
                END-IF
            END-IF
            CALL "Server-DisconnectClient" USING CLIENT-ID "Server closed"
