    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-PLAYERS.
    COPY DD-AUTH.
    01 CLIENT-ID                 BINARY-LONG UNSIGNED.
    01 PLAYER-ID                 BINARY-LONG.
    01 PLAYER-SAVED               BINARY-CHAR UNSIGNED.
    PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
        IF CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY
            MOVE CLIENT-PLAYER(CLIENT-ID) TO PLAYER-ID
            *> whoever has not logged in yet may not be the owner - the
            *> account's inventory and position stay as last saved
            IF PLAYER-ID NOT = 0
                IF PLAYER-AUTHENTICATED(PLAYER-ID) = 0
                    EXIT PERFORM CYCLE
                END-IF
            END-IF
            CALL "Player-SaveData" USING PLAYER-ID PLAYER-SAVED
            IF PLAYER-SAVED = 1
                ADD 1 TO LK-SAVED-COUNT
    *> same schedule
    CALL "PlayerExtra-SaveAll"
    CALL "Mail-Save"
    *> lapsed auction listings go home on the same beat
    CALL "Auction-ExpireSweep"

    GOBACK.

