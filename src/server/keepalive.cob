PROCEDURE DIVISION.
    CALL "Server-GetCurrentTick" USING CURRENT-TICK

    *> anti-cheat kicks and bans waiting since the offending packet
    CALL "AntiCheat-Enforce"

    PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
        IF CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY
            IF CURRENT-TICK - CLIENT-KEEPALIVE-ANSWERED(CLIENT-ID)
