    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-PLAYERS.
    COPY DD-VANISH.
    *> buffer used to store the packet data
    01 PAYLOAD          PIC X(512).
    01 PAYLOADLEN       BINARY-LONG UNSIGNED    VALUE 0.
    COPY PROC-PACKET-INIT.

    *> live player count, the same CLIENT-STATE-PLAY census
    *> World-StatisticsReport takes against MAX-PLAYERS, less anyone
    *> vanished
    MOVE 0 TO ONLINE-COUNT
    PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
        IF CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY
            IF CLIENT-PLAYER(CLIENT-ID) = 0
                ADD 1 TO ONLINE-COUNT
            ELSE
                IF PLAYER-VANISHED(CLIENT-PLAYER(CLIENT-ID)) = 0
                    ADD 1 TO ONLINE-COUNT
                END-IF
            END-IF
        END-IF
    END-PERFORM
    MOVE ONLINE-COUNT TO ONLINE-TEXT
