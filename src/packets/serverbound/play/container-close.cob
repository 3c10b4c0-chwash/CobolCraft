    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-PLAYERS.
    COPY DD-VANISH.
    01 PLAYER-ID                BINARY-LONG.
    01 CLIENT-ID                BINARY-LONG UNSIGNED.
    01 PLAYER-ID-TEXT           PIC ---9.
        CALL "Player-CloseOpenWindow" USING PLAYER-ID
    END-IF

    *> quitting mid-fight counts as losing it
    CALL "Pvp-CheckCombatLog" USING PLAYER-ID

    *> the attendance book closes the session, with whatever reason a
    *> kick or timeout stamped before the teardown reached here
    CALL "Sessions-HandleQuit" USING PLAYER-ID

    *> the rest of the server learns of the departure - through the
    *> message catalog in each recipient's language - plus the
    *> tab-list removal, mirroring Player-HandleLogin; a vanished
    *> player was never seen to be here, so nobody hears them go
    MOVE PLAYER-ID TO PLAYER-ID-TEXT
    MOVE SPACES TO WEBHOOK-LINE
    STRING
        " left" DELIMITED BY SIZE
        INTO WEBHOOK-LINE
    END-STRING
    IF PLAYER-VANISHED(PLAYER-ID) = 0
        CALL "Webhook-Enqueue" USING "join" WEBHOOK-LINE
    END-IF
    PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
        IF CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY
                AND CLIENT-ID NOT = LK-CLIENT
            IF PLAYER-VANISHED(PLAYER-ID) = 0
                CALL "Messages-Send" USING CLIENT-ID "leave"
                    PLAYER-ID-TEXT NO-ARG
            END-IF
            CALL "SendPacket-PlayerInfoRemove" USING CLIENT-ID PLAYER-ID
        END-IF
    END-PERFORM
