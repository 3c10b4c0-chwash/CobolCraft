*> --- Vanish-Toggle ---
*> Staff vanish: flips the player between hidden and visible. Going
*> hidden pulls their tab entry from every other client and stamps the
*> /seen time as if they had just left; coming back puts the entry
*> back. Join and leave lines, the server-list count, the bed quorum,
*> mob targeting and whisper delivery all read PLAYER-VANISHED where
*> they happen. The command line itself is the audit trail - it goes
*> through Command-AuditLog like every other dispatched command.
IDENTIFICATION DIVISION.
PROGRAM-ID. Vanish-Toggle.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-VANISH.
    COPY DD-PLAYERS.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    01 CLIENT-ID                 BINARY-LONG UNSIGNED.
    01 NOW-TIMESTAMP             PIC X(14).
    01 NOW-SECONDS               BINARY-DOUBLE.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-RESPONSE.
    IF LK-PLAYER-ID < 1 OR LK-PLAYER-ID > MAX-PLAYERS
            OR PLAYER-CLIENT(LK-PLAYER-ID) = 0
        MOVE "Only players can vanish" TO LK-RESPONSE
        GOBACK
    END-IF

    IF PLAYER-VANISHED(LK-PLAYER-ID) = 0
        MOVE 1 TO PLAYER-VANISHED(LK-PLAYER-ID)
        MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-TIMESTAMP
        CALL "Rollback-TimestampToSeconds" USING NOW-TIMESTAMP NOW-SECONDS
        MOVE NOW-SECONDS TO PLAYER-VANISH-SEEN-SECONDS(LK-PLAYER-ID)
        PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
            IF CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY
                    AND CLIENT-ID NOT = PLAYER-CLIENT(LK-PLAYER-ID)
                CALL "SendPacket-PlayerInfoRemove" USING CLIENT-ID LK-PLAYER-ID
            END-IF
        END-PERFORM
        MOVE "You are now vanished" TO LK-RESPONSE
    ELSE
        MOVE 0 TO PLAYER-VANISHED(LK-PLAYER-ID)
        MOVE 0 TO PLAYER-VANISH-SEEN-SECONDS(LK-PLAYER-ID)
        PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
            IF CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY
                    AND CLIENT-ID NOT = PLAYER-CLIENT(LK-PLAYER-ID)
                CALL "SendPacket-PlayerInfoAdd" USING CLIENT-ID LK-PLAYER-ID
            END-IF
        END-PERFORM
        MOVE "You are visible again" TO LK-RESPONSE
    END-IF

    *> the state outlives the session, so it is written straight away
    CALL "PlayerExtra-SaveAll"

    GOBACK.

END PROGRAM Vanish-Toggle.
