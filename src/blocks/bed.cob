*> When the last connected player lies down, the night is skipped:
*> time jumps to morning and everyone is stood back up with the
*> standing pose broadcast, the inverse of how they were laid down.
*> Vanished staff and AFK players are not part of the quorum either way.
IDENTIFICATION DIVISION.
PROGRAM-ID. Bed-CheckAllAsleep.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-VANISH.
    COPY DD-AFK.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    01 POSE-STANDING             BINARY-CHAR UNSIGNED VALUE 0.
    PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
        IF CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY
            MOVE CLIENT-PLAYER(CLIENT-ID) TO PLAYER-ID
            IF PLAYER-ID NOT = 0 AND PLAYER-VANISHED(PLAYER-ID) = 0
                    AND PLAYER-AFK(PLAYER-ID) = 0
                MOVE 1 TO ANYONE-ONLINE
                IF PLAYER-SLEEPING(PLAYER-ID) = 0
                    MOVE 1 TO ANYONE-AWAKE
