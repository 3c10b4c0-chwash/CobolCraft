*> --- Afk-Reset ---
*> Called from Player-HandleLogin: a fresh session starts active, with
*> the spot the player logs in at as the reference position.
IDENTIFICATION DIVISION.
PROGRAM-ID. Afk-Reset.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-AFK.
    COPY DD-PLAYERS.
    01 CURRENT-TICK              BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    IF LK-PLAYER-ID < 1 OR LK-PLAYER-ID > MAX-PLAYERS
        GOBACK
    END-IF
    CALL "Server-GetCurrentTick" USING CURRENT-TICK
    MOVE CURRENT-TICK TO PLAYER-LAST-ACTIVE-TICK(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-AFK(LK-PLAYER-ID)
    MOVE PLAYER-X(LK-PLAYER-ID) TO PLAYER-AFK-LAST-X(LK-PLAYER-ID)
    MOVE PLAYER-Y(LK-PLAYER-ID) TO PLAYER-AFK-LAST-Y(LK-PLAYER-ID)
    MOVE PLAYER-Z(LK-PLAYER-ID) TO PLAYER-AFK-LAST-Z(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-AFK-LAST-YAW(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-AFK-LAST-PITCH(LK-PLAYER-ID)
    GOBACK.

END PROGRAM Afk-Reset.

*> --- Afk-NoteActivity ---
*> A sign of life from the player - chat, a command, a swing, an
*> interaction, or (through Afk-NotePosition/Afk-NoteRotation) real
*> movement. Restarts the idle clock and, for a player marked AFK,
*> lifts the mark.
IDENTIFICATION DIVISION.
PROGRAM-ID. Afk-NoteActivity.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-AFK.
    COPY DD-PLAYERS.
    01 CURRENT-TICK              BINARY-LONG UNSIGNED.
    01 NOTICE-LINE               PIC X(64).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    IF LK-PLAYER-ID < 1 OR LK-PLAYER-ID > MAX-PLAYERS
        GOBACK
    END-IF
    CALL "Server-GetCurrentTick" USING CURRENT-TICK
    MOVE CURRENT-TICK TO PLAYER-LAST-ACTIVE-TICK(LK-PLAYER-ID)

    IF PLAYER-AFK(LK-PLAYER-ID) = 1
        MOVE 0 TO PLAYER-AFK(LK-PLAYER-ID)
        IF PLAYER-CLIENT(LK-PLAYER-ID) NOT = 0
            MOVE "You are no longer AFK" TO NOTICE-LINE
            CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID) NOTICE-LINE
            CALL "Afk-RefreshTab" USING LK-PLAYER-ID
        END-IF
    END-IF
    GOBACK.

END PROGRAM Afk-NoteActivity.

*> --- Afk-NotePosition ---
*> Fed every position RecvPacket-SetPlayerPosition decodes. The client
*> repeats its position now and then while standing still, so only a
*> position that differs from the last one reported counts.
IDENTIFICATION DIVISION.
PROGRAM-ID. Afk-NotePosition.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-AFK.
    COPY DD-PLAYERS.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-X                      USAGE COMP-2.
    01 LK-Y                      USAGE COMP-2.
    01 LK-Z                      USAGE COMP-2.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-X LK-Y LK-Z.
    IF LK-PLAYER-ID < 1 OR LK-PLAYER-ID > MAX-PLAYERS
        GOBACK
    END-IF
    IF LK-X NOT = PLAYER-AFK-LAST-X(LK-PLAYER-ID)
            OR LK-Y NOT = PLAYER-AFK-LAST-Y(LK-PLAYER-ID)
            OR LK-Z NOT = PLAYER-AFK-LAST-Z(LK-PLAYER-ID)
        MOVE LK-X TO PLAYER-AFK-LAST-X(LK-PLAYER-ID)
        MOVE LK-Y TO PLAYER-AFK-LAST-Y(LK-PLAYER-ID)
        MOVE LK-Z TO PLAYER-AFK-LAST-Z(LK-PLAYER-ID)
        CALL "Afk-NoteActivity" USING LK-PLAYER-ID
    END-IF
    GOBACK.

END PROGRAM Afk-NotePosition.

*> --- Afk-NoteRotation ---
*> The look counterpart of Afk-NotePosition, fed by
*> RecvPacket-SetPlayerRotation: turning the head is activity too.
IDENTIFICATION DIVISION.
PROGRAM-ID. Afk-NoteRotation.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-AFK.
    COPY DD-PLAYERS.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-YAW                    USAGE COMP-2.
    01 LK-PITCH                  USAGE COMP-2.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-YAW LK-PITCH.
    IF LK-PLAYER-ID < 1 OR LK-PLAYER-ID > MAX-PLAYERS
        GOBACK
    END-IF
    IF LK-YAW NOT = PLAYER-AFK-LAST-YAW(LK-PLAYER-ID)
            OR LK-PITCH NOT = PLAYER-AFK-LAST-PITCH(LK-PLAYER-ID)
        MOVE LK-YAW TO PLAYER-AFK-LAST-YAW(LK-PLAYER-ID)
        MOVE LK-PITCH TO PLAYER-AFK-LAST-PITCH(LK-PLAYER-ID)
        CALL "Afk-NoteActivity" USING LK-PLAYER-ID
    END-IF
    GOBACK.

END PROGRAM Afk-NoteRotation.

*> --- Afk-Check ---
*> Called from Stats-Tick on its five-second cadence: a player idle for
*> SERVER-PROP-AFK-SECONDS is marked AFK - told so, tagged in the tab
*> list, and taken out of the sleep quorum, which may be all the night
*> was waiting for.
IDENTIFICATION DIVISION.
PROGRAM-ID. Afk-Check.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-AFK.
    COPY DD-PLAYERS.
    COPY DD-SERVER-PROPERTIES.
    01 CURRENT-TICK              BINARY-LONG UNSIGNED.
    01 IDLE-TICKS                BINARY-LONG UNSIGNED.
    01 NOTICE-LINE               PIC X(64).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    IF SERVER-PROP-AFK-SECONDS = 0 OR PLAYER-AFK(LK-PLAYER-ID) = 1
        GOBACK
    END-IF

    CALL "Server-GetCurrentTick" USING CURRENT-TICK
    IF CURRENT-TICK < PLAYER-LAST-ACTIVE-TICK(LK-PLAYER-ID)
        GOBACK
    END-IF
    COMPUTE IDLE-TICKS = CURRENT-TICK - PLAYER-LAST-ACTIVE-TICK(LK-PLAYER-ID)
    IF IDLE-TICKS < SERVER-PROP-AFK-SECONDS * 20
        GOBACK
    END-IF

    MOVE 1 TO PLAYER-AFK(LK-PLAYER-ID)
    MOVE "You are now AFK" TO NOTICE-LINE
    CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID) NOTICE-LINE
    CALL "Afk-RefreshTab" USING LK-PLAYER-ID
    CALL "Bed-CheckAllAsleep"
    GOBACK.

END PROGRAM Afk-Check.

*> --- Afk-RefreshTab ---
*> Re-sends one player's tab entry to every client in play so the AFK
*> tag appears or clears; a vanished player's entry only goes back to
*> themselves.
IDENTIFICATION DIVISION.
PROGRAM-ID. Afk-RefreshTab.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-VANISH.
    01 CLIENT-ID                 BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
        IF CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY
                AND (PLAYER-VANISHED(LK-PLAYER-ID) = 0
                     OR CLIENT-ID = PLAYER-CLIENT(LK-PLAYER-ID))
            CALL "SendPacket-PlayerInfoAdd" USING CLIENT-ID LK-PLAYER-ID
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Afk-RefreshTab.

*> --- Afk-MakeRoom ---
*> Called from PlayerAccess-CheckLogin once a login has passed every
*> other check: with no more than SERVER-PROP-AFK-KICK-FREE-SLOTS of
*> MAX-PLAYERS left, the AFK non-staff player idle the longest is
*> kicked (quit reason "afk") so the newcomer gets a slot. Nobody AFK,
*> nobody kicked - the login proceeds either way.
IDENTIFICATION DIVISION.
PROGRAM-ID. Afk-MakeRoom.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-AFK.
    COPY DD-PLAYERS.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-SERVER-PROPERTIES.
    01 CLIENT-ID                 BINARY-LONG UNSIGNED.
    01 OTHER-PLAYER              BINARY-LONG.
    01 ONLINE-COUNT              BINARY-LONG UNSIGNED.
    01 OTHER-LEVEL               BINARY-LONG UNSIGNED.
    01 IDLEST-PLAYER             BINARY-LONG.
    01 IDLEST-TICK               BINARY-LONG UNSIGNED.
    01 KICK-REASON               PIC X(64) VALUE "Kicked for being AFK while the server is full".
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    IF SERVER-PROP-AFK-KICK-FREE-SLOTS = 0
        GOBACK
    END-IF

    MOVE 0 TO ONLINE-COUNT
    PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
        IF CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY
            ADD 1 TO ONLINE-COUNT
        END-IF
    END-PERFORM
    IF ONLINE-COUNT + SERVER-PROP-AFK-KICK-FREE-SLOTS < MAX-PLAYERS
        GOBACK
    END-IF

    MOVE 0 TO IDLEST-PLAYER
    PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
        IF CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY
            MOVE CLIENT-PLAYER(CLIENT-ID) TO OTHER-PLAYER
            IF OTHER-PLAYER NOT = 0 AND OTHER-PLAYER NOT = LK-PLAYER-ID
                    AND PLAYER-AFK(OTHER-PLAYER) = 1
                CALL "Ops-GetLevel" USING OTHER-PLAYER OTHER-LEVEL
                IF OTHER-LEVEL = 0
                    IF IDLEST-PLAYER = 0
                            OR PLAYER-LAST-ACTIVE-TICK(OTHER-PLAYER) < IDLEST-TICK
                        MOVE OTHER-PLAYER TO IDLEST-PLAYER
                        MOVE PLAYER-LAST-ACTIVE-TICK(OTHER-PLAYER) TO IDLEST-TICK
                    END-IF
                END-IF
            END-IF
        END-IF
    END-PERFORM

    IF IDLEST-PLAYER NOT = 0
        CALL "Sessions-SetQuitReason" USING IDLEST-PLAYER "afk"
        CALL "Server-DisconnectClient" USING PLAYER-CLIENT(IDLEST-PLAYER) KICK-REASON
    END-IF
    GOBACK.

END PROGRAM Afk-MakeRoom.
