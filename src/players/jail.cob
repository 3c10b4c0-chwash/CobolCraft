*> --- Jail-Sentence ---
*> Jails a player for the given number of minutes of online time. An
*> online player is taken to the jail point at once, remembering where
*> they stood so release can put them back; an offline one is taken
*> there by Jail-ApplyAtLogin. Jailing someone already inside replaces
*> the time left but keeps the original return point. Result 1 done,
*> 0 bad arguments, 2 the jail point could not be reached.
IDENTIFICATION DIVISION.
PROGRAM-ID. Jail-Sentence.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-JAIL.
    COPY DD-PLAYERS.
    COPY DD-SERVER-PROPERTIES.
    01 TICKS-PER-MINUTE          BINARY-LONG UNSIGNED VALUE 1200.
    01 JAIL-POSITION.
        02 JAIL-X                BINARY-LONG.
        02 JAIL-Y                BINARY-LONG.
        02 JAIL-Z                BINARY-LONG.
    01 PREVIOUS-DIMENSION        PIC X(32).
    01 RETURN-WAS-SET            BINARY-CHAR UNSIGNED.
    01 TELEPORT-RESULT           BINARY-CHAR UNSIGNED.
    01 MINUTES-TEXT              PIC Z(8)9.
    01 NOTICE-LINE               PIC X(200).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-MINUTES                BINARY-LONG.
    01 LK-REASON                 PIC X ANY LENGTH.
    01 LK-RESULT                 BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-MINUTES LK-REASON LK-RESULT.
    MOVE 0 TO LK-RESULT
    IF LK-PLAYER-ID < 1 OR LK-PLAYER-ID > MAX-PLAYERS OR LK-MINUTES < 1
        GOBACK
    END-IF

    MOVE PLAYER-JAIL-RETURN-SET(LK-PLAYER-ID) TO RETURN-WAS-SET
    COMPUTE PLAYER-JAIL-TICKS-LEFT(LK-PLAYER-ID) = LK-MINUTES * TICKS-PER-MINUTE

    IF PLAYER-CLIENT(LK-PLAYER-ID) NOT = 0
        MOVE PLAYER-DIMENSION(LK-PLAYER-ID) TO PREVIOUS-DIMENSION
        IF PREVIOUS-DIMENSION = SPACES
            MOVE "minecraft:overworld" TO PREVIOUS-DIMENSION
        END-IF
        IF PLAYER-JAIL-RETURN-SET(LK-PLAYER-ID) = 0
            MOVE PLAYER-POSITION(LK-PLAYER-ID) TO PLAYER-JAIL-RETURN-POSITION(LK-PLAYER-ID)
            MOVE PREVIOUS-DIMENSION TO PLAYER-JAIL-RETURN-DIMENSION(LK-PLAYER-ID)
            MOVE 1 TO PLAYER-JAIL-RETURN-SET(LK-PLAYER-ID)
        END-IF
        MOVE SERVER-PROP-JAIL-X TO JAIL-X
        MOVE SERVER-PROP-JAIL-Y TO JAIL-Y
        MOVE SERVER-PROP-JAIL-Z TO JAIL-Z
        MOVE SERVER-PROP-JAIL-DIMENSION TO PLAYER-DIMENSION(LK-PLAYER-ID)
        CALL "Player-Teleport" USING LK-PLAYER-ID JAIL-POSITION TELEPORT-RESULT
        IF TELEPORT-RESULT = 0
            *> a jail nobody can reach is no sentence - undo it all
            MOVE PREVIOUS-DIMENSION TO PLAYER-DIMENSION(LK-PLAYER-ID)
            MOVE RETURN-WAS-SET TO PLAYER-JAIL-RETURN-SET(LK-PLAYER-ID)
            MOVE 0 TO PLAYER-JAIL-TICKS-LEFT(LK-PLAYER-ID)
            MOVE 2 TO LK-RESULT
            GOBACK
        END-IF
        MOVE LK-MINUTES TO MINUTES-TEXT
        MOVE SPACES TO NOTICE-LINE
        STRING
            "You have been jailed for " DELIMITED BY SIZE
            FUNCTION TRIM(MINUTES-TEXT) DELIMITED BY SIZE
            " minutes of play: " DELIMITED BY SIZE
            FUNCTION TRIM(LK-REASON) DELIMITED BY SIZE
            INTO NOTICE-LINE
        END-STRING
        CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID) NOTICE-LINE
    END-IF

    CALL "PlayerExtra-SaveAll"
    MOVE 1 TO LK-RESULT
    GOBACK.

END PROGRAM Jail-Sentence.

*> --- Jail-Release ---
*> Ends a sentence, early (the "unjail" verb) or served (Jail-CountDown).
*> An online player goes straight back to their return point; an
*> offline one keeps the return point and Jail-ApplyAtLogin sends them
*> back when they next join. Result 0 when there was nothing to end.
IDENTIFICATION DIVISION.
PROGRAM-ID. Jail-Release.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-JAIL.
    COPY DD-PLAYERS.
    01 PREVIOUS-DIMENSION        PIC X(32).
    01 TELEPORT-RESULT           BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-RESULT                 BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-RESULT.
    MOVE 0 TO LK-RESULT
    IF LK-PLAYER-ID < 1 OR LK-PLAYER-ID > MAX-PLAYERS
        GOBACK
    END-IF
    IF PLAYER-JAIL-TICKS-LEFT(LK-PLAYER-ID) = 0
            AND PLAYER-JAIL-RETURN-SET(LK-PLAYER-ID) = 0
        GOBACK
    END-IF

    MOVE 0 TO PLAYER-JAIL-TICKS-LEFT(LK-PLAYER-ID)
    IF PLAYER-CLIENT(LK-PLAYER-ID) NOT = 0
        IF PLAYER-JAIL-RETURN-SET(LK-PLAYER-ID) = 1
            MOVE PLAYER-DIMENSION(LK-PLAYER-ID) TO PREVIOUS-DIMENSION
            MOVE PLAYER-JAIL-RETURN-DIMENSION(LK-PLAYER-ID) TO PLAYER-DIMENSION(LK-PLAYER-ID)
            CALL "Player-Teleport" USING LK-PLAYER-ID
                PLAYER-JAIL-RETURN-POSITION(LK-PLAYER-ID) TELEPORT-RESULT
            IF TELEPORT-RESULT = 0
                *> the old spot is gone (border moved, ...) - free to
                *> walk out instead
                MOVE PREVIOUS-DIMENSION TO PLAYER-DIMENSION(LK-PLAYER-ID)
            END-IF
            MOVE 0 TO PLAYER-JAIL-RETURN-SET(LK-PLAYER-ID)
        END-IF
        CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID)
            "You have been released from jail"
    END-IF

    CALL "PlayerExtra-SaveAll"
    MOVE 1 TO LK-RESULT
    GOBACK.

END PROGRAM Jail-Release.

*> --- Jail-CountDown ---
*> Called from Stats-Tick for each online jailed player: one tick of
*> the sentence served, and release when it reaches zero.
IDENTIFICATION DIVISION.
PROGRAM-ID. Jail-CountDown.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-JAIL.
    01 RELEASE-RESULT            BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    IF PLAYER-JAIL-TICKS-LEFT(LK-PLAYER-ID) = 0
        GOBACK
    END-IF
    SUBTRACT 1 FROM PLAYER-JAIL-TICKS-LEFT(LK-PLAYER-ID)
    IF PLAYER-JAIL-TICKS-LEFT(LK-PLAYER-ID) = 0
        *> Jail-Release has nothing to do with a zero count and no
        *> return owed, so hand it one tick back to end properly
        MOVE 1 TO PLAYER-JAIL-TICKS-LEFT(LK-PLAYER-ID)
        CALL "Jail-Release" USING LK-PLAYER-ID RELEASE-RESULT
    END-IF
    GOBACK.

END PROGRAM Jail-CountDown.

*> --- Jail-IsInside ---
*> Whether a position lies inside the jail area: the jail dimension and
*> within SERVER-PROP-JAIL-RADIUS blocks of the jail point on each axis.
IDENTIFICATION DIVISION.
PROGRAM-ID. Jail-IsInside.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    01 DIMENSION-TEXT            PIC X(32).
LINKAGE SECTION.
    01 LK-POSITION.
        02 LK-X                  BINARY-LONG.
        02 LK-Y                  BINARY-LONG.
        02 LK-Z                  BINARY-LONG.
    01 LK-DIMENSION              PIC X(32).
    01 LK-INSIDE                 BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-POSITION LK-DIMENSION LK-INSIDE.
    MOVE 0 TO LK-INSIDE
    MOVE LK-DIMENSION TO DIMENSION-TEXT
    IF DIMENSION-TEXT = SPACES
        MOVE "minecraft:overworld" TO DIMENSION-TEXT
    END-IF
    IF DIMENSION-TEXT NOT = SERVER-PROP-JAIL-DIMENSION
        GOBACK
    END-IF
    IF FUNCTION ABS(LK-X - SERVER-PROP-JAIL-X) > SERVER-PROP-JAIL-RADIUS
            OR FUNCTION ABS(LK-Y - SERVER-PROP-JAIL-Y) > SERVER-PROP-JAIL-RADIUS
            OR FUNCTION ABS(LK-Z - SERVER-PROP-JAIL-Z) > SERVER-PROP-JAIL-RADIUS
        GOBACK
    END-IF
    MOVE 1 TO LK-INSIDE
    GOBACK.

END PROGRAM Jail-IsInside.

*> --- Jail-CheckMove ---
*> The movement path's jail test: a jailed player's move that would
*> leave the jail area is refused and the client is put back where the
*> server has them - or, if that too is outside (a respawn, a staff
*> teleport), at the jail point.
IDENTIFICATION DIVISION.
PROGRAM-ID. Jail-CheckMove.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-JAIL.
    COPY DD-PLAYERS.
    COPY DD-SERVER-PROPERTIES.
    01 INSIDE                    BINARY-CHAR UNSIGNED.
    01 JAIL-POSITION.
        02 JAIL-X                BINARY-LONG.
        02 JAIL-Y                BINARY-LONG.
        02 JAIL-Z                BINARY-LONG.
    01 TELEPORT-RESULT           BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-POSITION.
        02 LK-X                  BINARY-LONG.
        02 LK-Y                  BINARY-LONG.
        02 LK-Z                  BINARY-LONG.
    01 LK-ALLOWED                BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-POSITION LK-ALLOWED.
    MOVE 1 TO LK-ALLOWED
    IF PLAYER-JAIL-TICKS-LEFT(LK-PLAYER-ID) = 0
        GOBACK
    END-IF

    CALL "Jail-IsInside" USING LK-POSITION PLAYER-DIMENSION(LK-PLAYER-ID) INSIDE
    IF INSIDE = 1
        GOBACK
    END-IF

    MOVE 0 TO LK-ALLOWED
    CALL "Jail-IsInside" USING PLAYER-POSITION(LK-PLAYER-ID)
        PLAYER-DIMENSION(LK-PLAYER-ID) INSIDE
    IF INSIDE = 1
        CALL "SendPacket-PlayerPosition" USING PLAYER-CLIENT(LK-PLAYER-ID)
            PLAYER-POSITION(LK-PLAYER-ID)
    ELSE
        MOVE SERVER-PROP-JAIL-X TO JAIL-X
        MOVE SERVER-PROP-JAIL-Y TO JAIL-Y
        MOVE SERVER-PROP-JAIL-Z TO JAIL-Z
        MOVE SERVER-PROP-JAIL-DIMENSION TO PLAYER-DIMENSION(LK-PLAYER-ID)
        CALL "Player-Teleport" USING LK-PLAYER-ID JAIL-POSITION TELEPORT-RESULT
    END-IF
    GOBACK.

END PROGRAM Jail-CheckMove.

*> --- Jail-ApplyAtLogin ---
*> Called from Player-HandleLogin. A player jailed while offline has
*> their return point taken now and is walked into the jail; one whose
*> sentence ended (or was lifted) while offline is sent back home.
IDENTIFICATION DIVISION.
PROGRAM-ID. Jail-ApplyAtLogin.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-JAIL.
    COPY DD-PLAYERS.
    COPY DD-SERVER-PROPERTIES.
    01 INSIDE                    BINARY-CHAR UNSIGNED.
    01 JAIL-POSITION.
        02 JAIL-X                BINARY-LONG.
        02 JAIL-Y                BINARY-LONG.
        02 JAIL-Z                BINARY-LONG.
    01 TELEPORT-RESULT           BINARY-CHAR UNSIGNED.
    01 RELEASE-RESULT            BINARY-CHAR UNSIGNED.
    01 MINUTES-LEFT              BINARY-LONG UNSIGNED.
    01 MINUTES-TEXT              PIC Z(8)9.
    01 NOTICE-LINE               PIC X(96).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    IF PLAYER-JAIL-TICKS-LEFT(LK-PLAYER-ID) = 0
        IF PLAYER-JAIL-RETURN-SET(LK-PLAYER-ID) = 1
            CALL "Jail-Release" USING LK-PLAYER-ID RELEASE-RESULT
        END-IF
        GOBACK
    END-IF

    IF PLAYER-JAIL-RETURN-SET(LK-PLAYER-ID) = 0
        MOVE PLAYER-POSITION(LK-PLAYER-ID) TO PLAYER-JAIL-RETURN-POSITION(LK-PLAYER-ID)
        MOVE PLAYER-DIMENSION(LK-PLAYER-ID) TO PLAYER-JAIL-RETURN-DIMENSION(LK-PLAYER-ID)
        IF PLAYER-JAIL-RETURN-DIMENSION(LK-PLAYER-ID) = SPACES
            MOVE "minecraft:overworld" TO PLAYER-JAIL-RETURN-DIMENSION(LK-PLAYER-ID)
        END-IF
        MOVE 1 TO PLAYER-JAIL-RETURN-SET(LK-PLAYER-ID)
    END-IF

    CALL "Jail-IsInside" USING PLAYER-POSITION(LK-PLAYER-ID)
        PLAYER-DIMENSION(LK-PLAYER-ID) INSIDE
    IF INSIDE = 0
        MOVE SERVER-PROP-JAIL-X TO JAIL-X
        MOVE SERVER-PROP-JAIL-Y TO JAIL-Y
        MOVE SERVER-PROP-JAIL-Z TO JAIL-Z
        MOVE SERVER-PROP-JAIL-DIMENSION TO PLAYER-DIMENSION(LK-PLAYER-ID)
        CALL "Player-Teleport" USING LK-PLAYER-ID JAIL-POSITION TELEPORT-RESULT
    END-IF

    COMPUTE MINUTES-LEFT = (PLAYER-JAIL-TICKS-LEFT(LK-PLAYER-ID) + 1199) / 1200
    MOVE MINUTES-LEFT TO MINUTES-TEXT
    MOVE SPACES TO NOTICE-LINE
    STRING
        "You are in jail - " DELIMITED BY SIZE
        FUNCTION TRIM(MINUTES-TEXT) DELIMITED BY SIZE
        " minutes of play left to serve" DELIMITED BY SIZE
        INTO NOTICE-LINE
    END-STRING
    CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID) NOTICE-LINE
    GOBACK.

END PROGRAM Jail-ApplyAtLogin.
