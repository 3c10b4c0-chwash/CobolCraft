    COPY DD-CLIENTS.
    COPY DD-PLAYERS.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-JAIL.
    COPY DD-AUTH.
    01 PLAYER-ID                BINARY-LONG.
    *> payload
    01 NEW-X                    USAGE COMP-2.
    01 FEET-FLUID-KIND          BINARY-CHAR UNSIGNED.
    01 FEET-FLUID-LEVEL         BINARY-LONG.
    01 FALL-DAMAGE              BINARY-LONG.
    01 JAIL-CHECK-POSITION.
        02 JAIL-CHECK-X         BINARY-LONG.
        02 JAIL-CHECK-Y         BINARY-LONG.
        02 JAIL-CHECK-Z         BINARY-LONG.
    01 JAIL-ALLOWED             BINARY-CHAR UNSIGNED.

LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
    CALL "Decode-Double" USING LK-BUFFER LK-OFFSET NEW-Z
    CALL "Decode-Byte" USING LK-BUFFER LK-OFFSET MOVEMENT-FLAGS

    *> a player yet to log in stays exactly where they arrived
    IF PLAYER-AUTHENTICATED(PLAYER-ID) = 0
        CALL "SendPacket-PlayerPosition" USING LK-CLIENT PLAYER-POSITION(PLAYER-ID)
        GOBACK
    END-IF

    *> real movement, accepted or not, shows someone at the keyboard
    CALL "Afk-NotePosition" USING PLAYER-ID NEW-X NEW-FEET-Y NEW-Z

    *> a jailed player stays inside the jail area whatever their mode;
    *> Jail-CheckMove puts the client back itself
    IF PLAYER-JAIL-TICKS-LEFT(PLAYER-ID) > 0
        COMPUTE JAIL-CHECK-X = FUNCTION INTEGER(NEW-X)
        COMPUTE JAIL-CHECK-Y = FUNCTION INTEGER(NEW-FEET-Y)
        COMPUTE JAIL-CHECK-Z = FUNCTION INTEGER(NEW-Z)
        CALL "Jail-CheckMove" USING PLAYER-ID JAIL-CHECK-POSITION JAIL-ALLOWED
        IF JAIL-ALLOWED = 0
            GOBACK
        END-IF
    END-IF

    *> Creative and spectator players fly and move fast legitimately;
    *> a survival player doing the same is exactly what the checks
    *> below catch and log
    CALL "Redstone-PressPlate" USING PLAYER-POSITION(PLAYER-ID)

    *> standing in a lit portal frame carries the player to the other
    *> dimension (subject to the arrival lockout inside); neither kind
    *> of portal works for a jailed player
    IF PLAYER-JAIL-TICKS-LEFT(PLAYER-ID) = 0
        CALL "Dimension-CheckPortalAt" USING PLAYER-ID

        *> walking into an operator-defined gateway region warps, the
        *> world-border shape of per-move region testing
        CALL "WarpPortals-CheckAt" USING PLAYER-ID
    END-IF

    MOVE PLAYER-POSITION(PLAYER-ID) TO FALL-CHECK-POSITION
    CALL "World-GetBlock" USING FALL-CHECK-POSITION FEET-BLOCK-ID
