*> --- Stats-Tick ---
*> Called once per tick by the external tick loop: credits every
*> connected player with a tick of online time (a jailed player also
*> serves a tick of their sentence, and the promotion rules look at the
*> total; an AFK player is credited nothing, so idle hours stay out of
*> the attendance figures), and on the sampling interval has
*> Positions-Sample note where everyone is.
IDENTIFICATION DIVISION.
PROGRAM-ID. Stats-Tick.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-PLAYERS.
    COPY DD-PLAYER-STATS.
    COPY DD-JAIL.
    COPY DD-AFK.
    01 CLIENT-ID                 BINARY-LONG UNSIGNED.
    01 PLAYER-ID                 BINARY-LONG.
    01 CURRENT-TICK              BINARY-LONG UNSIGNED.
        IF CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY
            MOVE CLIENT-PLAYER(CLIENT-ID) TO PLAYER-ID
            IF PLAYER-ID >= 1 AND PLAYER-ID <= MAX-PLAYERS
                IF PLAYER-AFK(PLAYER-ID) = 0
                    ADD 1 TO PLAYER-STAT-ONLINE-TICKS(PLAYER-ID)
                END-IF
                *> the threshold achievements ride this counter's
                *> ticker on a five-second cadence - close enough for
                *> a goal ladder, cheap enough for the hot loop
                IF FUNCTION MOD(CURRENT-TICK, 100) = 0
                    CALL "Achievements-CheckStats" USING PLAYER-ID
                    CALL "Groups-CheckPromotion" USING PLAYER-ID
                    CALL "Afk-Check" USING PLAYER-ID
                END-IF
                IF PLAYER-JAIL-TICKS-LEFT(PLAYER-ID) > 0
                    CALL "Jail-CountDown" USING PLAYER-ID
                END-IF
            END-IF
        END-IF
    END-PERFORM

    IF SERVER-PROP-POSITION-SAMPLE-TICKS > 0
        IF FUNCTION MOD(CURRENT-TICK, SERVER-PROP-POSITION-SAMPLE-TICKS) = 0
            CALL "Positions-Sample"
        END-IF
    END-IF
    GOBACK.

END PROGRAM Stats-Tick.
*> --- Stats-CountBlockChange ---
*> Called from World-SetBlock at the point a change is attributed to a
*> client, so placed/broken counts come from the same source of truth
*> as the grief audit log. The block that was there decides what a
*> break pays out from the jobs rates.
IDENTIFICATION DIVISION.
PROGRAM-ID. Stats-CountBlockChange.

    COPY DD-PLAYER-STATS.
    01 PLAYER-ID                 BINARY-LONG.
    01 BREAK-XP                  BINARY-LONG VALUE 1.
    01 BROKEN-BLOCK-TYPE         PIC X(64).
    01 ONE-BLOCK                 BINARY-LONG VALUE 1.
LINKAGE SECTION.
    01 LK-CLIENT                 BINARY-LONG UNSIGNED.
    01 LK-NEW-BLOCK-ID           BINARY-LONG UNSIGNED.
    01 LK-PREVIOUS-BLOCK-ID      BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-CLIENT LK-NEW-BLOCK-ID LK-PREVIOUS-BLOCK-ID.
    MOVE CLIENT-PLAYER(LK-CLIENT) TO PLAYER-ID
    IF PLAYER-ID < 1 OR PLAYER-ID > MAX-PLAYERS
        GOBACK
        *> breaks feed the XP ladder from the same attribution point
        *> that feeds the counters
        CALL "Xp-Add" USING PLAYER-ID BREAK-XP
        MOVE SPACES TO BROKEN-BLOCK-TYPE
        CALL "Blocks-GetType" USING LK-PREVIOUS-BLOCK-ID BROKEN-BLOCK-TYPE
        CALL "Jobs-Pay" USING PLAYER-ID "break" BROKEN-BLOCK-TYPE ONE-BLOCK
    ELSE
        ADD 1 TO PLAYER-STAT-PLACED(PLAYER-ID)
    END-IF
END PROGRAM Stats-AddDistance.

*> --- Stats-AddDeath ---
*> One death, counted from Player-HandleDeath.
IDENTIFICATION DIVISION.
PROGRAM-ID. Stats-AddDeath.


END PROGRAM Stats-AddDeath.

*> --- Stats-AddKill ---
*> One mob killed, credited by Mob-Damage to the player who landed
*> the final hit.
IDENTIFICATION DIVISION.
PROGRAM-ID. Stats-AddKill.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-PLAYER-STATS.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    IF LK-PLAYER-ID >= 1 AND LK-PLAYER-ID <= MAX-PLAYERS
        ADD 1 TO PLAYER-STAT-KILLS(LK-PLAYER-ID)
    END-IF
    GOBACK.

END PROGRAM Stats-AddKill.

*> --- Stats-AddPvpKill ---
*> One player killed, credited by Player-HandleDeath to the player
*> whose combat tag was still fresh on the victim.
IDENTIFICATION DIVISION.
PROGRAM-ID. Stats-AddPvpKill.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-PLAYER-STATS.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    IF LK-PLAYER-ID >= 1 AND LK-PLAYER-ID <= MAX-PLAYERS
        ADD 1 TO PLAYER-STAT-PVP-KILLS(LK-PLAYER-ID)
    END-IF
    GOBACK.

END PROGRAM Stats-AddPvpKill.

*> --- Stats-Format ---
*> The "stats" command's response line for one player.
IDENTIFICATION DIVISION.
    01 DISTANCE-TEXT             PIC Z(9)9.
    01 MINUTES-TEXT              PIC Z(9)9.
    01 DEATHS-TEXT               PIC Z(9)9.
    01 KILLS-TEXT                PIC Z(9)9.
    01 PVP-KILLS-TEXT            PIC Z(9)9.
    01 ONLINE-MINUTES            BINARY-DOUBLE UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    COMPUTE ONLINE-MINUTES = PLAYER-STAT-ONLINE-TICKS(LK-PLAYER-ID) / 1200
    MOVE ONLINE-MINUTES TO MINUTES-TEXT
    MOVE PLAYER-STAT-DEATHS(LK-PLAYER-ID) TO DEATHS-TEXT
    MOVE PLAYER-STAT-KILLS(LK-PLAYER-ID) TO KILLS-TEXT
    MOVE PLAYER-STAT-PVP-KILLS(LK-PLAYER-ID) TO PVP-KILLS-TEXT

    MOVE SPACES TO LK-RESPONSE
    STRING
        FUNCTION TRIM(MINUTES-TEXT) DELIMITED BY SIZE
        " deaths=" DELIMITED BY SIZE
        FUNCTION TRIM(DEATHS-TEXT) DELIMITED BY SIZE
        " kills=" DELIMITED BY SIZE
        FUNCTION TRIM(KILLS-TEXT) DELIMITED BY SIZE
        " pvp-kills=" DELIMITED BY SIZE
        FUNCTION TRIM(PVP-KILLS-TEXT) DELIMITED BY SIZE
        INTO LK-RESPONSE
    END-STRING

