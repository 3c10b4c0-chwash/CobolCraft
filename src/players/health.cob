
*> --- Player-HandleDeath ---
*> The moment hit points reach zero: the death is broadcast to every
*> connected player, Death-DropInventory spills and logs what was lost
*> at the spot, the death is counted in the per-player stats (and, when
*> another player's combat tag is still fresh on them, as that player's
*> PvP kill in the stats and the PvP log), and the
*> player is dropped into the respawn flow. Health comes back full before the
*> teleport so the arrival isn't a second corpse.
IDENTIFICATION DIVISION.
PROGRAM-ID. Player-HandleDeath.
    01 CLIENT-ID                 BINARY-LONG UNSIGNED.
    01 PLAYER-ID-TEXT            PIC ---9.
    01 NOTICE-LINE               PIC X(128).
    01 KILLER-ID                 BINARY-LONG.
    01 KILLER-ID-TEXT            PIC ---9.
    01 PVP-LINE                  PIC X(160).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-CAUSE                  PIC X ANY LENGTH.
        END-IF
    END-PERFORM

    *> before the respawn moves them - the drop lands where they fell
    CALL "Death-DropInventory" USING LK-PLAYER-ID LK-CAUSE

    CALL "Stats-AddDeath" USING LK-PLAYER-ID

    CALL "Pvp-GetKiller" USING LK-PLAYER-ID KILLER-ID
    IF KILLER-ID NOT = 0
        CALL "Stats-AddPvpKill" USING KILLER-ID
        MOVE KILLER-ID TO KILLER-ID-TEXT
        MOVE SPACES TO PVP-LINE
        STRING
            "kill attacker=" DELIMITED BY SIZE
            FUNCTION TRIM(KILLER-ID-TEXT) DELIMITED BY SIZE
            " victim=" DELIMITED BY SIZE
            FUNCTION TRIM(PLAYER-ID-TEXT) DELIMITED BY SIZE
            " cause=[" DELIMITED BY SIZE
            FUNCTION TRIM(LK-CAUSE) DELIMITED BY SIZE
            "]" DELIMITED BY SIZE
            INTO PVP-LINE
        END-STRING
        CALL "Pvp-LogLine" USING PVP-LINE
    END-IF
    MOVE 0 TO PLAYER-COMBAT-TAG-ATTACKER(LK-PLAYER-ID)

    MOVE 20 TO PLAYER-HEALTH(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-FALL-DISTANCE(LK-PLAYER-ID)
    MOVE 300 TO PLAYER-AIR-TICKS(LK-PLAYER-ID)
