*> --- Pvp-CheckAllowed ---
*> The PvP rulebook, asked before one player's hit lands on another:
*> nothing lands with SERVER-PROP-PVP off, teammates (the same nonblank
*> PLAYER-TEAM) never hurt each other, and a no-PvP protection zone
*> covering either player - the victim hiding in spawn, or the attacker
*> swinging out of it - refuses the hit too.
IDENTIFICATION DIVISION.
PROGRAM-ID. Pvp-CheckAllowed.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-SERVER-PROPERTIES.
    01 NO-PVP                    BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-ATTACKER-ID            BINARY-LONG.
    01 LK-VICTIM-ID              BINARY-LONG.
    01 LK-ALLOWED                BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-ATTACKER-ID LK-VICTIM-ID LK-ALLOWED.
    MOVE 0 TO LK-ALLOWED

    IF SERVER-PROP-PVP = 0
        GOBACK
    END-IF

    IF PLAYER-TEAM(LK-ATTACKER-ID) NOT = SPACES
            AND PLAYER-TEAM(LK-ATTACKER-ID) = PLAYER-TEAM(LK-VICTIM-ID)
        GOBACK
    END-IF

    CALL "World-IsNoPvpPosition" USING PLAYER-POSITION(LK-VICTIM-ID) NO-PVP
    IF NO-PVP = 1
        GOBACK
    END-IF
    CALL "World-IsNoPvpPosition" USING PLAYER-POSITION(LK-ATTACKER-ID) NO-PVP
    IF NO-PVP = 1
        GOBACK
    END-IF

    MOVE 1 TO LK-ALLOWED
    GOBACK.

END PROGRAM Pvp-CheckAllowed.

*> --- Pvp-AttackPlayer ---
*> One player's weapon hit on another, after reach has been checked:
*> the rulebook above gets the final say, a landed hit tags the victim
*> in combat with the attacker's id, and the damage goes through the
*> same Player-Damage every other hurt takes - so a kill runs the one
*> death flow, and Player-HandleDeath credits the attacker off the tag.
IDENTIFICATION DIVISION.
PROGRAM-ID. Pvp-AttackPlayer.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    01 CURRENT-TICK              BINARY-LONG UNSIGNED.
    01 ATTACKER-TEXT             PIC ---9.
    01 DAMAGE-CAUSE              PIC X(64).
LINKAGE SECTION.
    01 LK-ATTACKER-ID            BINARY-LONG.
    01 LK-VICTIM-ID              BINARY-LONG.
    01 LK-AMOUNT                 BINARY-LONG.
    01 LK-ALLOWED                BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-ATTACKER-ID LK-VICTIM-ID LK-AMOUNT LK-ALLOWED.
    CALL "Pvp-CheckAllowed" USING LK-ATTACKER-ID LK-VICTIM-ID LK-ALLOWED
    IF LK-ALLOWED = 0
        GOBACK
    END-IF

    *> creative and spectator players can't be hurt, so they can't be
    *> tagged either - logging out of a fight they were never in is fine
    IF PLAYER-GAMEMODE(LK-VICTIM-ID) = 1 OR PLAYER-GAMEMODE(LK-VICTIM-ID) = 3
        GOBACK
    END-IF

    CALL "Server-GetCurrentTick" USING CURRENT-TICK
    MOVE CURRENT-TICK TO PLAYER-COMBAT-TAG-TICK(LK-VICTIM-ID)
    MOVE LK-ATTACKER-ID TO PLAYER-COMBAT-TAG-ATTACKER(LK-VICTIM-ID)

    MOVE LK-ATTACKER-ID TO ATTACKER-TEXT
    MOVE SPACES TO DAMAGE-CAUSE
    STRING
        "was slain by Player" DELIMITED BY SIZE
        FUNCTION TRIM(ATTACKER-TEXT) DELIMITED BY SIZE
        INTO DAMAGE-CAUSE
    END-STRING
    CALL "Player-Damage" USING LK-VICTIM-ID LK-AMOUNT DAMAGE-CAUSE

    GOBACK.

END PROGRAM Pvp-AttackPlayer.

*> --- Pvp-GetKiller ---
*> Who gets the kill for this player's death: the attacker on their
*> combat tag while the tag is still inside SERVER-PROP-COMBAT-TAG-TICKS
*> (so knocking someone into lava still counts), 0 otherwise.
IDENTIFICATION DIVISION.
PROGRAM-ID. Pvp-GetKiller.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-SERVER-PROPERTIES.
    01 CURRENT-TICK              BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-KILLER-ID              BINARY-LONG.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-KILLER-ID.
    MOVE 0 TO LK-KILLER-ID
    IF LK-PLAYER-ID < 1 OR LK-PLAYER-ID > MAX-PLAYERS
            OR PLAYER-COMBAT-TAG-ATTACKER(LK-PLAYER-ID) = 0
            OR PLAYER-COMBAT-TAG-ATTACKER(LK-PLAYER-ID) = LK-PLAYER-ID
        GOBACK
    END-IF

    CALL "Server-GetCurrentTick" USING CURRENT-TICK
    IF CURRENT-TICK - PLAYER-COMBAT-TAG-TICK(LK-PLAYER-ID)
            <= SERVER-PROP-COMBAT-TAG-TICKS
        MOVE PLAYER-COMBAT-TAG-ATTACKER(LK-PLAYER-ID) TO LK-KILLER-ID
    END-IF

    GOBACK.

END PROGRAM Pvp-GetKiller.

*> --- Pvp-LogLine ---
*> Appends one timestamped line to the PvP log - kills and combat
*> logouts, the record an arena season's disputes get settled from.
IDENTIFICATION DIVISION.
PROGRAM-ID. Pvp-LogLine.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL PVP-LOG-FILE ASSIGN TO PVP-LOG-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  PVP-LOG-FILE.
01  PVP-LOG-RECORD               PIC X(256).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    01 PVP-LOG-PATH              PIC X(256).
    01 LOG-TIMESTAMP             PIC X(21).
LINKAGE SECTION.
    01 LK-LINE                   PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-LINE.
    MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP
    MOVE SPACES TO PVP-LOG-RECORD
    STRING
        LOG-TIMESTAMP DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(LK-LINE) DELIMITED BY SIZE
        INTO PVP-LOG-RECORD
    END-STRING
    MOVE SERVER-PROP-PVP-LOG-PATH TO PVP-LOG-PATH
    OPEN EXTEND PVP-LOG-FILE
    WRITE PVP-LOG-RECORD
    CLOSE PVP-LOG-FILE

    GOBACK.

END PROGRAM Pvp-LogLine.

*> --- Pvp-CheckCombatLog ---
*> Run by Player-HandleDisconnect before the slot is torn down: a
*> survival player who quits while still tagged from a PvP hit is
*> logged as a combat logout and killed on the way out - the inventory
*> spills where they stood and the attacker gets the kill, exactly as
*> if the fight had finished.
IDENTIFICATION DIVISION.
PROGRAM-ID. Pvp-CheckCombatLog.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    01 KILLER-ID                 BINARY-LONG.
    01 PLAYER-TEXT               PIC ---9.
    01 KILLER-TEXT               PIC ---9.
    01 LOG-LINE                  PIC X(128).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    MOVE 0 TO KILLER-ID
    IF PLAYER-HEALTH(LK-PLAYER-ID) > 0
        CALL "Pvp-GetKiller" USING LK-PLAYER-ID KILLER-ID
    END-IF
    *> a stale tag must not follow the slot into its next session
    IF KILLER-ID = 0
        MOVE 0 TO PLAYER-COMBAT-TAG-ATTACKER(LK-PLAYER-ID)
        GOBACK
    END-IF

    MOVE LK-PLAYER-ID TO PLAYER-TEXT
    MOVE KILLER-ID TO KILLER-TEXT
    MOVE SPACES TO LOG-LINE
    STRING
        "combat-log player=" DELIMITED BY SIZE
        FUNCTION TRIM(PLAYER-TEXT) DELIMITED BY SIZE
        " attacker=" DELIMITED BY SIZE
        FUNCTION TRIM(KILLER-TEXT) DELIMITED BY SIZE
        INTO LOG-LINE
    END-STRING
    CALL "Pvp-LogLine" USING LOG-LINE

    CALL "Player-HandleDeath" USING LK-PLAYER-ID
        "was killed for logging out in combat"

    GOBACK.

END PROGRAM Pvp-CheckCombatLog.
