
*> --- Mob-Remove ---
*> Frees a slot and tells the clients that could see the mob that it
*> is gone - both for an idle despawn and for a mob killed through
*> Mob-Damage.
IDENTIFICATION DIVISION.
PROGRAM-ID. Mob-Remove.


END PROGRAM Mob-Remove.

*> --- Mob-Damage ---
*> One hit on a mob, the Player-Damage counterpart for the mob table:
*> takes the amount off MOB-HEALTH and, once that reaches zero, the
*> mob dies: its loot drops where it stood, the attacker is credited
*> with the kill and its experience, and it leaves the world through
*> Mob-Remove.
IDENTIFICATION DIVISION.
PROGRAM-ID. Mob-Damage.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-MOB-ENTITIES.
    01 ONE-KILL                  BINARY-LONG VALUE 1.
LINKAGE SECTION.
    01 LK-MOB-INDEX              BINARY-LONG UNSIGNED.
    01 LK-AMOUNT                 BINARY-LONG.
    01 LK-ATTACKER-PLAYER-ID     BINARY-LONG.

PROCEDURE DIVISION USING LK-MOB-INDEX LK-AMOUNT LK-ATTACKER-PLAYER-ID.
    IF LK-MOB-INDEX < 1 OR LK-MOB-INDEX > MAX-MOB-ENTITIES
        GOBACK
    END-IF
    IF MOB-IN-USE(LK-MOB-INDEX) = 0 OR LK-AMOUNT < 1
        GOBACK
    END-IF

    SUBTRACT LK-AMOUNT FROM MOB-HEALTH(LK-MOB-INDEX)
    *> a fight keeps the mob from counting as idle for despawn
    MOVE 0 TO MOB-IDLE-TICKS(LK-MOB-INDEX)
    IF MOB-HEALTH(LK-MOB-INDEX) > 0
        GOBACK
    END-IF

    MOVE 0 TO MOB-HEALTH(LK-MOB-INDEX)
    CALL "Mob-DropLoot" USING LK-MOB-INDEX LK-ATTACKER-PLAYER-ID
    CALL "Stats-AddKill" USING LK-ATTACKER-PLAYER-ID
    CALL "Jobs-Pay" USING LK-ATTACKER-PLAYER-ID "kill"
        MOB-TYPE-NAME(LK-MOB-INDEX) ONE-KILL
    CALL "Mob-Remove" USING LK-MOB-INDEX

    GOBACK.

END PROGRAM Mob-Damage.

*> --- MobLoot-Load ---
*> Loads the mob loot and kill-experience tables at startup, the
*> Smelting-LoadRecipes shape. Missing file leaves both empty - kills
*> then drop nothing and pay no experience.
IDENTIFICATION DIVISION.
PROGRAM-ID. MobLoot-Load.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL LOOT-FILE ASSIGN TO LOOT-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  LOOT-FILE.
01  LOOT-RECORD                  PIC X(200).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-MOB-LOOT.
    01 LOOT-FILE-PATH            PIC X(256).
    01 LOOT-EOF                  BINARY-CHAR UNSIGNED.
    01 RECORD-KIND               PIC X(8).
    01 FIELD-ONE                 PIC X(64).
    01 FIELD-TWO                 PIC X(64).
    01 FIELD-THREE               PIC X(16).
    01 FIELD-FOUR                PIC X(16).
    01 FIELD-FIVE                PIC X(16).

PROCEDURE DIVISION.
    MOVE 0 TO MOB-LOOT-COUNT
    MOVE 0 TO MOB-XP-COUNT

    MOVE SERVER-PROP-MOB-LOOT-PATH TO LOOT-FILE-PATH
    MOVE 0 TO LOOT-EOF
    OPEN INPUT LOOT-FILE
    PERFORM UNTIL LOOT-EOF = 1
        READ LOOT-FILE
            AT END
                MOVE 1 TO LOOT-EOF
            NOT AT END
                MOVE SPACES TO RECORD-KIND
                MOVE SPACES TO FIELD-ONE
                MOVE SPACES TO FIELD-TWO
                MOVE SPACES TO FIELD-THREE
                MOVE SPACES TO FIELD-FOUR
                MOVE SPACES TO FIELD-FIVE
                UNSTRING LOOT-RECORD DELIMITED BY ALL SPACE
                    INTO RECORD-KIND FIELD-ONE FIELD-TWO FIELD-THREE
                         FIELD-FOUR FIELD-FIVE
                END-UNSTRING
                EVALUATE FUNCTION TRIM(RECORD-KIND)
                    WHEN "loot"
                        IF MOB-LOOT-COUNT < MAX-MOB-LOOT-ENTRIES
                                AND FIELD-FIVE NOT = SPACES
                            ADD 1 TO MOB-LOOT-COUNT
                            MOVE FIELD-ONE TO MOB-LOOT-MOB-TYPE(MOB-LOOT-COUNT)
                            MOVE FIELD-TWO TO MOB-LOOT-ITEM-NAME(MOB-LOOT-COUNT)
                            MOVE FUNCTION NUMVAL(FIELD-THREE)
                                TO MOB-LOOT-MIN-COUNT(MOB-LOOT-COUNT)
                            MOVE FUNCTION NUMVAL(FIELD-FOUR)
                                TO MOB-LOOT-MAX-COUNT(MOB-LOOT-COUNT)
                            MOVE FUNCTION NUMVAL(FIELD-FIVE)
                                TO MOB-LOOT-CHANCE(MOB-LOOT-COUNT)
                            *> a max typed below the min is read as
                            *> a fixed count rather than no drop
                            IF MOB-LOOT-MAX-COUNT(MOB-LOOT-COUNT)
                                    < MOB-LOOT-MIN-COUNT(MOB-LOOT-COUNT)
                                MOVE MOB-LOOT-MIN-COUNT(MOB-LOOT-COUNT)
                                    TO MOB-LOOT-MAX-COUNT(MOB-LOOT-COUNT)
                            END-IF
                        END-IF
                    WHEN "xp"
                        IF MOB-XP-COUNT < MAX-MOB-XP-ENTRIES
                                AND FIELD-TWO NOT = SPACES
                            ADD 1 TO MOB-XP-COUNT
                            MOVE FIELD-ONE TO MOB-XP-MOB-TYPE(MOB-XP-COUNT)
                            MOVE FUNCTION NUMVAL(FIELD-TWO)
                                TO MOB-XP-POINTS(MOB-XP-COUNT)
                        END-IF
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE LOOT-FILE

    GOBACK.

END PROGRAM MobLoot-Load.

*> --- Mob-DropLoot ---
*> A killed mob's payout: every loot line for its type rolls its
*> chance and, on success, a count between min and max spawns as an
*> item entity at the mob's position; the killer gets the type's
*> experience. Kills with no player behind them drop loot but pay no
*> experience.
IDENTIFICATION DIVISION.
PROGRAM-ID. Mob-DropLoot.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-MOB-ENTITIES.
    COPY DD-MOB-LOOT.
    01 LOOT-INDEX                BINARY-LONG UNSIGNED.
    01 XP-INDEX                  BINARY-LONG UNSIGNED.
    01 RANDOM-SEED               BINARY-DOUBLE UNSIGNED VALUE 24680.
    01 ROLL-VALUE                BINARY-LONG UNSIGNED.
    01 DROP-COUNT                BINARY-LONG UNSIGNED.
    01 DROP-POSITION.
        02 DROP-X                BINARY-LONG.
        02 DROP-Y                BINARY-LONG.
        02 DROP-Z                BINARY-LONG.
    01 CURRENT-TICK              BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-MOB-INDEX              BINARY-LONG UNSIGNED.
    01 LK-KILLER-PLAYER-ID       BINARY-LONG.

PROCEDURE DIVISION USING LK-MOB-INDEX LK-KILLER-PLAYER-ID.
    MOVE MOB-POSITION(LK-MOB-INDEX) TO DROP-POSITION
    CALL "Server-GetCurrentTick" USING CURRENT-TICK

    PERFORM VARYING LOOT-INDEX FROM 1 BY 1 UNTIL LOOT-INDEX > MOB-LOOT-COUNT
        IF MOB-LOOT-MOB-TYPE(LOOT-INDEX) = MOB-TYPE-NAME(LK-MOB-INDEX)
            COMPUTE RANDOM-SEED = FUNCTION MOD(
                RANDOM-SEED * 1103515245 + CURRENT-TICK, 2147483648)
            COMPUTE ROLL-VALUE = FUNCTION MOD(RANDOM-SEED, 100)
            IF ROLL-VALUE < MOB-LOOT-CHANCE(LOOT-INDEX)
                COMPUTE RANDOM-SEED = FUNCTION MOD(
                    RANDOM-SEED * 1103515245 + 12345, 2147483648)
                COMPUTE DROP-COUNT = MOB-LOOT-MIN-COUNT(LOOT-INDEX)
                    + FUNCTION MOD(RANDOM-SEED,
                        MOB-LOOT-MAX-COUNT(LOOT-INDEX)
                        - MOB-LOOT-MIN-COUNT(LOOT-INDEX) + 1)
                IF DROP-COUNT > 0
                    CALL "ItemEntity-Spawn" USING MOB-LOOT-ITEM-NAME(LOOT-INDEX)
                        DROP-COUNT DROP-POSITION
                END-IF
            END-IF
        END-IF
    END-PERFORM

    IF LK-KILLER-PLAYER-ID > 0
        PERFORM VARYING XP-INDEX FROM 1 BY 1 UNTIL XP-INDEX > MOB-XP-COUNT
            IF MOB-XP-MOB-TYPE(XP-INDEX) = MOB-TYPE-NAME(LK-MOB-INDEX)
                IF MOB-XP-POINTS(XP-INDEX) > 0
                    CALL "Xp-Add" USING LK-KILLER-PLAYER-ID MOB-XP-POINTS(XP-INDEX)
                END-IF
                EXIT PERFORM
            END-IF
        END-PERFORM
    END-IF

    GOBACK.

END PROGRAM Mob-DropLoot.

*> --- Mob-Tick ---
*> Called once per tick by the external tick loop, the ItemEntity-Tick
*> division of labor. Three jobs on their own cadences: a spawn
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-PLAYERS.
    COPY DD-VANISH.
    01 RANDOM-SEED               BINARY-DOUBLE UNSIGNED VALUE 424242.
    01 CLIENT-ID                 BINARY-LONG UNSIGNED.
    01 PLAYER-ID                 BINARY-LONG.
PROCEDURE DIVISION USING LK-MOB-INDEX.
    MOVE MOB-POSITION(LK-MOB-INDEX) TO STEP-POSITION

    *> hostiles hunt the nearest player within sixteen blocks -
    *> creative, spectators and vanished staff go unnoticed
    MOVE 0 TO NEAREST-PLAYER
    MOVE 9999 TO NEAREST-DISTANCE
    IF MOB-HOSTILE(LK-MOB-INDEX) = 1
                IF PLAYER-ID NOT = 0 AND PLAYER-HEALTH(PLAYER-ID) > 0
                        AND PLAYER-GAMEMODE(PLAYER-ID) NOT = 1
                        AND PLAYER-GAMEMODE(PLAYER-ID) NOT = 3
                        AND PLAYER-VANISHED(PLAYER-ID) = 0
                    COMPUTE PLAYER-DISTANCE =
                        FUNCTION ABS(PLAYER-X(PLAYER-ID) - MOB-X(LK-MOB-INDEX))
                        + FUNCTION ABS(PLAYER-Y(PLAYER-ID) - MOB-Y(LK-MOB-INDEX))
