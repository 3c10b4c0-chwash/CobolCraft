*> --- RecvPacket-Interact ---
*> The serverbound Interact (entity) packet. Only the attack action
*> does anything today: the target is looked up in the mob table, the
*> hit is refused with an anti-cheat log line when the mob is out of
*> reach (the same Player-CheckInteractReach rule block interactions
*> use), and otherwise the held item's weapon damage from the tool-tier
*> table comes off the mob's health through Mob-Damage. Every landed
*> hit wears the weapon like a dug block wears a pickaxe, unbreaking
*> included. A target that isn't a mob may be another player (a
*> player's entity id is their player id): the same reach rule applies,
*> and the hit goes through Pvp-AttackPlayer, whose team and no-PvP
*> zone rules can refuse it.
IDENTIFICATION DIVISION.
PROGRAM-ID. RecvPacket-Interact.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-PLAYERS.
    COPY DD-MOB-ENTITIES.
    COPY DD-AUTH.
    01 PLAYER-ID                BINARY-LONG.
    *> payload
    01 TARGET-ENTITY-ID         BINARY-LONG.
    01 INTERACT-TYPE            BINARY-LONG.
    01 TARGET-HIT.
        02 TARGET-HIT-X         USAGE COMP-2.
        02 TARGET-HIT-Y         USAGE COMP-2.
        02 TARGET-HIT-Z         USAGE COMP-2.
    01 HAND-ENUM                BINARY-LONG.
    01 SNEAK-PRESSED            BINARY-CHAR UNSIGNED.
    *> variables
    01 INTERACT-TYPE-INTERACT   BINARY-LONG VALUE 0.
    01 INTERACT-TYPE-ATTACK     BINARY-LONG VALUE 1.
    01 INTERACT-TYPE-AT         BINARY-LONG VALUE 2.
    01 MOB-INDEX                BINARY-LONG UNSIGNED.
    01 TARGET-MOB-INDEX         BINARY-LONG UNSIGNED.
    01 REACH-ALLOWED            BINARY-CHAR UNSIGNED.
    01 HELD-ITEM-NAME           PIC X(64).
    01 WEAPON-DAMAGE-POINTS     BINARY-LONG.
    01 SHOULD-WEAR              BINARY-CHAR UNSIGNED.
    01 TOOL-BROKE               BINARY-CHAR UNSIGNED.
    01 TARGET-PLAYER-ID         BINARY-LONG.
    01 PVP-ALLOWED              BINARY-CHAR UNSIGNED.
    01 PVP-REFUSED-NOTICE       PIC X(64) VALUE "You can't hurt that player here".
LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
    01 LK-BUFFER                PIC X ANY LENGTH.
    01 LK-OFFSET                BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-CLIENT LK-BUFFER LK-OFFSET.
    MOVE CLIENT-PLAYER(LK-CLIENT) TO PLAYER-ID

    *> type enum: 0=interact, 1=attack, 2=interact at; the target
    *> point only comes with "interact at", the hand with both
    *> interact forms, never with an attack
    CALL "Decode-VarInt" USING LK-BUFFER LK-OFFSET TARGET-ENTITY-ID
    CALL "Decode-VarInt" USING LK-BUFFER LK-OFFSET INTERACT-TYPE
    IF INTERACT-TYPE = INTERACT-TYPE-AT
        CALL "Decode-Float" USING LK-BUFFER LK-OFFSET TARGET-HIT-X
        CALL "Decode-Float" USING LK-BUFFER LK-OFFSET TARGET-HIT-Y
        CALL "Decode-Float" USING LK-BUFFER LK-OFFSET TARGET-HIT-Z
    END-IF
    IF INTERACT-TYPE = INTERACT-TYPE-INTERACT OR INTERACT-TYPE = INTERACT-TYPE-AT
        CALL "Decode-VarInt" USING LK-BUFFER LK-OFFSET HAND-ENUM
    END-IF
    CALL "Decode-Byte" USING LK-BUFFER LK-OFFSET SNEAK-PRESSED

    CALL "Afk-NoteActivity" USING PLAYER-ID

    IF INTERACT-TYPE NOT = INTERACT-TYPE-ATTACK
        GOBACK
    END-IF

    *> a player yet to log in hurts nothing
    IF PLAYER-AUTHENTICATED(PLAYER-ID) = 0
        GOBACK
    END-IF

    *> dead players don't swing; health 0 is also the not-yet-loaded
    *> marker Player-Damage skips on
    IF PLAYER-HEALTH(PLAYER-ID) <= 0
        GOBACK
    END-IF

    MOVE 0 TO TARGET-MOB-INDEX
    PERFORM VARYING MOB-INDEX FROM 1 BY 1 UNTIL MOB-INDEX > MAX-MOB-ENTITIES
        IF MOB-IN-USE(MOB-INDEX) = 1 AND MOB-ID(MOB-INDEX) = TARGET-ENTITY-ID
            MOVE MOB-INDEX TO TARGET-MOB-INDEX
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF TARGET-MOB-INDEX = 0
        *> not a mob - another online player, or nothing we track
        MOVE TARGET-ENTITY-ID TO TARGET-PLAYER-ID
        IF TARGET-PLAYER-ID < 1 OR TARGET-PLAYER-ID > MAX-PLAYERS
                OR TARGET-PLAYER-ID = PLAYER-ID
            GOBACK
        END-IF
        IF PLAYER-CLIENT(TARGET-PLAYER-ID) = 0
                OR PLAYER-HEALTH(TARGET-PLAYER-ID) <= 0
            GOBACK
        END-IF

        CALL "Player-CheckInteractReach" USING PLAYER-ID
            PLAYER-POSITION(TARGET-PLAYER-ID) REACH-ALLOWED
        IF REACH-ALLOWED = 0
            CALL "Log-AntiCheatEvent" USING LK-CLIENT PLAYER-ID "attack reach exceeded"
            GOBACK
        END-IF

        CALL "Player-GetHeldItemName" USING PLAYER-ID HELD-ITEM-NAME
        CALL "Tiers-GetWeaponDamage" USING HELD-ITEM-NAME WEAPON-DAMAGE-POINTS
        CALL "Pvp-AttackPlayer" USING PLAYER-ID TARGET-PLAYER-ID
            WEAPON-DAMAGE-POINTS PVP-ALLOWED
        IF PVP-ALLOWED = 0
            CALL "SendPacket-SystemChat" USING LK-CLIENT PVP-REFUSED-NOTICE
            GOBACK
        END-IF

        CALL "Enchant-ShouldWear" USING PLAYER-ID HELD-ITEM-NAME SHOULD-WEAR
        IF SHOULD-WEAR = 1
            CALL "Durability-DamageTool" USING PLAYER-ID HELD-ITEM-NAME TOOL-BROKE
        END-IF
        GOBACK
    END-IF

    *> Anti-cheat: the same reach rule as block interactions, measured
    *> to the mob's tracked position - a kill-aura hitting through
    *> walls from across the field fails here
    CALL "Player-CheckInteractReach" USING PLAYER-ID
        MOB-POSITION(TARGET-MOB-INDEX) REACH-ALLOWED
    IF REACH-ALLOWED = 0
        CALL "Log-AntiCheatEvent" USING LK-CLIENT PLAYER-ID "attack reach exceeded"
        GOBACK
    END-IF

    CALL "Player-GetHeldItemName" USING PLAYER-ID HELD-ITEM-NAME
    CALL "Tiers-GetWeaponDamage" USING HELD-ITEM-NAME WEAPON-DAMAGE-POINTS
    CALL "Mob-Damage" USING TARGET-MOB-INDEX WEAPON-DAMAGE-POINTS PLAYER-ID

    CALL "Enchant-ShouldWear" USING PLAYER-ID HELD-ITEM-NAME SHOULD-WEAR
    IF SHOULD-WEAR = 1
        CALL "Durability-DamageTool" USING PLAYER-ID HELD-ITEM-NAME TOOL-BROKE
    END-IF

    GOBACK.

END PROGRAM RecvPacket-Interact.
