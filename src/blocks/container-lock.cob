*> --- Container-GetLock ---
*> Finds the owner lock inside the block entity at a position and
*> returns its address, NULL when the block there is not a lockable
*> container (chest, furnace or hopper) or its chunk is not loaded.
*> Callers view it through DD-CONTAINER-LOCK, so every lock rule below
*> is written once for all three container kinds.
IDENTIFICATION DIVISION.
PROGRAM-ID. Container-GetLock.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-BLOCK-ENTITY-CHEST.
    COPY DD-BLOCK-ENTITY-FURNACE.
    COPY DD-BLOCK-ENTITY-HOPPER.
    01 TARGET-BE.
        COPY DD-BLOCK-ENTITY REPLACING LEADING ==BLOCK-ENTITY== BY ==TARGET-BE==.
    01 TARGET-TYPE-NAME          PIC X(64).
LINKAGE SECTION.
    01 LK-POSITION.
        02 LK-X                  BINARY-LONG.
        02 LK-Y                  BINARY-LONG.
        02 LK-Z                  BINARY-LONG.
    01 LK-LOCK-PTR               USAGE POINTER.

PROCEDURE DIVISION USING LK-POSITION LK-LOCK-PTR.
    SET LK-LOCK-PTR TO NULL

    CALL "World-GetBlockEntity" USING LK-POSITION TARGET-BE
    IF TARGET-BE-ID < 0
        GOBACK
    END-IF
    CALL "Registries-Get-EntryName" USING "minecraft:block_entity_type"
        TARGET-BE-ID TARGET-TYPE-NAME

    EVALUATE TARGET-TYPE-NAME
        WHEN "minecraft:chest"
            SET ADDRESS OF CHEST-DATA TO TARGET-BE-DATA
            SET LK-LOCK-PTR TO ADDRESS OF CHEST-LOCK
        WHEN "minecraft:furnace"
            SET ADDRESS OF FURNACE-DATA TO TARGET-BE-DATA
            SET LK-LOCK-PTR TO ADDRESS OF FURNACE-LOCK
        WHEN "minecraft:hopper"
            SET ADDRESS OF HOPPER-DATA TO TARGET-BE-DATA
            SET LK-LOCK-PTR TO ADDRESS OF HOPPER-LOCK
    END-EVALUATE

    GOBACK.

END PROGRAM Container-GetLock.

*> --- Container-SerializeLock ---
*> The lock's share of a container payload, appended by Serialize-Chest,
*> -Furnace and -Hopper after their slots: placer and owner as 4-byte
*> ids, the 32-byte team name, a trust count byte, then all eight trust
*> entries, so the record stays fixed-width.
IDENTIFICATION DIVISION.
PROGRAM-ID. Container-SerializeLock.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CONTAINER-LOCK.
    01 TRUST-INDEX               BINARY-LONG UNSIGNED.
    01 COUNT-BYTE                BINARY-CHAR UNSIGNED.
    01 COUNTER-VALUE             BINARY-DOUBLE UNSIGNED.
LINKAGE SECTION.
    01 LK-LOCK-PTR               USAGE POINTER.
    01 LK-BUFFER                 PIC X ANY LENGTH.
    01 LK-OFFSET                 BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-LOCK-PTR LK-BUFFER LK-OFFSET.
    SET ADDRESS OF CONTAINER-LOCK TO LK-LOCK-PTR

    MOVE LOCK-PLACED-BY TO COUNTER-VALUE
    CALL "Region-PutUint32" USING LK-BUFFER(LK-OFFSET + 1:4) COUNTER-VALUE
    ADD 4 TO LK-OFFSET
    MOVE LOCK-OWNER TO COUNTER-VALUE
    CALL "Region-PutUint32" USING LK-BUFFER(LK-OFFSET + 1:4) COUNTER-VALUE
    ADD 4 TO LK-OFFSET
    MOVE LOCK-TEAM TO LK-BUFFER(LK-OFFSET + 1:32)
    ADD 32 TO LK-OFFSET
    MOVE LOCK-TRUST-COUNT TO COUNT-BYTE
    CALL "Encode-Byte" USING LK-BUFFER LK-OFFSET COUNT-BYTE
    PERFORM VARYING TRUST-INDEX FROM 1 BY 1 UNTIL TRUST-INDEX > 8
        MOVE LOCK-TRUSTED(TRUST-INDEX) TO COUNTER-VALUE
        CALL "Region-PutUint32" USING LK-BUFFER(LK-OFFSET + 1:4) COUNTER-VALUE
        ADD 4 TO LK-OFFSET
    END-PERFORM

    GOBACK.

END PROGRAM Container-SerializeLock.

*> --- Container-DeserializeLock ---
*> The inverse of Container-SerializeLock, into a freshly allocated
*> container payload.
IDENTIFICATION DIVISION.
PROGRAM-ID. Container-DeserializeLock.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CONTAINER-LOCK.
    01 TRUST-INDEX               BINARY-LONG UNSIGNED.
    01 COUNT-BYTE                BINARY-CHAR UNSIGNED.
    01 COUNTER-VALUE             BINARY-DOUBLE UNSIGNED.
LINKAGE SECTION.
    01 LK-LOCK-PTR               USAGE POINTER.
    01 LK-BUFFER                 PIC X ANY LENGTH.
    01 LK-OFFSET                 BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-LOCK-PTR LK-BUFFER LK-OFFSET.
    SET ADDRESS OF CONTAINER-LOCK TO LK-LOCK-PTR

    CALL "Region-GetUint32" USING LK-BUFFER(LK-OFFSET + 1:4) COUNTER-VALUE
    MOVE COUNTER-VALUE TO LOCK-PLACED-BY
    ADD 4 TO LK-OFFSET
    CALL "Region-GetUint32" USING LK-BUFFER(LK-OFFSET + 1:4) COUNTER-VALUE
    MOVE COUNTER-VALUE TO LOCK-OWNER
    ADD 4 TO LK-OFFSET
    MOVE LK-BUFFER(LK-OFFSET + 1:32) TO LOCK-TEAM
    ADD 32 TO LK-OFFSET
    CALL "Decode-Byte" USING LK-BUFFER LK-OFFSET COUNT-BYTE
    MOVE COUNT-BYTE TO LOCK-TRUST-COUNT
    IF LOCK-TRUST-COUNT > 8
        MOVE 8 TO LOCK-TRUST-COUNT
    END-IF
    PERFORM VARYING TRUST-INDEX FROM 1 BY 1 UNTIL TRUST-INDEX > 8
        CALL "Region-GetUint32" USING LK-BUFFER(LK-OFFSET + 1:4) COUNTER-VALUE
        MOVE COUNTER-VALUE TO LOCK-TRUSTED(TRUST-INDEX)
        ADD 4 TO LK-OFFSET
    END-PERFORM

    GOBACK.

END PROGRAM Container-DeserializeLock.

*> --- Container-RecordPlacer ---
*> Called after a player's block placement: when the new block is a
*> lockable container, remembers who placed it, which is what later
*> entitles that player to lock it.
IDENTIFICATION DIVISION.
PROGRAM-ID. Container-RecordPlacer.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CONTAINER-LOCK.
    01 LOCK-PTR                  USAGE POINTER.
LINKAGE SECTION.
    01 LK-POSITION.
        02 LK-X                  BINARY-LONG.
        02 LK-Y                  BINARY-LONG.
        02 LK-Z                  BINARY-LONG.
    01 LK-PLAYER                 BINARY-LONG.

PROCEDURE DIVISION USING LK-POSITION LK-PLAYER.
    CALL "Container-GetLock" USING LK-POSITION LOCK-PTR
    IF LOCK-PTR = NULL
        GOBACK
    END-IF
    SET ADDRESS OF CONTAINER-LOCK TO LOCK-PTR

    INITIALIZE CONTAINER-LOCK
    MOVE LK-PLAYER TO LOCK-PLACED-BY
    CALL "World-MarkChunkDirty" USING LK-POSITION

    GOBACK.

END PROGRAM Container-RecordPlacer.

*> --- Container-IsTrusted ---
*> The lock rule on its own, no operator override: 1 when the container
*> at a position is unlocked, not lockable at all, or the player is its
*> owner, on its trust list, or a member of the team it is shared with.
*> Hopper pulls ask this on behalf of the hopper's own owner.
IDENTIFICATION DIVISION.
PROGRAM-ID. Container-IsTrusted.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-CONTAINER-LOCK.
    01 LOCK-PTR                  USAGE POINTER.
    01 TRUST-INDEX               BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-POSITION.
        02 LK-X                  BINARY-LONG.
        02 LK-Y                  BINARY-LONG.
        02 LK-Z                  BINARY-LONG.
    01 LK-PLAYER                 BINARY-LONG.
    01 LK-RESULT                 BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-POSITION LK-PLAYER LK-RESULT.
    MOVE 1 TO LK-RESULT

    CALL "Container-GetLock" USING LK-POSITION LOCK-PTR
    IF LOCK-PTR = NULL
        GOBACK
    END-IF
    SET ADDRESS OF CONTAINER-LOCK TO LOCK-PTR

    IF LOCK-OWNER = 0 OR LOCK-OWNER = LK-PLAYER
        GOBACK
    END-IF
    IF LK-PLAYER >= 1 AND LK-PLAYER <= MAX-PLAYERS
        PERFORM VARYING TRUST-INDEX FROM 1 BY 1 UNTIL TRUST-INDEX > LOCK-TRUST-COUNT
            IF LOCK-TRUSTED(TRUST-INDEX) = LK-PLAYER
                GOBACK
            END-IF
        END-PERFORM
        IF LOCK-TEAM NOT = SPACES AND PLAYER-TEAM(LK-PLAYER) = LOCK-TEAM
            GOBACK
        END-IF
    END-IF

    MOVE 0 TO LK-RESULT

    GOBACK.

END PROGRAM Container-IsTrusted.

*> --- Container-CheckAccess ---
*> The gate every container window passes before it opens: trusted
*> players go straight in, operators at the override level go in with
*> a line in the admin audit log, and everyone else is told the
*> container is locked.
IDENTIFICATION DIVISION.
PROGRAM-ID. Container-CheckAccess.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-CONTAINER-LOCK.
    01 LOCK-PTR                  USAGE POINTER.
    01 TRUSTED                   BINARY-CHAR UNSIGNED.
    01 ORIGIN-LEVEL              BINARY-LONG UNSIGNED.
    01 AUDIT-COMMAND             PIC X(64).
    01 AUDIT-RESPONSE            PIC X(128).
    01 X-TEXT                    PIC -(9)9.
    01 Y-TEXT                    PIC -(9)9.
    01 Z-TEXT                    PIC -(9)9.
    01 OWNER-TEXT                PIC -(9)9.
LINKAGE SECTION.
    01 LK-PLAYER                 BINARY-LONG.
    01 LK-POSITION.
        02 LK-X                  BINARY-LONG.
        02 LK-Y                  BINARY-LONG.
        02 LK-Z                  BINARY-LONG.
    01 LK-ALLOWED                BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER LK-POSITION LK-ALLOWED.
    MOVE 1 TO LK-ALLOWED

    CALL "Container-IsTrusted" USING LK-POSITION LK-PLAYER TRUSTED
    IF TRUSTED = 1
        GOBACK
    END-IF

    CALL "Container-GetLock" USING LK-POSITION LOCK-PTR
    SET ADDRESS OF CONTAINER-LOCK TO LOCK-PTR
    MOVE LOCK-OWNER TO OWNER-TEXT

    CALL "Ops-GetLevel" USING LK-PLAYER ORIGIN-LEVEL
    IF ORIGIN-LEVEL > 0 AND ORIGIN-LEVEL >= SERVER-PROP-LOCK-OVERRIDE-LEVEL
        MOVE LK-X TO X-TEXT
        MOVE LK-Y TO Y-TEXT
        MOVE LK-Z TO Z-TEXT
        MOVE SPACES TO AUDIT-COMMAND AUDIT-RESPONSE
        STRING
            "lock-override open " DELIMITED BY SIZE
            FUNCTION TRIM(X-TEXT) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(Y-TEXT) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(Z-TEXT) DELIMITED BY SIZE
            INTO AUDIT-COMMAND
        END-STRING
        STRING
            "Opened container locked by player " DELIMITED BY SIZE
            FUNCTION TRIM(OWNER-TEXT) DELIMITED BY SIZE
            INTO AUDIT-RESPONSE
        END-STRING
        CALL "Command-AuditLog" USING LK-PLAYER AUDIT-COMMAND AUDIT-RESPONSE
        GOBACK
    END-IF

    MOVE 0 TO LK-ALLOWED
    MOVE SPACES TO AUDIT-RESPONSE
    STRING
        "This container is locked by player " DELIMITED BY SIZE
        FUNCTION TRIM(OWNER-TEXT) DELIMITED BY SIZE
        INTO AUDIT-RESPONSE
    END-STRING
    CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER) AUDIT-RESPONSE

    GOBACK.

END PROGRAM Container-CheckAccess.

*> --- Container-LockCommand ---
*> The "lock" verb's worker, aimed at the container the player last
*> opened - both halves of it for a double chest:
*>   lock [on]              lock it (the placer only)
*>   lock off               unlock it (the owner, or an operator)
*>   lock trust <id>        let another player in
*>   lock untrust <id>      take them off the list again
*>   lock team [off]        share it with your current team, or stop
*>   lock info              who placed it, owns it, and is trusted
IDENTIFICATION DIVISION.
PROGRAM-ID. Container-LockCommand.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-CONTAINER-LOCK.
    01 LOCK-PTR                  USAGE POINTER.
    01 HALF-RESPONSE             PIC X(256).
LINKAGE SECTION.
    01 LK-PLAYER                 BINARY-LONG.
    01 LK-ACTION                 PIC X ANY LENGTH.
    01 LK-ARGUMENT               PIC X ANY LENGTH.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-PLAYER LK-ACTION LK-ARGUMENT LK-RESPONSE.
    MOVE SPACES TO LK-RESPONSE

    CALL "Container-GetLock" USING PLAYER-LAST-CONTAINER-POSITION(LK-PLAYER) LOCK-PTR
    IF LOCK-PTR = NULL
        MOVE "Open the chest, furnace or hopper first, then use lock" TO LK-RESPONSE
        GOBACK
    END-IF

    CALL "Container-ApplyLock" USING LK-PLAYER
        PLAYER-LAST-CONTAINER-POSITION(LK-PLAYER) LK-ACTION LK-ARGUMENT LK-RESPONSE

    *> the other half of a double chest follows the half that was
    *> clicked, so the pair can never be half locked
    IF PLAYER-LAST-CONTAINER-DOUBLE(LK-PLAYER) = 1
            AND FUNCTION TRIM(LK-ACTION) NOT = "info"
        CALL "Container-GetLock" USING PLAYER-LAST-CONTAINER-SECOND(LK-PLAYER) LOCK-PTR
        IF LOCK-PTR NOT = NULL
            CALL "Container-ApplyLock" USING LK-PLAYER
                PLAYER-LAST-CONTAINER-SECOND(LK-PLAYER) LK-ACTION LK-ARGUMENT
                HALF-RESPONSE
        END-IF
    END-IF

    GOBACK.

END PROGRAM Container-LockCommand.

*> --- Container-ApplyLock ---
*> One "lock" action against the container at one position.
IDENTIFICATION DIVISION.
PROGRAM-ID. Container-ApplyLock.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-CONTAINER-LOCK.
    01 LOCK-PTR                  USAGE POINTER.
    01 ORIGIN-LEVEL              BINARY-LONG UNSIGNED.
    01 PROTECTION-ALLOWED        BINARY-CHAR UNSIGNED.
    01 TARGET-PLAYER             BINARY-LONG.
    01 TRUST-INDEX               BINARY-LONG UNSIGNED.
    01 FOUND-INDEX               BINARY-LONG UNSIGNED.
    01 AUDIT-COMMAND             PIC X(64).
    01 AUDIT-RESPONSE            PIC X(128).
    01 X-TEXT                    PIC -(9)9.
    01 Y-TEXT                    PIC -(9)9.
    01 Z-TEXT                    PIC -(9)9.
    01 ID-TEXT                   PIC -(9)9.
    01 PLACED-TEXT               PIC -(9)9.
    01 OWNER-TEXT                PIC -(9)9.
    01 TEAM-TEXT                 PIC X(32).
    01 TRUST-TEXT                PIC X(96).
    01 TRUST-POINTER             BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER                 BINARY-LONG.
    01 LK-POSITION.
        02 LK-X                  BINARY-LONG.
        02 LK-Y                  BINARY-LONG.
        02 LK-Z                  BINARY-LONG.
    01 LK-ACTION                 PIC X ANY LENGTH.
    01 LK-ARGUMENT               PIC X ANY LENGTH.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-PLAYER LK-POSITION LK-ACTION LK-ARGUMENT LK-RESPONSE.
    MOVE SPACES TO LK-RESPONSE

    CALL "Container-GetLock" USING LK-POSITION LOCK-PTR
    IF LOCK-PTR = NULL
        GOBACK
    END-IF
    SET ADDRESS OF CONTAINER-LOCK TO LOCK-PTR
    MOVE LOCK-OWNER TO OWNER-TEXT

    EVALUATE FUNCTION TRIM(LK-ACTION)
        WHEN SPACES
        WHEN "on"
            IF LOCK-OWNER = LK-PLAYER
                MOVE "Already locked" TO LK-RESPONSE
                GOBACK
            END-IF
            IF LOCK-OWNER NOT = 0
                STRING
                    "Already locked by player " DELIMITED BY SIZE
                    FUNCTION TRIM(OWNER-TEXT) DELIMITED BY SIZE
                    INTO LK-RESPONSE
                END-STRING
                GOBACK
            END-IF
            *> only the placer may lock; a container placed before
            *> placers were recorded goes to whoever may build there
            IF LOCK-PLACED-BY NOT = LK-PLAYER
                IF LOCK-PLACED-BY NOT = 0
                    MOVE "Only the player who placed it can lock it" TO LK-RESPONSE
                    GOBACK
                END-IF
                CALL "World-CheckProtection" USING PLAYER-CLIENT(LK-PLAYER)
                    LK-POSITION PROTECTION-ALLOWED
                IF PROTECTION-ALLOWED = 0
                    MOVE "Only the player who placed it can lock it" TO LK-RESPONSE
                    GOBACK
                END-IF
                MOVE LK-PLAYER TO LOCK-PLACED-BY
            END-IF
            MOVE LK-PLAYER TO LOCK-OWNER
            MOVE SPACES TO LOCK-TEAM
            MOVE 0 TO LOCK-TRUST-COUNT
            PERFORM VARYING TRUST-INDEX FROM 1 BY 1 UNTIL TRUST-INDEX > 8
                MOVE 0 TO LOCK-TRUSTED(TRUST-INDEX)
            END-PERFORM
            MOVE "Locked" TO LK-RESPONSE

        WHEN "off"
            IF LOCK-OWNER = 0
                MOVE "Not locked" TO LK-RESPONSE
                GOBACK
            END-IF
            IF LOCK-OWNER NOT = LK-PLAYER
                CALL "Ops-GetLevel" USING LK-PLAYER ORIGIN-LEVEL
                IF ORIGIN-LEVEL = 0 OR ORIGIN-LEVEL < SERVER-PROP-LOCK-OVERRIDE-LEVEL
                    MOVE "Only the owner can unlock it" TO LK-RESPONSE
                    GOBACK
                END-IF
                MOVE LK-X TO X-TEXT
                MOVE LK-Y TO Y-TEXT
                MOVE LK-Z TO Z-TEXT
                MOVE SPACES TO AUDIT-COMMAND AUDIT-RESPONSE
                STRING
                    "lock-override unlock " DELIMITED BY SIZE
                    FUNCTION TRIM(X-TEXT) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM(Y-TEXT) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM(Z-TEXT) DELIMITED BY SIZE
                    INTO AUDIT-COMMAND
                END-STRING
                STRING
                    "Removed lock of player " DELIMITED BY SIZE
                    FUNCTION TRIM(OWNER-TEXT) DELIMITED BY SIZE
                    INTO AUDIT-RESPONSE
                END-STRING
                CALL "Command-AuditLog" USING LK-PLAYER AUDIT-COMMAND AUDIT-RESPONSE
            END-IF
            MOVE 0 TO LOCK-OWNER
            MOVE SPACES TO LOCK-TEAM
            MOVE 0 TO LOCK-TRUST-COUNT
            MOVE "Unlocked" TO LK-RESPONSE

        WHEN "trust"
        WHEN "untrust"
            IF LOCK-OWNER NOT = LK-PLAYER
                MOVE "Only the owner of a locked container can change its trust list" TO LK-RESPONSE
                GOBACK
            END-IF
            IF LK-ARGUMENT = SPACES
                MOVE "Usage: lock trust|untrust <player-id>" TO LK-RESPONSE
                GOBACK
            END-IF
            MOVE FUNCTION NUMVAL(LK-ARGUMENT) TO TARGET-PLAYER
            IF TARGET-PLAYER < 1 OR TARGET-PLAYER > MAX-PLAYERS
                MOVE "Unknown player id" TO LK-RESPONSE
                GOBACK
            END-IF
            MOVE 0 TO FOUND-INDEX
            PERFORM VARYING TRUST-INDEX FROM 1 BY 1 UNTIL TRUST-INDEX > LOCK-TRUST-COUNT
                IF LOCK-TRUSTED(TRUST-INDEX) = TARGET-PLAYER
                    MOVE TRUST-INDEX TO FOUND-INDEX
                END-IF
            END-PERFORM
            IF FUNCTION TRIM(LK-ACTION) = "trust"
                IF FOUND-INDEX > 0
                    MOVE "Already trusted" TO LK-RESPONSE
                    GOBACK
                END-IF
                IF LOCK-TRUST-COUNT >= 8
                    MOVE "The trust list is full (8 players) - share with a team instead" TO LK-RESPONSE
                    GOBACK
                END-IF
                ADD 1 TO LOCK-TRUST-COUNT
                MOVE TARGET-PLAYER TO LOCK-TRUSTED(LOCK-TRUST-COUNT)
                MOVE "Player trusted" TO LK-RESPONSE
            ELSE
                IF FOUND-INDEX = 0
                    MOVE "That player is not trusted" TO LK-RESPONSE
                    GOBACK
                END-IF
                *> close the gap with the last entry
                MOVE LOCK-TRUSTED(LOCK-TRUST-COUNT) TO LOCK-TRUSTED(FOUND-INDEX)
                MOVE 0 TO LOCK-TRUSTED(LOCK-TRUST-COUNT)
                SUBTRACT 1 FROM LOCK-TRUST-COUNT
                MOVE "Player no longer trusted" TO LK-RESPONSE
            END-IF

        WHEN "team"
            IF LOCK-OWNER NOT = LK-PLAYER
                MOVE "Only the owner of a locked container can share it" TO LK-RESPONSE
                GOBACK
            END-IF
            IF FUNCTION TRIM(LK-ARGUMENT) = "off"
                MOVE SPACES TO LOCK-TEAM
                MOVE "No longer shared with a team" TO LK-RESPONSE
            ELSE
                IF PLAYER-TEAM(LK-PLAYER) = SPACES
                    MOVE "You are not in a team" TO LK-RESPONSE
                    GOBACK
                END-IF
                MOVE PLAYER-TEAM(LK-PLAYER) TO LOCK-TEAM
                STRING
                    "Shared with team " DELIMITED BY SIZE
                    FUNCTION TRIM(LOCK-TEAM) DELIMITED BY SIZE
                    INTO LK-RESPONSE
                END-STRING
            END-IF

        WHEN "info"
            MOVE LOCK-PLACED-BY TO PLACED-TEXT
            MOVE SPACES TO TRUST-TEXT
            MOVE 1 TO TRUST-POINTER
            PERFORM VARYING TRUST-INDEX FROM 1 BY 1 UNTIL TRUST-INDEX > LOCK-TRUST-COUNT
                MOVE LOCK-TRUSTED(TRUST-INDEX) TO ID-TEXT
                STRING
                    FUNCTION TRIM(ID-TEXT) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    INTO TRUST-TEXT
                    WITH POINTER TRUST-POINTER
                END-STRING
            END-PERFORM
            IF LOCK-TRUST-COUNT = 0
                MOVE "none" TO TRUST-TEXT
            END-IF
            MOVE LOCK-TEAM TO TEAM-TEXT
            IF TEAM-TEXT = SPACES
                MOVE "none" TO TEAM-TEXT
            END-IF
            IF LOCK-OWNER = 0
                STRING
                    "Unlocked; placed by player " DELIMITED BY SIZE
                    FUNCTION TRIM(PLACED-TEXT) DELIMITED BY SIZE
                    INTO LK-RESPONSE
                END-STRING
            ELSE
                STRING
                    "Locked by player " DELIMITED BY SIZE
                    FUNCTION TRIM(OWNER-TEXT) DELIMITED BY SIZE
                    "; placed by player " DELIMITED BY SIZE
                    FUNCTION TRIM(PLACED-TEXT) DELIMITED BY SIZE
                    "; team " DELIMITED BY SIZE
                    FUNCTION TRIM(TEAM-TEXT) DELIMITED BY SIZE
                    "; trusted " DELIMITED BY SIZE
                    FUNCTION TRIM(TRUST-TEXT) DELIMITED BY SIZE
                    INTO LK-RESPONSE
                END-STRING
            END-IF
            GOBACK

        WHEN OTHER
            MOVE "Usage: lock [on|off|info] | lock trust|untrust <player-id> | lock team [off]" TO LK-RESPONSE
            GOBACK
    END-EVALUATE

    CALL "World-MarkChunkDirty" USING LK-POSITION

    GOBACK.

END PROGRAM Container-ApplyLock.
