*> --- Serialize-Furnace ---
*> Slots at fixed widths like Serialize-Chest; the three counters go
*> through the 4-byte big-endian codec the region envelope already
*> uses, since they outgrow a single byte. A version marker leads and
*> the owner lock trails, the Serialize-Chest scheme.
IDENTIFICATION DIVISION.
PROGRAM-ID. Serialize-Furnace.

    COPY DD-BLOCK-ENTITY-FURNACE.
    01 COUNT-BYTE                BINARY-CHAR UNSIGNED.
    01 COUNTER-VALUE             BINARY-DOUBLE UNSIGNED.
    01 PAYLOAD-MARKER            PIC X(4) VALUE X"02465532".
    01 LOCK-PTR                  USAGE POINTER.
LINKAGE SECTION.
    COPY DD-CALLBACK-BLOCK-ENTITY-SERIALIZE.

PROCEDURE DIVISION USING LK-BLOCK-ENTITY-DATA LK-BUFFER LK-OFFSET.
    SET ADDRESS OF FURNACE-DATA TO LK-BLOCK-ENTITY-DATA

    MOVE PAYLOAD-MARKER TO LK-BUFFER(LK-OFFSET + 1:4)
    ADD 4 TO LK-OFFSET

    MOVE FURNACE-INPUT-NAME TO LK-BUFFER(LK-OFFSET + 1:64)
    ADD 64 TO LK-OFFSET
    MOVE FURNACE-INPUT-COUNT TO COUNT-BYTE
    CALL "Region-PutUint32" USING LK-BUFFER(LK-OFFSET + 1:4) COUNTER-VALUE
    ADD 4 TO LK-OFFSET

    SET LOCK-PTR TO ADDRESS OF FURNACE-LOCK
    CALL "Container-SerializeLock" USING LOCK-PTR LK-BUFFER LK-OFFSET

    GOBACK.

END PROGRAM Serialize-Furnace.
    COPY DD-BLOCK-ENTITY-FURNACE.
    01 COUNT-BYTE                BINARY-CHAR UNSIGNED.
    01 COUNTER-VALUE             BINARY-DOUBLE UNSIGNED.
    01 PAYLOAD-MARKER            PIC X(4) VALUE X"02465532".
    01 HAS-LOCK                  BINARY-CHAR UNSIGNED.
    01 LOCK-PTR                  USAGE POINTER.
LINKAGE SECTION.
    COPY DD-CALLBACK-BLOCK-ENTITY-DESERIALIZE.

PROCEDURE DIVISION USING LK-BLOCK-ENTITY-DATA LK-BUFFER LK-OFFSET.
    ALLOCATE FURNACE-DATA INITIALIZED

    *> unmarked means a record written before owner locks, which
    *> carries none and leaves the container unlocked
    IF LK-BUFFER(LK-OFFSET + 1:4) = PAYLOAD-MARKER
        MOVE 1 TO HAS-LOCK
        ADD 4 TO LK-OFFSET
    ELSE
        MOVE 0 TO HAS-LOCK
    END-IF

    MOVE LK-BUFFER(LK-OFFSET + 1:64) TO FURNACE-INPUT-NAME
    ADD 64 TO LK-OFFSET
    CALL "Decode-Byte" USING LK-BUFFER LK-OFFSET COUNT-BYTE
    MOVE COUNTER-VALUE TO FURNACE-PROGRESS
    ADD 4 TO LK-OFFSET

    IF HAS-LOCK = 1
        SET LOCK-PTR TO ADDRESS OF FURNACE-LOCK
        CALL "Container-DeserializeLock" USING LOCK-PTR LK-BUFFER LK-OFFSET
    END-IF

    SET LK-BLOCK-ENTITY-DATA TO ADDRESS OF FURNACE-DATA

    GOBACK.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    01 PROTECTION-ALLOWED       BINARY-CHAR UNSIGNED.
    01 LOCK-ALLOWED             BINARY-CHAR UNSIGNED.
    01 WINDOW-TYPE-FURNACE      BINARY-LONG VALUE 14.
LINKAGE SECTION.
    COPY DD-CALLBACK-BLOCK-INTERACT.
    IF PROTECTION-ALLOWED = 0
        GOBACK
    END-IF
    CALL "Container-CheckAccess" USING LK-PLAYER LK-POSITION LOCK-ALLOWED
    IF LOCK-ALLOWED = 0
        GOBACK
    END-IF

    MOVE LK-POSITION TO PLAYER-OPEN-CONTAINER-POSITION(LK-PLAYER)
    MOVE 0 TO PLAYER-OPEN-CONTAINER-DOUBLE(LK-PLAYER)

    MOVE PLAYER-OPEN-CONTAINER-POSITION(LK-PLAYER)
        TO PLAYER-LAST-CONTAINER-POSITION(LK-PLAYER)
    MOVE PLAYER-OPEN-CONTAINER-DOUBLE(LK-PLAYER)
        TO PLAYER-LAST-CONTAINER-DOUBLE(LK-PLAYER)
    MOVE PLAYER-OPEN-CONTAINER-SECOND(LK-PLAYER)
        TO PLAYER-LAST-CONTAINER-SECOND(LK-PLAYER)

    ADD 1 TO PLAYER-WINDOW-ID(LK-PLAYER)
    IF PLAYER-WINDOW-ID(LK-PLAYER) = 0
        MOVE 1 TO PLAYER-WINDOW-ID(LK-PLAYER)
    01 MAX-STACK                 BINARY-LONG UNSIGNED VALUE 64.
    01 MOVE-COUNT                BINARY-LONG UNSIGNED.
    01 XP-AMOUNT                 BINARY-LONG.
    *> the clicked slot before and after, for the transaction log;
    *> furnace slots carry no wear
    01 BEFORE-NAME               PIC X(64).
    01 BEFORE-COUNT              BINARY-LONG UNSIGNED.
    01 BEFORE-DURABILITY         BINARY-LONG VALUE 0.
    01 AFTER-NAME                PIC X(64).
    01 AFTER-COUNT               BINARY-LONG UNSIGNED.
    01 AFTER-DURABILITY          BINARY-LONG VALUE 0.
LINKAGE SECTION.
    01 LK-PLAYER                 BINARY-LONG.
    01 LK-SLOT                   BINARY-LONG.

    CALL "Player-GetCursorItem" USING LK-PLAYER CURSOR-NAME CURSOR-COUNT

    EVALUATE LK-SLOT
        WHEN 0
            MOVE FURNACE-INPUT-NAME TO BEFORE-NAME
            MOVE FURNACE-INPUT-COUNT TO BEFORE-COUNT
        WHEN 1
            MOVE FURNACE-FUEL-NAME TO BEFORE-NAME
            MOVE FURNACE-FUEL-COUNT TO BEFORE-COUNT
        WHEN 2
            MOVE FURNACE-OUTPUT-NAME TO BEFORE-NAME
            MOVE FURNACE-OUTPUT-COUNT TO BEFORE-COUNT
    END-EVALUATE

    EVALUATE LK-SLOT
        WHEN 0
            MOVE FURNACE-INPUT-NAME TO SWAP-NAME
            MOVE SWAP-COUNT TO CURSOR-COUNT
        WHEN 2
            *> output: only taking is honored. Withdrawing smelted
            *> goods is where the smelting XP and the smelt job pay
            *> out - the completed cooks Furnace-Advance banked into the
            *> output slot.
            IF CURSOR-COUNT = 0 AND FURNACE-OUTPUT-COUNT > 0
                MOVE FURNACE-OUTPUT-COUNT TO XP-AMOUNT
                MOVE FURNACE-OUTPUT-NAME TO CURSOR-NAME
                MOVE 0 TO FURNACE-OUTPUT-COUNT
                CALL "Xp-Add" USING LK-PLAYER XP-AMOUNT
                CALL "Achievements-FireEvent" USING LK-PLAYER "smelt"
                CALL "Jobs-Pay" USING LK-PLAYER "smelt" CURSOR-NAME XP-AMOUNT
            ELSE
                IF CURSOR-NAME = FURNACE-OUTPUT-NAME
                        AND CURSOR-COUNT + FURNACE-OUTPUT-COUNT <= MAX-STACK
                    MOVE 0 TO FURNACE-OUTPUT-COUNT
                    CALL "Xp-Add" USING LK-PLAYER XP-AMOUNT
                    CALL "Achievements-FireEvent" USING LK-PLAYER "smelt"
                    CALL "Jobs-Pay" USING LK-PLAYER "smelt" CURSOR-NAME XP-AMOUNT
                END-IF
            END-IF
    END-EVALUATE

    EVALUATE LK-SLOT
        WHEN 0
            MOVE FURNACE-INPUT-NAME TO AFTER-NAME
            MOVE FURNACE-INPUT-COUNT TO AFTER-COUNT
        WHEN 1
            MOVE FURNACE-FUEL-NAME TO AFTER-NAME
            MOVE FURNACE-FUEL-COUNT TO AFTER-COUNT
        WHEN 2
            MOVE FURNACE-OUTPUT-NAME TO AFTER-NAME
            MOVE FURNACE-OUTPUT-COUNT TO AFTER-COUNT
    END-EVALUATE
    CALL "Container-LogSlotChange" USING LK-PLAYER
        PLAYER-OPEN-CONTAINER-POSITION(LK-PLAYER) "furnace"
        BEFORE-NAME BEFORE-COUNT BEFORE-DURABILITY
        AFTER-NAME AFTER-COUNT AFTER-DURABILITY

    CALL "Player-SetCursorItem" USING LK-PLAYER CURSOR-NAME CURSOR-COUNT
    CALL "World-NotifyChanged" USING PLAYER-OPEN-CONTAINER-POSITION(LK-PLAYER)
    CALL "Furnace-SendContent" USING LK-PLAYER
