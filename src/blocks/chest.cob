*> --- Serialize-Chest ---
*> Fixed-width slots into the region write buffer, the Serialize-Sign
*> convention: a version marker, then per slot 64 bytes of item name,
*> a one-byte count, and the 4-byte durability, then the owner lock.
*> The marker opens with a control byte no item name or player text
*> can contain, the same unmarked-means-legacy scheme
*> Region-CompressPayload stamps on the record level - Deserialize-Chest
*> reads the durability-less legacy layout when the marker is absent,
*> and the lock-less one under the previous marker, so every chunk
*> written before either existed (live world and backups alike) still
*> parses.
IDENTIFICATION DIVISION.
PROGRAM-ID. Serialize-Chest.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-BLOCK-ENTITY-CHEST.
    01 PAYLOAD-MARKER            PIC X(4) VALUE X"02434833".
    01 SLOT-INDEX                BINARY-LONG UNSIGNED.
    01 COUNT-BYTE                BINARY-CHAR UNSIGNED.
    01 COUNTER-VALUE             BINARY-DOUBLE UNSIGNED.
    01 LOCK-PTR                  USAGE POINTER.
LINKAGE SECTION.
    COPY DD-CALLBACK-BLOCK-ENTITY-SERIALIZE.

        ADD 4 TO LK-OFFSET
    END-PERFORM

    SET LOCK-PTR TO ADDRESS OF CHEST-LOCK
    CALL "Container-SerializeLock" USING LOCK-PTR LK-BUFFER LK-OFFSET

    GOBACK.

END PROGRAM Serialize-Chest.
DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-BLOCK-ENTITY-CHEST.
    01 PAYLOAD-MARKER            PIC X(4) VALUE X"02434833".
    01 DURABILITY-MARKER         PIC X(4) VALUE X"02434832".
    01 HAS-DURABILITY            BINARY-CHAR UNSIGNED.
    01 HAS-LOCK                  BINARY-CHAR UNSIGNED.
    01 SLOT-INDEX                BINARY-LONG UNSIGNED.
    01 COUNT-BYTE                BINARY-CHAR UNSIGNED.
    01 COUNTER-VALUE             BINARY-DOUBLE UNSIGNED.
    01 LOCK-PTR                  USAGE POINTER.
LINKAGE SECTION.
    COPY DD-CALLBACK-BLOCK-ENTITY-DESERIALIZE.

    ALLOCATE CHEST-DATA INITIALIZED

    *> the marker says which layout follows; its absence means a
    *> record written before per-slot durability, which carries none,
    *> and the durability marker one written before owner locks
    EVALUATE LK-BUFFER(LK-OFFSET + 1:4)
        WHEN PAYLOAD-MARKER
            MOVE 1 TO HAS-DURABILITY
            MOVE 1 TO HAS-LOCK
            ADD 4 TO LK-OFFSET
        WHEN DURABILITY-MARKER
            MOVE 1 TO HAS-DURABILITY
            MOVE 0 TO HAS-LOCK
            ADD 4 TO LK-OFFSET
        WHEN OTHER
            MOVE 0 TO HAS-DURABILITY
            MOVE 0 TO HAS-LOCK
    END-EVALUATE

    PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 27
        MOVE LK-BUFFER(LK-OFFSET + 1:64) TO CHEST-SLOT-NAME(SLOT-INDEX)
        END-IF
    END-PERFORM

    IF HAS-LOCK = 1
        SET LOCK-PTR TO ADDRESS OF CHEST-LOCK
        CALL "Container-DeserializeLock" USING LOCK-PTR LK-BUFFER LK-OFFSET
    END-IF

    SET LK-BLOCK-ENTITY-DATA TO ADDRESS OF CHEST-DATA

    GOBACK.
        02 PROBE-Y              BINARY-LONG.
        02 PROBE-Z              BINARY-LONG.
    01 PARTNER-BLOCK-ID         BINARY-LONG UNSIGNED.
    01 LOCK-ALLOWED             BINARY-CHAR UNSIGNED.
    01 SIDE-INDEX               BINARY-LONG UNSIGNED.
    01 WINDOW-TYPE-GENERIC-9X3  BINARY-LONG VALUE 2.
    01 WINDOW-TYPE-GENERIC-9X6  BINARY-LONG VALUE 5.
        END-IF
    END-PERFORM

    *> an owner lock turns away anyone it does not trust - checked on
    *> both halves, since the double window shows both
    CALL "Container-CheckAccess" USING LK-PLAYER LK-POSITION LOCK-ALLOWED
    IF LOCK-ALLOWED = 1 AND PLAYER-OPEN-CONTAINER-DOUBLE(LK-PLAYER) = 1
        CALL "Container-CheckAccess" USING LK-PLAYER
            PLAYER-OPEN-CONTAINER-SECOND(LK-PLAYER) LOCK-ALLOWED
    END-IF
    IF LOCK-ALLOWED = 0
        GOBACK
    END-IF

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
    01 OTHER-PLAYER              BINARY-LONG UNSIGNED.
    01 VIEWER-MATCHES            BINARY-CHAR UNSIGNED.
    *> the slot as it was before the click, for the transaction log
    01 BEFORE-NAME               PIC X(64).
    01 BEFORE-COUNT              BINARY-LONG UNSIGNED.
    01 BEFORE-DURABILITY         BINARY-LONG.
LINKAGE SECTION.
    01 LK-PLAYER                 BINARY-LONG.
    01 LK-SLOT                   BINARY-LONG.
    *> travels with the slot itself
    CALL "Durability-GetRemaining" USING LK-PLAYER CURSOR-NAME CURSOR-DURABILITY

    MOVE CHEST-SLOT-NAME(LOCAL-SLOT) TO BEFORE-NAME
    MOVE CHEST-SLOT-COUNT(LOCAL-SLOT) TO BEFORE-COUNT
    MOVE CHEST-SLOT-DURABILITY(LOCAL-SLOT) TO BEFORE-DURABILITY

    EVALUATE TRUE
        *> left click, same item on both sides: merge into the slot
        WHEN LK-BUTTON = 0 AND CURSOR-COUNT > 0
            END-IF
    END-EVALUATE

    CALL "Container-LogSlotChange" USING LK-PLAYER TARGET-POSITION "chest"
        BEFORE-NAME BEFORE-COUNT BEFORE-DURABILITY
        CHEST-SLOT-NAME(LOCAL-SLOT) CHEST-SLOT-COUNT(LOCAL-SLOT)
        CHEST-SLOT-DURABILITY(LOCAL-SLOT)

    CALL "Player-SetCursorItem" USING LK-PLAYER CURSOR-NAME CURSOR-COUNT

    *> contents changed on disk terms too - mark and notify
