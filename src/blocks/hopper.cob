END PROGRAM Allocate-Hopper.

*> --- Serialize-Hopper ---
*> Version marker, slots and cooldown, then the owner lock - the
*> Serialize-Furnace layout.
IDENTIFICATION DIVISION.
PROGRAM-ID. Serialize-Hopper.

    01 SLOT-INDEX                BINARY-LONG UNSIGNED.
    01 COUNT-BYTE                BINARY-CHAR UNSIGNED.
    01 COUNTER-VALUE             BINARY-DOUBLE UNSIGNED.
    01 PAYLOAD-MARKER            PIC X(4) VALUE X"02484F32".
    01 LOCK-PTR                  USAGE POINTER.
LINKAGE SECTION.
    COPY DD-CALLBACK-BLOCK-ENTITY-SERIALIZE.

PROCEDURE DIVISION USING LK-BLOCK-ENTITY-DATA LK-BUFFER LK-OFFSET.
    SET ADDRESS OF HOPPER-DATA TO LK-BLOCK-ENTITY-DATA

    MOVE PAYLOAD-MARKER TO LK-BUFFER(LK-OFFSET + 1:4)
    ADD 4 TO LK-OFFSET

    PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 5
        MOVE HOPPER-SLOT-NAME(SLOT-INDEX) TO LK-BUFFER(LK-OFFSET + 1:64)
        ADD 64 TO LK-OFFSET
    CALL "Region-PutUint32" USING LK-BUFFER(LK-OFFSET + 1:4) COUNTER-VALUE
    ADD 4 TO LK-OFFSET

    SET LOCK-PTR TO ADDRESS OF HOPPER-LOCK
    CALL "Container-SerializeLock" USING LOCK-PTR LK-BUFFER LK-OFFSET

    GOBACK.

END PROGRAM Serialize-Hopper.
    01 SLOT-INDEX                BINARY-LONG UNSIGNED.
    01 COUNT-BYTE                BINARY-CHAR UNSIGNED.
    01 COUNTER-VALUE             BINARY-DOUBLE UNSIGNED.
    01 PAYLOAD-MARKER            PIC X(4) VALUE X"02484F32".
    01 HAS-LOCK                  BINARY-CHAR UNSIGNED.
    01 LOCK-PTR                  USAGE POINTER.
LINKAGE SECTION.
    COPY DD-CALLBACK-BLOCK-ENTITY-DESERIALIZE.

PROCEDURE DIVISION USING LK-BLOCK-ENTITY-DATA LK-BUFFER LK-OFFSET.
    ALLOCATE HOPPER-DATA INITIALIZED

    *> unmarked means a record written before owner locks, which
    *> carries none and leaves the container unlocked
    IF LK-BUFFER(LK-OFFSET + 1:4) = PAYLOAD-MARKER
        MOVE 1 TO HAS-LOCK
        ADD 4 TO LK-OFFSET
    ELSE
        MOVE 0 TO HAS-LOCK
    END-IF

    PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > 5
        MOVE LK-BUFFER(LK-OFFSET + 1:64) TO HOPPER-SLOT-NAME(SLOT-INDEX)
        ADD 64 TO LK-OFFSET
    MOVE COUNTER-VALUE TO HOPPER-COOLDOWN
    ADD 4 TO LK-OFFSET

    IF HAS-LOCK = 1
        SET LOCK-PTR TO ADDRESS OF HOPPER-LOCK
        CALL "Container-DeserializeLock" USING LOCK-PTR LK-BUFFER LK-OFFSET
    END-IF

    SET LK-BLOCK-ENTITY-DATA TO ADDRESS OF HOPPER-DATA

    GOBACK.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    01 PROTECTION-ALLOWED       BINARY-CHAR UNSIGNED.
    01 LOCK-ALLOWED             BINARY-CHAR UNSIGNED.
    01 WINDOW-TYPE-HOPPER       BINARY-LONG VALUE 16.
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
        CALL "Durability-SetRemaining" USING LK-PLAYER
            CURSOR-NAME SWAP-DURABILITY
    END-IF
    CALL "Container-LogSlotChange" USING LK-PLAYER
        PLAYER-OPEN-CONTAINER-POSITION(LK-PLAYER) "hopper"
        SWAP-NAME SWAP-COUNT SWAP-DURABILITY
        HOPPER-SLOT-NAME(SLOT-INDEX) HOPPER-SLOT-COUNT(SLOT-INDEX)
        HOPPER-SLOT-DURABILITY(SLOT-INDEX)

    CALL "Player-SetCursorItem" USING LK-PLAYER CURSOR-NAME CURSOR-COUNT
    CALL "World-NotifyChanged" USING PLAYER-OPEN-CONTAINER-POSITION(LK-PLAYER)
    ADD 1 TO ABOVE-Y
    MOVE SPACES TO PULLED-NAME
    CALL "Hopper-PeekExtractable" USING ABOVE-POSITION PULLED-NAME PULLED-DURABILITY
        LK-POSITION
    IF PULLED-NAME NOT = SPACES
        CALL "Hopper-InsertOwn" USING LK-POSITION PULLED-NAME
            PULLED-DURABILITY MOVE-RESULT
        IF MOVE-RESULT = 1
            CALL "Hopper-ExtractFrom" USING ABOVE-POSITION PULLED-NAME MOVE-RESULT
                LK-POSITION
            MOVE 1 TO MOVED-ANYTHING
        END-IF
    END-IF
*> What one pull from the container at a position would yield (name
*> and recorded durability): the first filled chest slot, or the
*> furnace's output - never its input or fuel, which are work in
*> progress. Spaces means nothing to take, which is also the answer
*> for a locked container the pulling hopper's owner is not trusted by.
IDENTIFICATION DIVISION.
PROGRAM-ID. Hopper-PeekExtractable.

        COPY DD-BLOCK-ENTITY REPLACING LEADING ==BLOCK-ENTITY== BY ==TARGET-BE==.
    01 TARGET-TYPE-NAME          PIC X(64).
    01 SLOT-INDEX                BINARY-LONG UNSIGNED.
    01 DRAIN-ALLOWED             BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-POSITION.
        02 LK-X                  BINARY-LONG.
        02 LK-Z                  BINARY-LONG.
    01 LK-ITEM-NAME              PIC X(64).
    01 LK-DURABILITY             BINARY-LONG.
    01 LK-HOPPER-POSITION.
        02 LK-HOPPER-X           BINARY-LONG.
        02 LK-HOPPER-Y           BINARY-LONG.
        02 LK-HOPPER-Z           BINARY-LONG.

PROCEDURE DIVISION USING LK-POSITION LK-ITEM-NAME LK-DURABILITY LK-HOPPER-POSITION.
    MOVE SPACES TO LK-ITEM-NAME
    MOVE 0 TO LK-DURABILITY

    CALL "Hopper-MayDrain" USING LK-HOPPER-POSITION LK-POSITION DRAIN-ALLOWED
    IF DRAIN-ALLOWED = 0
        GOBACK
    END-IF

    CALL "World-GetBlockEntity" USING LK-POSITION TARGET-BE
    IF TARGET-BE-ID < 0
        GOBACK

*> --- Hopper-ExtractFrom ---
*> Takes the one item Hopper-PeekExtractable named out of the
*> container at a position, on behalf of the hopper at the other.
IDENTIFICATION DIVISION.
PROGRAM-ID. Hopper-ExtractFrom.

        COPY DD-BLOCK-ENTITY REPLACING LEADING ==BLOCK-ENTITY== BY ==TARGET-BE==.
    01 TARGET-TYPE-NAME          PIC X(64).
    01 SLOT-INDEX                BINARY-LONG UNSIGNED.
    01 DRAIN-ALLOWED             BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-POSITION.
        02 LK-X                  BINARY-LONG.
        02 LK-Z                  BINARY-LONG.
    01 LK-ITEM-NAME              PIC X(64).
    01 LK-RESULT                 BINARY-CHAR UNSIGNED.
    01 LK-HOPPER-POSITION.
        02 LK-HOPPER-X           BINARY-LONG.
        02 LK-HOPPER-Y           BINARY-LONG.
        02 LK-HOPPER-Z           BINARY-LONG.

PROCEDURE DIVISION USING LK-POSITION LK-ITEM-NAME LK-RESULT LK-HOPPER-POSITION.
    MOVE 0 TO LK-RESULT

    *> a locked container gives nothing to a hopper whose owner it
    *> does not trust - otherwise one hopper under it empties it
    CALL "Hopper-MayDrain" USING LK-HOPPER-POSITION LK-POSITION DRAIN-ALLOWED
    IF DRAIN-ALLOWED = 0
        GOBACK
    END-IF

    CALL "World-GetBlockEntity" USING LK-POSITION TARGET-BE
    IF TARGET-BE-ID < 0
        GOBACK
    GOBACK.

END PROGRAM Hopper-ExtractFrom.

*> --- Hopper-MayDrain ---
*> Whether the hopper at one position may pull from the container at
*> another: the hopper acts for its owner - the player who locked it,
*> else the one who placed it - and the container's lock decides as it
*> would for that player at the window, with no operator override.
IDENTIFICATION DIVISION.
PROGRAM-ID. Hopper-MayDrain.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CONTAINER-LOCK.
    01 LOCK-PTR                  USAGE POINTER.
    01 HOPPER-OWNER              BINARY-LONG.
LINKAGE SECTION.
    01 LK-HOPPER-POSITION.
        02 LK-HOPPER-X           BINARY-LONG.
        02 LK-HOPPER-Y           BINARY-LONG.
        02 LK-HOPPER-Z           BINARY-LONG.
    01 LK-SOURCE-POSITION.
        02 LK-SOURCE-X           BINARY-LONG.
        02 LK-SOURCE-Y           BINARY-LONG.
        02 LK-SOURCE-Z           BINARY-LONG.
    01 LK-RESULT                 BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-HOPPER-POSITION LK-SOURCE-POSITION LK-RESULT.
    MOVE 0 TO HOPPER-OWNER
    CALL "Container-GetLock" USING LK-HOPPER-POSITION LOCK-PTR
    IF LOCK-PTR NOT = NULL
        SET ADDRESS OF CONTAINER-LOCK TO LOCK-PTR
        IF LOCK-OWNER NOT = 0
            MOVE LOCK-OWNER TO HOPPER-OWNER
        ELSE
            MOVE LOCK-PLACED-BY TO HOPPER-OWNER
        END-IF
    END-IF

    CALL "Container-IsTrusted" USING LK-SOURCE-POSITION HOPPER-OWNER LK-RESULT

    GOBACK.

END PROGRAM Hopper-MayDrain.
