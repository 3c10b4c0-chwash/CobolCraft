        CALL "World-CheckProtection" USING LK-CLIENT LK-POSITION PROTECTION-ALLOWED
        IF PROTECTION-ALLOWED = 0
            CALL "SendPacket-BlockUpdate" USING LK-CLIENT LK-POSITION PREVIOUS-BLOCK-ID
            *> a refused attempt on someone's claim still feeds the
            *> grief watch - it is the attempt that matters
            CALL "Grief-WatchBlockChange" USING CLIENT-PLAYER(LK-CLIENT)
                LK-POSITION PREVIOUS-BLOCK-ID LK-BLOCK-ID
            GOBACK
        END-IF
    END-IF
    CALL "World-LogBlockChange" USING LK-CLIENT LK-POSITION PREVIOUS-BLOCK-ID LK-BLOCK-ID
    IF LK-CLIENT IS NOT OMITTED
        CALL "Stats-CountBlockChange" USING LK-CLIENT LK-BLOCK-ID
            PREVIOUS-BLOCK-ID

        *> a block a player digs out drops as an item instead of
        *> vanishing. Unattributed breaks (support collapse spawns its
*> --- World-LogBlockChange ---
*> Appends one line per block change to a rolling audit log (timestamp,
*> acting client/player, position, old and new block id), so grief can
*> be traced back to who broke or placed what, and hands each player
*> change to the live grief watch.
IDENTIFICATION DIVISION.
PROGRAM-ID. World-LogBlockChange.

    01 AUDIT-Z-TEXT              PIC ----------9.
    01 AUDIT-OLD-BLOCK-TEXT      PIC ---------9.
    01 AUDIT-NEW-BLOCK-TEXT      PIC ---------9.
    01 AUDIT-IS-ORE              BINARY-CHAR UNSIGNED.
    01 AUDIT-IS-EXPOSED          BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-CLIENT                 BINARY-LONG UNSIGNED.
    01 LK-POSITION.
        INTO AUDIT-LOG-RECORD
    END-STRING

    *> an ore a player digs out with no air or fluid beside it could
    *> not have been seen - the x-ray report counts these. Exposure
    *> depends only on the six neighbors, so removing the ore itself
    *> does not change the answer. The marker follows the fixed-width
    *> fields, which the rollback and replay readers take by column.
    IF AUDIT-PLAYER-ID > 0 AND LK-BLOCK-ID = 0
        CALL "AntiXray-IsOre" USING LK-PREVIOUS-BLOCK-ID AUDIT-IS-ORE
        IF AUDIT-IS-ORE = 1
            CALL "AntiXray-IsExposed" USING LK-POSITION AUDIT-IS-EXPOSED
            IF AUDIT-IS-EXPOSED = 0
                MOVE " hidden" TO AUDIT-LOG-RECORD(104:7)
            END-IF
        END-IF
    END-IF

    MOVE SERVER-PROP-AUDIT-LOG-PATH TO AUDIT-LOG-PATH
    OPEN EXTEND AUDIT-LOG-FILE
    WRITE AUDIT-LOG-RECORD
    CLOSE AUDIT-LOG-FILE

    *> the live grief watch sees the same stream as it is written
    IF AUDIT-PLAYER-ID > 0
        CALL "Grief-WatchBlockChange" USING CLIENT-PLAYER(LK-CLIENT)
            LK-POSITION LK-PREVIOUS-BLOCK-ID LK-BLOCK-ID
    END-IF

    GOBACK.

END PROGRAM World-LogBlockChange.
        IF WORLD-CHUNK-POINTER(SAVE-SWEEP-CURSOR) NOT = NULL
            SET ADDRESS OF CHUNK TO WORLD-CHUNK-POINTER(SAVE-SWEEP-CURSOR)
            IF CHUNK-DIRTY-BLOCKS = 1
                CALL "Profiler-NoteChunk" USING CHUNK-X CHUNK-Z
                CALL "World-SaveChunk" USING SAVE-SWEEP-CURSOR CHUNK-SAVED
                IF CHUNK-SAVED = 1
                    MOVE 0 TO CHUNK-DIRTY-BLOCKS
