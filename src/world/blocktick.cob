    01 LOCAL-REMAINDER           BINARY-LONG UNSIGNED.
    01 LOCAL-ROW                 BINARY-LONG UNSIGNED.
    01 LOCAL-LAYER               BINARY-LONG UNSIGNED.
    01 PROFILED-CHUNK-X          BINARY-LONG.
    01 PROFILED-CHUNK-Z          BINARY-LONG.

PROCEDURE DIVISION.
    *> maintenance holds the simulation still - the pending queue
    MOVE 0 TO IS-RANDOM
    PERFORM VARYING PROCESS-INDEX FROM 1 BY 1 UNTIL PROCESS-INDEX > DUE-COUNT
        MOVE DUE-POSITION(PROCESS-INDEX) TO TICK-POSITION
        COMPUTE PROFILED-CHUNK-X = FUNCTION INTEGER(TICK-X / 16)
        COMPUTE PROFILED-CHUNK-Z = FUNCTION INTEGER(TICK-Z / 16)
        CALL "Profiler-NoteChunk" USING PROFILED-CHUNK-X PROFILED-CHUNK-Z
        CALL "World-GetBlock" USING TICK-POSITION TICK-BLOCK-ID
        CALL "GetCallback-BlockTick" USING TICK-BLOCK-ID TICK-PTR
        IF TICK-PTR NOT = NULL
    PERFORM VARYING WORLD-CHUNK-IDX FROM 1 BY 1 UNTIL WORLD-CHUNK-IDX > WORLD-CHUNK-COUNT
        IF WORLD-CHUNK-POINTER(WORLD-CHUNK-IDX) NOT EQUAL NULL
            SET ADDRESS OF CHUNK TO WORLD-CHUNK-POINTER(WORLD-CHUNK-IDX)
            *> the tick profiler charges what follows to this chunk
            CALL "Profiler-NoteChunk" USING CHUNK-X CHUNK-Z
            PERFORM VARYING SECTION-INDEX FROM 1 BY 1 UNTIL SECTION-INDEX > 24
                IF CHUNK-SECTION-NON-AIR(SECTION-INDEX) > 0
                    PERFORM VARYING LOTTERY-INDEX FROM 1 BY 1
