            02 BASE-Y               BINARY-LONG.
            02 BASE-Z               BINARY-LONG.
        01 BASE-POWER               BINARY-LONG.
        01 FLIP-ALLOWED             BINARY-CHAR UNSIGNED.
    LINKAGE SECTION.
        COPY DD-CALLBACK-BLOCK-TICK.

            MOVE "true" TO NEW-LIT-VALUE
        END-IF
        IF LIT-VALUE NOT = NEW-LIT-VALUE
            *> a torch flipping too fast for too long is a clock, and
            *> may be broken or held still instead
            CALL "RedstoneClock-NoteFlip" USING LK-POSITION FLIP-ALLOWED
            IF FLIP-ALLOWED = 0
                GOBACK
            END-IF
            CALL "Blocks-WithPropertyValue" USING TORCH-BLOCK-ID "lit"
                NEW-LIT-VALUE NEW-BLOCK-ID
            CALL "World-SetBlock" USING OMITTED LK-POSITION NEW-BLOCK-ID
    01 POWER-VALUE               PIC X(16).
    01 POWER-TEXT                PIC Z9.
    01 NEW-BLOCK-ID              BINARY-LONG UNSIGNED.
    01 FLIP-ALLOWED              BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-POSITION.
        02 LK-X                  BINARY-LONG.
    END-PERFORM

    IF BEST-POWER NOT = CURRENT-POWER
        *> going on or off is the flip the clock check counts; a level
        *> change along a lit line is not
        IF BEST-POWER = 0 OR CURRENT-POWER = 0
            CALL "RedstoneClock-NoteFlip" USING LK-POSITION FLIP-ALLOWED
            IF FLIP-ALLOWED = 0
                GOBACK
            END-IF
        END-IF
        MOVE BEST-POWER TO POWER-TEXT
        MOVE SPACES TO POWER-VALUE
        MOVE FUNCTION TRIM(POWER-TEXT) TO POWER-VALUE
