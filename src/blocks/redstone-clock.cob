*> --- RedstoneClock-NoteFlip ---
*> Called by a redstone torch or wire about to turn on or off. Counts
*> the flip against the position's row in DD-REDSTONE-CLOCKS and answers
*> whether it may go ahead: a frozen component stays as it is, and one
*> that has run over SERVER-PROP-REDSTONE-CLOCK-MAX-FLIPS a window for
*> the whole grace period is a clock - RedstoneClock-Trip breaks,
*> freezes or just logs it, per SERVER-PROP-REDSTONE-CLOCK-ACTION.
IDENTIFICATION DIVISION.
PROGRAM-ID. RedstoneClock-NoteFlip.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-REDSTONE-CLOCKS.
    COPY DD-SERVER-PROPERTIES.
    01 CURRENT-TICK              BINARY-LONG UNSIGNED.
    01 CLOCK-INDEX               BINARY-LONG UNSIGNED.
    01 FOUND-INDEX               BINARY-LONG UNSIGNED.
    01 FREE-INDEX                BINARY-LONG UNSIGNED.
    01 WINDOW-TICKS              BINARY-LONG UNSIGNED.
    01 WINDOW-ELAPSED            BINARY-LONG UNSIGNED.
    01 SLIDING-FLIPS             BINARY-LONG UNSIGNED.
    01 GRACE-TICKS               BINARY-LONG UNSIGNED.
    01 TRIP-STOPPED              BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-POSITION.
        02 LK-X                  BINARY-LONG.
        02 LK-Y                  BINARY-LONG.
        02 LK-Z                  BINARY-LONG.
    01 LK-ALLOWED                BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-POSITION LK-ALLOWED.
    MOVE 1 TO LK-ALLOWED
    IF SERVER-PROP-REDSTONE-CLOCK-MAX-FLIPS = 0
        GOBACK
    END-IF
    MOVE SERVER-PROP-REDSTONE-CLOCK-WINDOW-TICKS TO WINDOW-TICKS
    IF WINDOW-TICKS = 0
        MOVE 1 TO WINDOW-TICKS
    END-IF
    CALL "Server-GetCurrentTick" USING CURRENT-TICK

    *> the position's row, or a row gone quiet for two windows to reuse
    MOVE 0 TO FOUND-INDEX
    MOVE 0 TO FREE-INDEX
    PERFORM VARYING CLOCK-INDEX FROM 1 BY 1 UNTIL CLOCK-INDEX > REDSTONE-CLOCK-COUNT
        IF CLOCK-POSITION(CLOCK-INDEX) = LK-POSITION
            MOVE CLOCK-INDEX TO FOUND-INDEX
            EXIT PERFORM
        END-IF
        IF FREE-INDEX = 0
                AND CLOCK-FROZEN-UNTIL(CLOCK-INDEX) <= CURRENT-TICK
                AND CURRENT-TICK - CLOCK-LAST-FLIP(CLOCK-INDEX) >= WINDOW-TICKS * 2
            MOVE CLOCK-INDEX TO FREE-INDEX
        END-IF
    END-PERFORM

    IF FOUND-INDEX = 0
        IF FREE-INDEX = 0
            IF REDSTONE-CLOCK-COUNT >= MAX-REDSTONE-CLOCKS
                *> every row is busy - this flip simply goes uncounted
                GOBACK
            END-IF
            ADD 1 TO REDSTONE-CLOCK-COUNT
            MOVE REDSTONE-CLOCK-COUNT TO FREE-INDEX
        END-IF
        MOVE FREE-INDEX TO FOUND-INDEX
        INITIALIZE REDSTONE-CLOCK(FOUND-INDEX)
        MOVE LK-POSITION TO CLOCK-POSITION(FOUND-INDEX)
        MOVE CURRENT-TICK TO CLOCK-WINDOW-START(FOUND-INDEX)
    END-IF

    IF CLOCK-FROZEN-UNTIL(FOUND-INDEX) > CURRENT-TICK
        MOVE 0 TO LK-ALLOWED
        GOBACK
    END-IF

    *> roll the windows forward; a gap of two or more empties both
    COMPUTE WINDOW-ELAPSED = CURRENT-TICK - CLOCK-WINDOW-START(FOUND-INDEX)
    IF WINDOW-ELAPSED >= WINDOW-TICKS
        IF WINDOW-ELAPSED >= WINDOW-TICKS * 2
            MOVE 0 TO CLOCK-PREVIOUS-FLIPS(FOUND-INDEX)
            MOVE CURRENT-TICK TO CLOCK-WINDOW-START(FOUND-INDEX)
        ELSE
            MOVE CLOCK-WINDOW-FLIPS(FOUND-INDEX) TO CLOCK-PREVIOUS-FLIPS(FOUND-INDEX)
            ADD WINDOW-TICKS TO CLOCK-WINDOW-START(FOUND-INDEX)
        END-IF
        MOVE 0 TO CLOCK-WINDOW-FLIPS(FOUND-INDEX)
        COMPUTE WINDOW-ELAPSED = CURRENT-TICK - CLOCK-WINDOW-START(FOUND-INDEX)
    END-IF
    ADD 1 TO CLOCK-WINDOW-FLIPS(FOUND-INDEX)
    MOVE CURRENT-TICK TO CLOCK-LAST-FLIP(FOUND-INDEX)

    COMPUTE SLIDING-FLIPS = CLOCK-WINDOW-FLIPS(FOUND-INDEX)
        + CLOCK-PREVIOUS-FLIPS(FOUND-INDEX) * (WINDOW-TICKS - WINDOW-ELAPSED)
        / WINDOW-TICKS

    IF SLIDING-FLIPS <= SERVER-PROP-REDSTONE-CLOCK-MAX-FLIPS
        MOVE 0 TO CLOCK-OVER-SINCE(FOUND-INDEX)
        GOBACK
    END-IF
    IF CLOCK-OVER-SINCE(FOUND-INDEX) = 0
        MOVE CURRENT-TICK TO CLOCK-OVER-SINCE(FOUND-INDEX)
        GOBACK
    END-IF
    COMPUTE GRACE-TICKS = SERVER-PROP-REDSTONE-CLOCK-GRACE-SECONDS * 20
    IF CURRENT-TICK - CLOCK-OVER-SINCE(FOUND-INDEX) < GRACE-TICKS
        GOBACK
    END-IF

    *> a clock: deal with it, then start its count over
    CALL "RedstoneClock-Trip" USING LK-POSITION SLIDING-FLIPS TRIP-STOPPED
    MOVE 0 TO CLOCK-OVER-SINCE(FOUND-INDEX)
    MOVE 0 TO CLOCK-WINDOW-FLIPS(FOUND-INDEX)
    MOVE 0 TO CLOCK-PREVIOUS-FLIPS(FOUND-INDEX)
    MOVE CURRENT-TICK TO CLOCK-WINDOW-START(FOUND-INDEX)
    IF TRIP-STOPPED = 1
        MOVE 0 TO LK-ALLOWED
        IF SERVER-PROP-REDSTONE-CLOCK-ACTION = "freeze"
            COMPUTE CLOCK-FROZEN-UNTIL(FOUND-INDEX) = CURRENT-TICK
                + SERVER-PROP-REDSTONE-CLOCK-FREEZE-SECONDS * 20
        END-IF
    END-IF
    GOBACK.

END PROGRAM RedstoneClock-NoteFlip.

*> --- RedstoneClock-Trip ---
*> Deals with a component found clocking: "break" turns it to air and
*> drops its item where it stood, "freeze" leaves the block and has
*> RedstoneClock-NoteFlip refuse its flips for a while, anything else
*> only logs. Either way a line goes to the clock log with the
*> position, chunk, rate and the claim owner, so staff know whose
*> build it is. LK-STOPPED says whether the flip in hand must not go
*> ahead.
IDENTIFICATION DIVISION.
PROGRAM-ID. RedstoneClock-Trip.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CLOCK-LOG-FILE ASSIGN TO CLOCK-LOG-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  CLOCK-LOG-FILE.
01  CLOCK-LOG-RECORD             PIC X(256).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-PROTECTION-ZONES.
    01 CLOCK-LOG-FILE-PATH       PIC X(256).
    01 LOG-TIMESTAMP             PIC X(21).
    01 BLOCK-ID                  BINARY-LONG UNSIGNED.
    01 AIR-BLOCK-ID              BINARY-LONG UNSIGNED VALUE 0.
    01 BLOCK-TYPE                PIC X(64).
    01 DROP-NAME                 PIC X(64).
    01 DROP-COUNT                BINARY-LONG UNSIGNED VALUE 1.
    01 ACTION-TEXT               PIC X(8).
    01 ZONE-INDEX                BINARY-LONG UNSIGNED.
    01 OWNER-TEXT                PIC X(48).
    01 OWNER-ID-TEXT             PIC -(9)9.
    01 CHUNK-X                   BINARY-LONG.
    01 CHUNK-Z                   BINARY-LONG.
    01 X-TEXT                    PIC -(9)9.
    01 Y-TEXT                    PIC -(9)9.
    01 Z-TEXT                    PIC -(9)9.
    01 CHUNK-X-TEXT              PIC -(9)9.
    01 CHUNK-Z-TEXT              PIC -(9)9.
    01 FLIPS-TEXT                PIC Z(8)9.
    01 WINDOW-TEXT               PIC Z(8)9.
LINKAGE SECTION.
    01 LK-POSITION.
        02 LK-X                  BINARY-LONG.
        02 LK-Y                  BINARY-LONG.
        02 LK-Z                  BINARY-LONG.
    01 LK-FLIPS                  BINARY-LONG UNSIGNED.
    01 LK-STOPPED                BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-POSITION LK-FLIPS LK-STOPPED.
    MOVE 0 TO LK-STOPPED
    CALL "World-GetBlock" USING LK-POSITION BLOCK-ID
    MOVE SPACES TO BLOCK-TYPE
    CALL "Blocks-GetType" USING BLOCK-ID BLOCK-TYPE

    EVALUATE SERVER-PROP-REDSTONE-CLOCK-ACTION
        WHEN "break"
            MOVE "broken" TO ACTION-TEXT
            EVALUATE BLOCK-TYPE
                WHEN "minecraft:redstone_wire"
                    MOVE "minecraft:redstone" TO DROP-NAME
                WHEN "minecraft:redstone_wall_torch"
                    MOVE "minecraft:redstone_torch" TO DROP-NAME
                WHEN OTHER
                    MOVE BLOCK-TYPE TO DROP-NAME
            END-EVALUATE
            CALL "World-SetBlock" USING OMITTED LK-POSITION AIR-BLOCK-ID
            IF DROP-NAME NOT = SPACES
                CALL "ItemEntity-Spawn" USING DROP-NAME DROP-COUNT LK-POSITION
            END-IF
            MOVE 1 TO LK-STOPPED
        WHEN "freeze"
            MOVE "frozen" TO ACTION-TEXT
            MOVE 1 TO LK-STOPPED
        WHEN OTHER
            MOVE "logged" TO ACTION-TEXT
    END-EVALUATE

    *> whose claim it is in, if anyone's - the first zone covering it
    MOVE "none" TO OWNER-TEXT
    PERFORM VARYING ZONE-INDEX FROM 1 BY 1 UNTIL ZONE-INDEX > PROTECTION-ZONE-COUNT
        IF LK-X >= PROTECTION-ZONE-MIN-X(ZONE-INDEX) AND LK-X <= PROTECTION-ZONE-MAX-X(ZONE-INDEX)
                AND LK-Z >= PROTECTION-ZONE-MIN-Z(ZONE-INDEX) AND LK-Z <= PROTECTION-ZONE-MAX-Z(ZONE-INDEX)
            MOVE SPACES TO OWNER-TEXT
            IF PROTECTION-ZONE-TEAM-NAME(ZONE-INDEX) NOT = SPACES
                STRING
                    "team:" DELIMITED BY SIZE
                    FUNCTION TRIM(PROTECTION-ZONE-TEAM-NAME(ZONE-INDEX)) DELIMITED BY SIZE
                    INTO OWNER-TEXT
                END-STRING
            ELSE
                MOVE PROTECTION-ZONE-OWNER-PLAYER-ID(ZONE-INDEX) TO OWNER-ID-TEXT
                STRING
                    "player:" DELIMITED BY SIZE
                    FUNCTION TRIM(OWNER-ID-TEXT) DELIMITED BY SIZE
                    INTO OWNER-TEXT
                END-STRING
            END-IF
            EXIT PERFORM
        END-IF
    END-PERFORM

    COMPUTE CHUNK-X = FUNCTION INTEGER(LK-X / 16)
    COMPUTE CHUNK-Z = FUNCTION INTEGER(LK-Z / 16)
    MOVE LK-X TO X-TEXT
    MOVE LK-Y TO Y-TEXT
    MOVE LK-Z TO Z-TEXT
    MOVE CHUNK-X TO CHUNK-X-TEXT
    MOVE CHUNK-Z TO CHUNK-Z-TEXT
    MOVE LK-FLIPS TO FLIPS-TEXT
    MOVE SERVER-PROP-REDSTONE-CLOCK-WINDOW-TICKS TO WINDOW-TEXT
    MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP

    MOVE SPACES TO CLOCK-LOG-RECORD
    STRING
        LOG-TIMESTAMP DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(ACTION-TEXT) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(BLOCK-TYPE) DELIMITED BY SIZE
        " pos=" DELIMITED BY SIZE
        FUNCTION TRIM(X-TEXT) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(Y-TEXT) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(Z-TEXT) DELIMITED BY SIZE
        " chunk=" DELIMITED BY SIZE
        FUNCTION TRIM(CHUNK-X-TEXT) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(CHUNK-Z-TEXT) DELIMITED BY SIZE
        " flips=" DELIMITED BY SIZE
        FUNCTION TRIM(FLIPS-TEXT) DELIMITED BY SIZE
        "/" DELIMITED BY SIZE
        FUNCTION TRIM(WINDOW-TEXT) DELIMITED BY SIZE
        "t owner=" DELIMITED BY SIZE
        FUNCTION TRIM(OWNER-TEXT) DELIMITED BY SIZE
        INTO CLOCK-LOG-RECORD
    END-STRING

    MOVE SERVER-PROP-REDSTONE-CLOCK-LOG-PATH TO CLOCK-LOG-FILE-PATH
    OPEN EXTEND CLOCK-LOG-FILE
    WRITE CLOCK-LOG-RECORD
    CLOSE CLOCK-LOG-FILE

    GOBACK.

END PROGRAM RedstoneClock-Trip.
