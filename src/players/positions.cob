*> --- Positions-Sample ---
*> Called from Stats-Tick every SERVER-PROP-POSITION-SAMPLE-TICKS: one
*> line per player in the world - position and dimension - appended to
*> the rotated position log, so an investigation can later ask who was
*> standing by a build that only the block audit log shows changing.
*> Line layout: "<timestamp> player=N dim=D pos=x,y,z".
IDENTIFICATION DIVISION.
PROGRAM-ID. Positions-Sample.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL POSITION-LOG-FILE ASSIGN TO POSITION-LOG-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  POSITION-LOG-FILE.
01  POSITION-LOG-RECORD          PIC X(128).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-PLAYERS.
    01 POSITION-LOG-PATH         PIC X(256).
    01 LOG-TIMESTAMP             PIC X(21).
    01 CLIENT-ID                 BINARY-LONG UNSIGNED.
    01 PLAYER-ID                 BINARY-LONG.
    01 PLAYER-TEXT               PIC -(9)9.
    01 X-TEXT                    PIC -(9)9.
    01 Y-TEXT                    PIC -(9)9.
    01 Z-TEXT                    PIC -(9)9.
    01 DIMENSION-TEXT            PIC X(32).
    01 FILE-OPEN                 BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP
    MOVE 0 TO FILE-OPEN

    PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
        IF CLIENT-STATE(CLIENT-ID) NOT = CLIENT-STATE-PLAY
            EXIT PERFORM CYCLE
        END-IF
        MOVE CLIENT-PLAYER(CLIENT-ID) TO PLAYER-ID
        IF PLAYER-ID < 1 OR PLAYER-ID > MAX-PLAYERS
            EXIT PERFORM CYCLE
        END-IF
        IF FILE-OPEN = 0
            MOVE SERVER-PROP-POSITION-LOG-PATH TO POSITION-LOG-PATH
            OPEN EXTEND POSITION-LOG-FILE
            MOVE 1 TO FILE-OPEN
        END-IF
        MOVE PLAYER-DIMENSION(PLAYER-ID) TO DIMENSION-TEXT
        IF DIMENSION-TEXT = SPACES
            MOVE "minecraft:overworld" TO DIMENSION-TEXT
        END-IF
        MOVE PLAYER-ID TO PLAYER-TEXT
        MOVE PLAYER-X(PLAYER-ID) TO X-TEXT
        MOVE PLAYER-Y(PLAYER-ID) TO Y-TEXT
        MOVE PLAYER-Z(PLAYER-ID) TO Z-TEXT
        MOVE SPACES TO POSITION-LOG-RECORD
        STRING
            LOG-TIMESTAMP DELIMITED BY SIZE
            " player=" DELIMITED BY SIZE
            FUNCTION TRIM(PLAYER-TEXT) DELIMITED BY SIZE
            " dim=" DELIMITED BY SIZE
            FUNCTION TRIM(DIMENSION-TEXT) DELIMITED BY SIZE
            " pos=" DELIMITED BY SIZE
            FUNCTION TRIM(X-TEXT) DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            FUNCTION TRIM(Y-TEXT) DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            FUNCTION TRIM(Z-TEXT) DELIMITED BY SIZE
            INTO POSITION-LOG-RECORD
        END-STRING
        WRITE POSITION-LOG-RECORD
    END-PERFORM

    IF FILE-OPEN = 1
        CLOSE POSITION-LOG-FILE
    END-IF

    GOBACK.

END PROGRAM Positions-Sample.

*> --- Positions-ParseTime ---
*> Reads one end of a query window into seconds on the
*> Rollback-TimestampToSeconds scale. Accepts "now", a span back from
*> now ("30m", "2h", "1d"), or a wall-clock time as yyyymmdd,
*> yyyymmddhhmm or yyyymmddhhmmss. Anything else is rejected.
IDENTIFICATION DIVISION.
PROGRAM-ID. Positions-ParseTime.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 NOW-TIMESTAMP             PIC X(14).
    01 NOW-SECONDS               BINARY-DOUBLE.
    01 TIME-TEXT                 PIC X(32).
    01 TIME-LENGTH               BINARY-LONG UNSIGNED.
    01 SPAN-UNIT                 PIC X.
    01 SPAN-AMOUNT               BINARY-LONG UNSIGNED.
    01 WALL-TIMESTAMP            PIC X(14).
LINKAGE SECTION.
    01 LK-TEXT                   PIC X ANY LENGTH.
    01 LK-SECONDS                BINARY-DOUBLE.
    01 LK-VALID                  BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-TEXT LK-SECONDS LK-VALID.
    MOVE 0 TO LK-VALID
    MOVE 0 TO LK-SECONDS
    MOVE FUNCTION TRIM(LK-TEXT) TO TIME-TEXT
    MOVE FUNCTION LENGTH(FUNCTION TRIM(LK-TEXT)) TO TIME-LENGTH
    IF TIME-TEXT = SPACES
        GOBACK
    END-IF

    MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-TIMESTAMP
    CALL "Rollback-TimestampToSeconds" USING NOW-TIMESTAMP NOW-SECONDS

    IF TIME-TEXT = "now"
        MOVE NOW-SECONDS TO LK-SECONDS
        MOVE 1 TO LK-VALID
        GOBACK
    END-IF

    *> a span back from now: digits then m, h or d
    MOVE TIME-TEXT(TIME-LENGTH:1) TO SPAN-UNIT
    IF (SPAN-UNIT = "m" OR SPAN-UNIT = "h" OR SPAN-UNIT = "d")
            AND TIME-LENGTH > 1
        IF TIME-TEXT(1:TIME-LENGTH - 1) IS NOT NUMERIC
            GOBACK
        END-IF
        MOVE FUNCTION NUMVAL(TIME-TEXT(1:TIME-LENGTH - 1)) TO SPAN-AMOUNT
        EVALUATE SPAN-UNIT
            WHEN "m"
                COMPUTE LK-SECONDS = NOW-SECONDS - SPAN-AMOUNT * 60
            WHEN "h"
                COMPUTE LK-SECONDS = NOW-SECONDS - SPAN-AMOUNT * 3600
            WHEN "d"
                COMPUTE LK-SECONDS = NOW-SECONDS - SPAN-AMOUNT * 86400
        END-EVALUATE
        MOVE 1 TO LK-VALID
        GOBACK
    END-IF

    *> a wall-clock time, missing fields taken as zero
    IF TIME-TEXT(1:TIME-LENGTH) IS NOT NUMERIC
        GOBACK
    END-IF
    IF TIME-LENGTH NOT = 8 AND TIME-LENGTH NOT = 12 AND TIME-LENGTH NOT = 14
        GOBACK
    END-IF
    MOVE ALL "0" TO WALL-TIMESTAMP
    MOVE TIME-TEXT(1:TIME-LENGTH) TO WALL-TIMESTAMP(1:TIME-LENGTH)
    CALL "Rollback-TimestampToSeconds" USING WALL-TIMESTAMP LK-SECONDS
    MOVE 1 TO LK-VALID

    GOBACK.

END PROGRAM Positions-ParseTime.

*> --- Positions-Trace ---
*> The "trace" verb: one player's path through the window, oldest
*> first, read back across every rotated generation of the position
*> log. Samples that repeat the previous spot (standing still, AFK) are
*> folded into the point before them, so the listing shows movement.
*> The full path goes to SERVER-PROP-POSITION-QUERY-PATH; a player who
*> asked in game also gets the first CHAT-LINES points in chat.
IDENTIFICATION DIVISION.
PROGRAM-ID. Positions-Trace.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL POSITION-LOG-FILE ASSIGN TO POSITION-LOG-PATH
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT QUERY-FILE ASSIGN TO QUERY-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  POSITION-LOG-FILE.
01  POSITION-LOG-RECORD          PIC X(128).
FD  QUERY-FILE.
01  QUERY-RECORD                 PIC X(256).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-PLAYERS.
    01 POSITION-LOG-PATH         PIC X(300).
    01 POSITION-LOG-EOF          BINARY-CHAR UNSIGNED.
    01 QUERY-FILE-PATH           PIC X(256).
    01 GENERATION-COUNT          BINARY-LONG UNSIGNED.
    01 GENERATION-TABLE.
        02 GENERATION-ENTRY      PIC X(300) OCCURS 65 TIMES.
    01 GENERATION-INDEX          BINARY-LONG UNSIGNED.
    01 FROM-SECONDS              BINARY-DOUBLE.
    01 TO-SECONDS                BINARY-DOUBLE.
    01 FROM-VALID                BINARY-CHAR UNSIGNED.
    01 TO-VALID                  BINARY-CHAR UNSIGNED.
    *> one parsed sample
    01 ENTRY-TIMESTAMP           PIC X(14).
    01 ENTRY-SECONDS             BINARY-DOUBLE.
    01 PLAYER-FIELD              PIC X(24).
    01 DIMENSION-FIELD           PIC X(40).
    01 POSITION-FIELD            PIC X(40).
    01 ENTRY-PLAYER-ID           BINARY-LONG.
    01 ENTRY-SPOT                PIC X(72).
    01 LAST-SPOT                 PIC X(72).
    01 SAMPLE-COUNT              BINARY-LONG UNSIGNED.
    01 POINT-COUNT               BINARY-LONG UNSIGNED.
    01 PLAYER-TEXT               PIC -(9)9.
    01 COUNT-TEXT                PIC Z(8)9.
    01 SAMPLES-TEXT              PIC Z(8)9.
    01 CHAT-LINE                 PIC X(256).
LINKAGE SECTION.
    01 LK-ORIGIN-PLAYER          BINARY-LONG.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-FROM                   PIC X ANY LENGTH.
    01 LK-TO                     PIC X ANY LENGTH.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-ORIGIN-PLAYER LK-PLAYER-ID LK-FROM LK-TO LK-RESPONSE.
    MOVE SPACES TO LK-RESPONSE
    CALL "Positions-ParseTime" USING LK-FROM FROM-SECONDS FROM-VALID
    CALL "Positions-ParseTime" USING LK-TO TO-SECONDS TO-VALID
    IF FROM-VALID = 0 OR TO-VALID = 0 OR FROM-SECONDS > TO-SECONDS
        MOVE "Times: now, 30m/2h/1d ago, or yyyymmdd[hhmm[ss]] - from before to" TO LK-RESPONSE
        GOBACK
    END-IF

    MOVE 0 TO SAMPLE-COUNT
    MOVE 0 TO POINT-COUNT
    MOVE SPACES TO LAST-SPOT
    MOVE SERVER-PROP-POSITION-QUERY-PATH TO QUERY-FILE-PATH
    OPEN OUTPUT QUERY-FILE
    MOVE LK-PLAYER-ID TO PLAYER-TEXT

    CALL "Log-ListGenerations" USING SERVER-PROP-POSITION-LOG-PATH
        GENERATION-COUNT GENERATION-TABLE
    PERFORM VARYING GENERATION-INDEX FROM 1 BY 1
            UNTIL GENERATION-INDEX > GENERATION-COUNT
    MOVE GENERATION-ENTRY(GENERATION-INDEX) TO POSITION-LOG-PATH
    MOVE 0 TO POSITION-LOG-EOF
    OPEN INPUT POSITION-LOG-FILE
    PERFORM UNTIL POSITION-LOG-EOF = 1
        READ POSITION-LOG-FILE
            AT END
                MOVE 1 TO POSITION-LOG-EOF
            NOT AT END
                IF POSITION-LOG-RECORD(23:7) NOT = "player="
                    EXIT PERFORM CYCLE
                END-IF
                MOVE SPACES TO PLAYER-FIELD DIMENSION-FIELD POSITION-FIELD
                UNSTRING POSITION-LOG-RECORD(23:) DELIMITED BY ALL SPACE
                    INTO PLAYER-FIELD DIMENSION-FIELD POSITION-FIELD
                END-UNSTRING
                MOVE FUNCTION NUMVAL(PLAYER-FIELD(8:)) TO ENTRY-PLAYER-ID
                IF ENTRY-PLAYER-ID NOT = LK-PLAYER-ID
                    EXIT PERFORM CYCLE
                END-IF
                MOVE POSITION-LOG-RECORD(1:14) TO ENTRY-TIMESTAMP
                CALL "Rollback-TimestampToSeconds" USING ENTRY-TIMESTAMP ENTRY-SECONDS
                IF ENTRY-SECONDS < FROM-SECONDS OR ENTRY-SECONDS > TO-SECONDS
                    EXIT PERFORM CYCLE
                END-IF
                ADD 1 TO SAMPLE-COUNT
                MOVE SPACES TO ENTRY-SPOT
                STRING
                    FUNCTION TRIM(DIMENSION-FIELD(5:)) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM(POSITION-FIELD(5:)) DELIMITED BY SIZE
                    INTO ENTRY-SPOT
                END-STRING
                IF ENTRY-SPOT = LAST-SPOT
                    EXIT PERFORM CYCLE
                END-IF
                MOVE ENTRY-SPOT TO LAST-SPOT
                ADD 1 TO POINT-COUNT
                MOVE SPACES TO CHAT-LINE
                STRING
                    ENTRY-TIMESTAMP(1:4) DELIMITED BY SIZE
                    "-" DELIMITED BY SIZE
                    ENTRY-TIMESTAMP(5:2) DELIMITED BY SIZE
                    "-" DELIMITED BY SIZE
                    ENTRY-TIMESTAMP(7:2) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    ENTRY-TIMESTAMP(9:2) DELIMITED BY SIZE
                    ":" DELIMITED BY SIZE
                    ENTRY-TIMESTAMP(11:2) DELIMITED BY SIZE
                    ":" DELIMITED BY SIZE
                    ENTRY-TIMESTAMP(13:2) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM(ENTRY-SPOT) DELIMITED BY SIZE
                    INTO CHAT-LINE
                END-STRING
                MOVE CHAT-LINE TO QUERY-RECORD
                WRITE QUERY-RECORD
                IF LK-ORIGIN-PLAYER > 0
                        AND POINT-COUNT <= SERVER-PROP-POSITION-CHAT-LINES
                    CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-ORIGIN-PLAYER)
                        CHAT-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE POSITION-LOG-FILE
    END-PERFORM

    CLOSE QUERY-FILE

    IF SAMPLE-COUNT = 0
        STRING
            "No position samples for player " DELIMITED BY SIZE
            FUNCTION TRIM(PLAYER-TEXT) DELIMITED BY SIZE
            " in that window" DELIMITED BY SIZE
            INTO LK-RESPONSE
        END-STRING
        GOBACK
    END-IF

    MOVE POINT-COUNT TO COUNT-TEXT
    MOVE SAMPLE-COUNT TO SAMPLES-TEXT
    STRING
        "Trace of player " DELIMITED BY SIZE
        FUNCTION TRIM(PLAYER-TEXT) DELIMITED BY SIZE
        ": " DELIMITED BY SIZE
        FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
        " points from " DELIMITED BY SIZE
        FUNCTION TRIM(SAMPLES-TEXT) DELIMITED BY SIZE
        " samples, written to " DELIMITED BY SIZE
        FUNCTION TRIM(SERVER-PROP-POSITION-QUERY-PATH) DELIMITED BY SIZE
        INTO LK-RESPONSE
    END-STRING

    GOBACK.

END PROGRAM Positions-Trace.

*> --- Positions-Near ---
*> The "near" verb: every player whose sampled position came within
*> LK-RADIUS blocks (straight-line distance) of a point during the
*> window, in the given dimension. One row per player - samples in
*> range, first and last time seen there, and the closest approach -
*> written to SERVER-PROP-POSITION-QUERY-PATH and, for a player who
*> asked in game, echoed to chat; the response names the players.
IDENTIFICATION DIVISION.
PROGRAM-ID. Positions-Near.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL POSITION-LOG-FILE ASSIGN TO POSITION-LOG-PATH
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT QUERY-FILE ASSIGN TO QUERY-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  POSITION-LOG-FILE.
01  POSITION-LOG-RECORD          PIC X(128).
FD  QUERY-FILE.
01  QUERY-RECORD                 PIC X(256).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-PLAYERS.
    01 POSITION-LOG-PATH         PIC X(300).
    01 POSITION-LOG-EOF          BINARY-CHAR UNSIGNED.
    01 QUERY-FILE-PATH           PIC X(256).
    01 GENERATION-COUNT          BINARY-LONG UNSIGNED.
    01 GENERATION-TABLE.
        02 GENERATION-ENTRY      PIC X(300) OCCURS 65 TIMES.
    01 GENERATION-INDEX          BINARY-LONG UNSIGNED.
    01 FROM-SECONDS              BINARY-DOUBLE.
    01 TO-SECONDS                BINARY-DOUBLE.
    01 FROM-VALID                BINARY-CHAR UNSIGNED.
    01 TO-VALID                  BINARY-CHAR UNSIGNED.
    01 RADIUS-SQUARED            BINARY-DOUBLE.
    *> one parsed sample
    01 ENTRY-TIMESTAMP           PIC X(14).
    01 ENTRY-SECONDS             BINARY-DOUBLE.
    01 PLAYER-FIELD              PIC X(24).
    01 DIMENSION-FIELD           PIC X(40).
    01 POSITION-FIELD            PIC X(40).
    01 X-FIELD                   PIC X(12).
    01 Y-FIELD                   PIC X(12).
    01 Z-FIELD                   PIC X(12).
    01 ENTRY-PLAYER-ID           BINARY-LONG.
    01 ENTRY-X                   BINARY-LONG.
    01 ENTRY-Y                   BINARY-LONG.
    01 ENTRY-Z                   BINARY-LONG.
    01 DISTANCE-SQUARED          BINARY-DOUBLE.
    *> players seen in range
    01 MAX-NEAR-PLAYERS          BINARY-LONG UNSIGNED VALUE 256.
    01 NEAR-COUNT                BINARY-LONG UNSIGNED.
    01 NEAR-ENTRY                OCCURS 256 TIMES.
        02 NEAR-PLAYER-ID        BINARY-LONG.
        02 NEAR-SAMPLES          BINARY-LONG UNSIGNED.
        02 NEAR-FIRST            PIC X(14).
        02 NEAR-LAST             PIC X(14).
        02 NEAR-CLOSEST-SQUARED  BINARY-DOUBLE.
    01 NEAR-INDEX                BINARY-LONG UNSIGNED.
    *> report text
    01 PLAYER-TEXT               PIC -(9)9.
    01 SAMPLES-TEXT              PIC Z(8)9.
    01 CLOSEST-TEXT              PIC Z(8)9.
    01 COUNT-TEXT                PIC Z(8)9.
    01 X-TEXT                    PIC -(9)9.
    01 Y-TEXT                    PIC -(9)9.
    01 Z-TEXT                    PIC -(9)9.
    01 RADIUS-TEXT               PIC Z(8)9.
    01 CHAT-LINE                 PIC X(256).
    01 ID-LIST                   PIC X(128).
    01 ID-POINTER                BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-ORIGIN-PLAYER          BINARY-LONG.
    01 LK-POSITION.
        02 LK-X                  BINARY-LONG.
        02 LK-Y                  BINARY-LONG.
        02 LK-Z                  BINARY-LONG.
    01 LK-RADIUS                 BINARY-LONG UNSIGNED.
    01 LK-DIMENSION              PIC X(32).
    01 LK-FROM                   PIC X ANY LENGTH.
    01 LK-TO                     PIC X ANY LENGTH.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-ORIGIN-PLAYER LK-POSITION LK-RADIUS LK-DIMENSION
        LK-FROM LK-TO LK-RESPONSE.
    MOVE SPACES TO LK-RESPONSE
    CALL "Positions-ParseTime" USING LK-FROM FROM-SECONDS FROM-VALID
    CALL "Positions-ParseTime" USING LK-TO TO-SECONDS TO-VALID
    IF FROM-VALID = 0 OR TO-VALID = 0 OR FROM-SECONDS > TO-SECONDS
        MOVE "Times: now, 30m/2h/1d ago, or yyyymmdd[hhmm[ss]] - from before to" TO LK-RESPONSE
        GOBACK
    END-IF
    COMPUTE RADIUS-SQUARED = LK-RADIUS * LK-RADIUS

    MOVE 0 TO NEAR-COUNT
    CALL "Log-ListGenerations" USING SERVER-PROP-POSITION-LOG-PATH
        GENERATION-COUNT GENERATION-TABLE
    PERFORM VARYING GENERATION-INDEX FROM 1 BY 1
            UNTIL GENERATION-INDEX > GENERATION-COUNT
    MOVE GENERATION-ENTRY(GENERATION-INDEX) TO POSITION-LOG-PATH
    MOVE 0 TO POSITION-LOG-EOF
    OPEN INPUT POSITION-LOG-FILE
    PERFORM UNTIL POSITION-LOG-EOF = 1
        READ POSITION-LOG-FILE
            AT END
                MOVE 1 TO POSITION-LOG-EOF
            NOT AT END
                IF POSITION-LOG-RECORD(23:7) NOT = "player="
                    EXIT PERFORM CYCLE
                END-IF
                MOVE SPACES TO PLAYER-FIELD DIMENSION-FIELD POSITION-FIELD
                UNSTRING POSITION-LOG-RECORD(23:) DELIMITED BY ALL SPACE
                    INTO PLAYER-FIELD DIMENSION-FIELD POSITION-FIELD
                END-UNSTRING
                IF DIMENSION-FIELD(5:) NOT = LK-DIMENSION
                    EXIT PERFORM CYCLE
                END-IF
                MOVE POSITION-LOG-RECORD(1:14) TO ENTRY-TIMESTAMP
                CALL "Rollback-TimestampToSeconds" USING ENTRY-TIMESTAMP ENTRY-SECONDS
                IF ENTRY-SECONDS < FROM-SECONDS OR ENTRY-SECONDS > TO-SECONDS
                    EXIT PERFORM CYCLE
                END-IF
                MOVE SPACES TO X-FIELD Y-FIELD Z-FIELD
                UNSTRING POSITION-FIELD(5:) DELIMITED BY ","
                    INTO X-FIELD Y-FIELD Z-FIELD
                END-UNSTRING
                MOVE FUNCTION NUMVAL(X-FIELD) TO ENTRY-X
                MOVE FUNCTION NUMVAL(Y-FIELD) TO ENTRY-Y
                MOVE FUNCTION NUMVAL(Z-FIELD) TO ENTRY-Z
                COMPUTE DISTANCE-SQUARED =
                    (ENTRY-X - LK-X) * (ENTRY-X - LK-X)
                    + (ENTRY-Y - LK-Y) * (ENTRY-Y - LK-Y)
                    + (ENTRY-Z - LK-Z) * (ENTRY-Z - LK-Z)
                IF DISTANCE-SQUARED > RADIUS-SQUARED
                    EXIT PERFORM CYCLE
                END-IF
                MOVE FUNCTION NUMVAL(PLAYER-FIELD(8:)) TO ENTRY-PLAYER-ID
                PERFORM VARYING NEAR-INDEX FROM 1 BY 1 UNTIL NEAR-INDEX > NEAR-COUNT
                    IF NEAR-PLAYER-ID(NEAR-INDEX) = ENTRY-PLAYER-ID
                        EXIT PERFORM
                    END-IF
                END-PERFORM
                IF NEAR-INDEX > NEAR-COUNT
                    IF NEAR-COUNT >= MAX-NEAR-PLAYERS
                        EXIT PERFORM CYCLE
                    END-IF
                    ADD 1 TO NEAR-COUNT
                    MOVE NEAR-COUNT TO NEAR-INDEX
                    MOVE ENTRY-PLAYER-ID TO NEAR-PLAYER-ID(NEAR-INDEX)
                    MOVE 0 TO NEAR-SAMPLES(NEAR-INDEX)
                    MOVE ENTRY-TIMESTAMP TO NEAR-FIRST(NEAR-INDEX)
                    MOVE DISTANCE-SQUARED TO NEAR-CLOSEST-SQUARED(NEAR-INDEX)
                END-IF
                ADD 1 TO NEAR-SAMPLES(NEAR-INDEX)
                MOVE ENTRY-TIMESTAMP TO NEAR-LAST(NEAR-INDEX)
                IF DISTANCE-SQUARED < NEAR-CLOSEST-SQUARED(NEAR-INDEX)
                    MOVE DISTANCE-SQUARED TO NEAR-CLOSEST-SQUARED(NEAR-INDEX)
                END-IF
        END-READ
    END-PERFORM
    CLOSE POSITION-LOG-FILE
    END-PERFORM

    MOVE LK-X TO X-TEXT
    MOVE LK-Y TO Y-TEXT
    MOVE LK-Z TO Z-TEXT
    MOVE LK-RADIUS TO RADIUS-TEXT

    MOVE SERVER-PROP-POSITION-QUERY-PATH TO QUERY-FILE-PATH
    OPEN OUTPUT QUERY-FILE
    MOVE SPACES TO QUERY-RECORD
    STRING
        "Players within " DELIMITED BY SIZE
        FUNCTION TRIM(RADIUS-TEXT) DELIMITED BY SIZE
        " of " DELIMITED BY SIZE
        FUNCTION TRIM(X-TEXT) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(Y-TEXT) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(Z-TEXT) DELIMITED BY SIZE
        " in " DELIMITED BY SIZE
        FUNCTION TRIM(LK-DIMENSION) DELIMITED BY SIZE
        INTO QUERY-RECORD
    END-STRING
    WRITE QUERY-RECORD

    MOVE SPACES TO ID-LIST
    MOVE 1 TO ID-POINTER
    PERFORM VARYING NEAR-INDEX FROM 1 BY 1 UNTIL NEAR-INDEX > NEAR-COUNT
        MOVE NEAR-PLAYER-ID(NEAR-INDEX) TO PLAYER-TEXT
        MOVE NEAR-SAMPLES(NEAR-INDEX) TO SAMPLES-TEXT
        COMPUTE CLOSEST-TEXT = FUNCTION SQRT(NEAR-CLOSEST-SQUARED(NEAR-INDEX))
        MOVE SPACES TO CHAT-LINE
        STRING
            "player " DELIMITED BY SIZE
            FUNCTION TRIM(PLAYER-TEXT) DELIMITED BY SIZE
            ": " DELIMITED BY SIZE
            FUNCTION TRIM(SAMPLES-TEXT) DELIMITED BY SIZE
            " samples, first " DELIMITED BY SIZE
            NEAR-FIRST(NEAR-INDEX) DELIMITED BY SIZE
            ", last " DELIMITED BY SIZE
            NEAR-LAST(NEAR-INDEX) DELIMITED BY SIZE
            ", closest " DELIMITED BY SIZE
            FUNCTION TRIM(CLOSEST-TEXT) DELIMITED BY SIZE
            " blocks" DELIMITED BY SIZE
            INTO CHAT-LINE
        END-STRING
        MOVE CHAT-LINE TO QUERY-RECORD
        WRITE QUERY-RECORD
        IF LK-ORIGIN-PLAYER > 0
                AND NEAR-INDEX <= SERVER-PROP-POSITION-CHAT-LINES
            CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-ORIGIN-PLAYER)
                CHAT-LINE
        END-IF
        STRING
            " " DELIMITED BY SIZE
            FUNCTION TRIM(PLAYER-TEXT) DELIMITED BY SIZE
            INTO ID-LIST
            WITH POINTER ID-POINTER
        END-STRING
    END-PERFORM
    CLOSE QUERY-FILE

    IF NEAR-COUNT = 0
        STRING
            "Nobody came within " DELIMITED BY SIZE
            FUNCTION TRIM(RADIUS-TEXT) DELIMITED BY SIZE
            " blocks of " DELIMITED BY SIZE
            FUNCTION TRIM(X-TEXT) DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            FUNCTION TRIM(Y-TEXT) DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            FUNCTION TRIM(Z-TEXT) DELIMITED BY SIZE
            " in that window" DELIMITED BY SIZE
            INTO LK-RESPONSE
        END-STRING
        GOBACK
    END-IF

    MOVE NEAR-COUNT TO COUNT-TEXT
    STRING
        FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
        " player(s) nearby:" DELIMITED BY SIZE
        ID-LIST(1:ID-POINTER - 1) DELIMITED BY SIZE
        " - written to " DELIMITED BY SIZE
        FUNCTION TRIM(SERVER-PROP-POSITION-QUERY-PATH) DELIMITED BY SIZE
        INTO LK-RESPONSE
    END-STRING

    GOBACK.

END PROGRAM Positions-Near.
