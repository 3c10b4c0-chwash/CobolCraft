    GOBACK.

END PROGRAM AntiXray-RevealAround.

*> --- AntiXray-WriteReport ---
*> The "xray-report [days]" verb. Anti-xray hides the ores; this finds
*> who digs straight to them anyway. One pass over the block-change
*> log and its rotated generations folds every player's breaks below
*> the ore band into player-days - ores broken (the AntiXray-IsOre
*> set), how many of those World-LogBlockChange marked hidden, and
*> ordinary stone broken. Player-days with enough digging to judge
*> are set against the median ore-to-stone ratio; a second pass lists
*> the ore coordinates behind every flagged one, so a moderator can
*> go and look at the tunnels.
IDENTIFICATION DIVISION.
PROGRAM-ID. AntiXray-WriteReport.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN TO AUDIT-LOG-PATH
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REPORT-FILE ASSIGN TO REPORT-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  AUDIT-LOG-FILE.
01  AUDIT-LOG-RECORD             PIC X(128).
FD  REPORT-FILE.
01  REPORT-RECORD                PIC X(256).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    01 AUDIT-LOG-PATH            PIC X(300).
    01 AUDIT-EOF                 BINARY-CHAR UNSIGNED.
    01 REPORT-FILE-PATH          PIC X(256).
    01 GENERATION-COUNT          BINARY-LONG UNSIGNED.
    01 GENERATION-TABLE.
        02 GENERATION-ENTRY      PIC X(300) OCCURS 65 TIMES.
    01 GENERATION-INDEX          BINARY-LONG UNSIGNED.
    01 RUN-TIMESTAMP             PIC X(21).
    01 TODAY-DATE                PIC 9(8).
    01 FIRST-DATE                PIC 9(8).
    01 FIRST-DAY                 PIC X(8).
    01 DAY-NUMBER                BINARY-LONG.
    01 REPORT-DAYS               BINARY-LONG UNSIGNED.
    *> one parsed log entry
    01 ENTRY-DAY                 PIC X(8).
    01 ENTRY-PLAYER-ID           BINARY-LONG.
    01 ENTRY-X                   BINARY-LONG.
    01 ENTRY-Y                   BINARY-LONG.
    01 ENTRY-Z                   BINARY-LONG.
    01 ENTRY-OLD-BLOCK-ID        BINARY-LONG UNSIGNED.
    01 ENTRY-NEW-BLOCK-ID        BINARY-LONG UNSIGNED.
    01 ENTRY-HIDDEN              BINARY-CHAR UNSIGNED.
    01 ENTRY-IS-ORE              BINARY-CHAR UNSIGNED.
    01 ENTRY-IS-STONE            BINARY-CHAR UNSIGNED.
    01 ENTRY-BLOCK-TYPE          PIC X(64).
    *> player-days
    01 MAX-PLAYER-DAYS           BINARY-LONG UNSIGNED VALUE 1024.
    01 PLAYER-DAY-COUNT          BINARY-LONG UNSIGNED.
    01 PLAYER-DAY                OCCURS 1024 TIMES.
        02 PD-DAY                PIC X(8).
        02 PD-PLAYER-ID          BINARY-LONG.
        02 PD-ORES               BINARY-LONG UNSIGNED.
        02 PD-HIDDEN             BINARY-LONG UNSIGNED.
        02 PD-STONE              BINARY-LONG UNSIGNED.
        *> ores per thousand stone
        02 PD-RATIO              BINARY-LONG UNSIGNED.
        02 PD-ELIGIBLE           BINARY-CHAR UNSIGNED.
        02 PD-FLAGGED            BINARY-CHAR UNSIGNED.
        02 PD-LISTED             BINARY-LONG UNSIGNED.
    01 PD-INDEX                  BINARY-LONG UNSIGNED.
    01 FOUND-INDEX               BINARY-LONG UNSIGNED.
    *> the eligible ratios, sorted for the median
    01 SORTED-COUNT              BINARY-LONG UNSIGNED.
    01 SORTED-RATIO              BINARY-LONG UNSIGNED OCCURS 1024 TIMES.
    01 SORT-INDEX                BINARY-LONG UNSIGNED.
    01 SORT-SCAN                 BINARY-LONG UNSIGNED.
    01 SORT-HOLD                 BINARY-LONG UNSIGNED.
    01 MEDIAN-RATIO              BINARY-LONG UNSIGNED.
    01 FLAG-RATIO                BINARY-LONG UNSIGNED.
    01 FLAGGED-COUNT             BINARY-LONG UNSIGNED.
    01 DROPPED-COUNT             BINARY-LONG UNSIGNED.
    *> report text
    01 RATIO-VALUE               PIC 9(6)V999.
    01 RATIO-TEXT                PIC Z(5)9.999.
    01 MEDIAN-TEXT               PIC Z(5)9.999.
    01 PLAYER-TEXT               PIC -(9)9.
    01 ORES-TEXT                 PIC Z(8)9.
    01 HIDDEN-TEXT               PIC Z(8)9.
    01 STONE-TEXT                PIC Z(8)9.
    01 COUNT-TEXT                PIC Z(8)9.
    01 DAYS-TEXT                 PIC Z(8)9.
    01 X-TEXT                    PIC -(9)9.
    01 Y-TEXT                    PIC -(9)9.
    01 Z-TEXT                    PIC -(9)9.
    01 BAND-TEXT                 PIC -(9)9.
    01 FLAG-TEXT                 PIC X(8).
LINKAGE SECTION.
    01 LK-DAYS                   BINARY-LONG UNSIGNED.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-DAYS LK-RESPONSE.
    MOVE SPACES TO LK-RESPONSE
    MOVE LK-DAYS TO REPORT-DAYS
    IF REPORT-DAYS = 0
        MOVE SERVER-PROP-XRAY-REPORT-DAYS TO REPORT-DAYS
    END-IF
    MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
    MOVE RUN-TIMESTAMP(1:8) TO TODAY-DATE
    COMPUTE DAY-NUMBER = FUNCTION INTEGER-OF-DATE(TODAY-DATE) - REPORT-DAYS + 1
    MOVE FUNCTION DATE-OF-INTEGER(DAY-NUMBER) TO FIRST-DATE
    MOVE FIRST-DATE TO FIRST-DAY

    MOVE 0 TO PLAYER-DAY-COUNT
    MOVE 0 TO DROPPED-COUNT
    CALL "Log-ListGenerations" USING SERVER-PROP-AUDIT-LOG-PATH
        GENERATION-COUNT GENERATION-TABLE

    *> the first pass folds the breaks into player-days; a second,
    *> once the flags are known, lists the flagged player-days' ores
    PERFORM VARYING GENERATION-INDEX FROM 1 BY 1
            UNTIL GENERATION-INDEX > GENERATION-COUNT
    MOVE GENERATION-ENTRY(GENERATION-INDEX) TO AUDIT-LOG-PATH
    MOVE 0 TO AUDIT-EOF
    OPEN INPUT AUDIT-LOG-FILE
    PERFORM UNTIL AUDIT-EOF = 1
        READ AUDIT-LOG-FILE
            AT END
                MOVE 1 TO AUDIT-EOF
            NOT AT END
                MOVE AUDIT-LOG-RECORD(1:8) TO ENTRY-DAY
                IF ENTRY-DAY < FIRST-DAY
                    EXIT PERFORM CYCLE
                END-IF
                MOVE FUNCTION NUMVAL(AUDIT-LOG-RECORD(30:4)) TO ENTRY-PLAYER-ID
                MOVE FUNCTION NUMVAL(AUDIT-LOG-RECORD(94:10)) TO ENTRY-NEW-BLOCK-ID
                IF ENTRY-PLAYER-ID < 1 OR ENTRY-NEW-BLOCK-ID NOT = 0
                    EXIT PERFORM CYCLE
                END-IF
                MOVE FUNCTION NUMVAL(AUDIT-LOG-RECORD(51:11)) TO ENTRY-Y
                IF ENTRY-Y >= SERVER-PROP-XRAY-BAND-TOP-Y
                    EXIT PERFORM CYCLE
                END-IF
                MOVE FUNCTION NUMVAL(AUDIT-LOG-RECORD(79:10)) TO ENTRY-OLD-BLOCK-ID
                CALL "AntiXray-IsOre" USING ENTRY-OLD-BLOCK-ID ENTRY-IS-ORE
                MOVE 0 TO ENTRY-IS-STONE
                IF ENTRY-IS-ORE = 0
                    MOVE SPACES TO ENTRY-BLOCK-TYPE
                    CALL "Blocks-GetType" USING ENTRY-OLD-BLOCK-ID ENTRY-BLOCK-TYPE
                    EVALUATE ENTRY-BLOCK-TYPE
                        WHEN "minecraft:stone"
                        WHEN "minecraft:deepslate"
                        WHEN "minecraft:tuff"
                        WHEN "minecraft:granite"
                        WHEN "minecraft:diorite"
                        WHEN "minecraft:andesite"
                            MOVE 1 TO ENTRY-IS-STONE
                    END-EVALUATE
                    IF ENTRY-IS-STONE = 0
                        EXIT PERFORM CYCLE
                    END-IF
                END-IF
                MOVE 0 TO ENTRY-HIDDEN
                IF AUDIT-LOG-RECORD(105:6) = "hidden"
                    MOVE 1 TO ENTRY-HIDDEN
                END-IF

                MOVE 0 TO FOUND-INDEX
                PERFORM VARYING PD-INDEX FROM 1 BY 1 UNTIL PD-INDEX > PLAYER-DAY-COUNT
                    IF PD-DAY(PD-INDEX) = ENTRY-DAY
                            AND PD-PLAYER-ID(PD-INDEX) = ENTRY-PLAYER-ID
                        MOVE PD-INDEX TO FOUND-INDEX
                        EXIT PERFORM
                    END-IF
                END-PERFORM
                IF FOUND-INDEX = 0
                    IF PLAYER-DAY-COUNT >= MAX-PLAYER-DAYS
                        ADD 1 TO DROPPED-COUNT
                        EXIT PERFORM CYCLE
                    END-IF
                    ADD 1 TO PLAYER-DAY-COUNT
                    MOVE PLAYER-DAY-COUNT TO FOUND-INDEX
                    INITIALIZE PLAYER-DAY(FOUND-INDEX)
                    MOVE ENTRY-DAY TO PD-DAY(FOUND-INDEX)
                    MOVE ENTRY-PLAYER-ID TO PD-PLAYER-ID(FOUND-INDEX)
                END-IF
                IF ENTRY-IS-ORE = 1
                    ADD 1 TO PD-ORES(FOUND-INDEX)
                    ADD ENTRY-HIDDEN TO PD-HIDDEN(FOUND-INDEX)
                ELSE
                    ADD 1 TO PD-STONE(FOUND-INDEX)
                END-IF
        END-READ
    END-PERFORM
    CLOSE AUDIT-LOG-FILE
    END-PERFORM

    *> ratios, and the median over the player-days with enough digging
    *> to mean anything
    MOVE 0 TO SORTED-COUNT
    PERFORM VARYING PD-INDEX FROM 1 BY 1 UNTIL PD-INDEX > PLAYER-DAY-COUNT
        IF PD-STONE(PD-INDEX) = 0
            COMPUTE PD-RATIO(PD-INDEX) = PD-ORES(PD-INDEX) * 1000
        ELSE
            COMPUTE PD-RATIO(PD-INDEX) =
                PD-ORES(PD-INDEX) * 1000 / PD-STONE(PD-INDEX)
        END-IF
        IF PD-ORES(PD-INDEX) + PD-STONE(PD-INDEX) >= SERVER-PROP-XRAY-MIN-BLOCKS
            MOVE 1 TO PD-ELIGIBLE(PD-INDEX)
            ADD 1 TO SORTED-COUNT
            MOVE PD-RATIO(PD-INDEX) TO SORTED-RATIO(SORTED-COUNT)
        END-IF
    END-PERFORM
    PERFORM VARYING SORT-INDEX FROM 2 BY 1 UNTIL SORT-INDEX > SORTED-COUNT
        MOVE SORTED-RATIO(SORT-INDEX) TO SORT-HOLD
        MOVE SORT-INDEX TO SORT-SCAN
        PERFORM UNTIL SORT-SCAN < 2
                OR SORTED-RATIO(SORT-SCAN - 1) <= SORT-HOLD
            MOVE SORTED-RATIO(SORT-SCAN - 1) TO SORTED-RATIO(SORT-SCAN)
            SUBTRACT 1 FROM SORT-SCAN
        END-PERFORM
        MOVE SORT-HOLD TO SORTED-RATIO(SORT-SCAN)
    END-PERFORM
    MOVE 0 TO MEDIAN-RATIO
    IF SORTED-COUNT > 0
        COMPUTE SORT-INDEX = (SORTED-COUNT + 1) / 2
        MOVE SORTED-RATIO(SORT-INDEX) TO MEDIAN-RATIO
    END-IF
    COMPUTE FLAG-RATIO = MEDIAN-RATIO * SERVER-PROP-XRAY-FLAG-FACTOR

    MOVE 0 TO FLAGGED-COUNT
    PERFORM VARYING PD-INDEX FROM 1 BY 1 UNTIL PD-INDEX > PLAYER-DAY-COUNT
        IF PD-ELIGIBLE(PD-INDEX) = 1
                AND PD-ORES(PD-INDEX) >= SERVER-PROP-XRAY-MIN-ORES
                AND PD-RATIO(PD-INDEX) >= FLAG-RATIO
                AND PD-RATIO(PD-INDEX) > MEDIAN-RATIO
            MOVE 1 TO PD-FLAGGED(PD-INDEX)
            ADD 1 TO FLAGGED-COUNT
        END-IF
    END-PERFORM

    COMPUTE RATIO-VALUE = MEDIAN-RATIO / 1000
    MOVE RATIO-VALUE TO MEDIAN-TEXT
    MOVE REPORT-DAYS TO DAYS-TEXT
    MOVE SORTED-COUNT TO COUNT-TEXT
    MOVE SERVER-PROP-XRAY-BAND-TOP-Y TO BAND-TEXT

    MOVE SERVER-PROP-XRAY-REPORT-PATH TO REPORT-FILE-PATH
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-RECORD
    STRING
        "X-ray suspicion report " DELIMITED BY SIZE
        RUN-TIMESTAMP(1:14) DELIMITED BY SIZE
        " - last " DELIMITED BY SIZE
        FUNCTION TRIM(DAYS-TEXT) DELIMITED BY SIZE
        " days, breaks below y=" DELIMITED BY SIZE
        FUNCTION TRIM(BAND-TEXT) DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    STRING
        "median ores per stone " DELIMITED BY SIZE
        FUNCTION TRIM(MEDIAN-TEXT) DELIMITED BY SIZE
        " over " DELIMITED BY SIZE
        FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
        " player-days" DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    IF DROPPED-COUNT > 0
        MOVE DROPPED-COUNT TO COUNT-TEXT
        MOVE SPACES TO REPORT-RECORD
        STRING
            "(" DELIMITED BY SIZE
            FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
            " breaks beyond the player-day table were not counted)"
                DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
    END-IF
    MOVE "day          player      ores    hidden     stone      ratio"
        TO REPORT-RECORD
    WRITE REPORT-RECORD

    PERFORM VARYING PD-INDEX FROM 1 BY 1 UNTIL PD-INDEX > PLAYER-DAY-COUNT
        MOVE PD-PLAYER-ID(PD-INDEX) TO PLAYER-TEXT
        MOVE PD-ORES(PD-INDEX) TO ORES-TEXT
        MOVE PD-HIDDEN(PD-INDEX) TO HIDDEN-TEXT
        MOVE PD-STONE(PD-INDEX) TO STONE-TEXT
        COMPUTE RATIO-VALUE = PD-RATIO(PD-INDEX) / 1000
        MOVE RATIO-VALUE TO RATIO-TEXT
        EVALUATE TRUE
            WHEN PD-FLAGGED(PD-INDEX) = 1
                MOVE "FLAGGED" TO FLAG-TEXT
            WHEN PD-ELIGIBLE(PD-INDEX) = 0
                MOVE "too few" TO FLAG-TEXT
            WHEN OTHER
                MOVE SPACES TO FLAG-TEXT
        END-EVALUATE
        MOVE SPACES TO REPORT-RECORD
        STRING
            PD-DAY(PD-INDEX) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            PLAYER-TEXT DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            ORES-TEXT DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            HIDDEN-TEXT DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            STONE-TEXT DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            RATIO-TEXT DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FLAG-TEXT DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
    END-PERFORM

    IF FLAGGED-COUNT > 0
        MOVE SPACES TO REPORT-RECORD
        WRITE REPORT-RECORD
        MOVE "ore breaks of flagged player-days:" TO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM VARYING GENERATION-INDEX FROM 1 BY 1
                UNTIL GENERATION-INDEX > GENERATION-COUNT
        MOVE GENERATION-ENTRY(GENERATION-INDEX) TO AUDIT-LOG-PATH
        MOVE 0 TO AUDIT-EOF
        OPEN INPUT AUDIT-LOG-FILE
        PERFORM UNTIL AUDIT-EOF = 1
            READ AUDIT-LOG-FILE
                AT END
                    MOVE 1 TO AUDIT-EOF
                NOT AT END
                    MOVE AUDIT-LOG-RECORD(1:8) TO ENTRY-DAY
                    IF ENTRY-DAY < FIRST-DAY
                        EXIT PERFORM CYCLE
                    END-IF
                    MOVE FUNCTION NUMVAL(AUDIT-LOG-RECORD(30:4)) TO ENTRY-PLAYER-ID
                    MOVE FUNCTION NUMVAL(AUDIT-LOG-RECORD(94:10)) TO ENTRY-NEW-BLOCK-ID
                    MOVE FUNCTION NUMVAL(AUDIT-LOG-RECORD(51:11)) TO ENTRY-Y
                    IF ENTRY-PLAYER-ID < 1 OR ENTRY-NEW-BLOCK-ID NOT = 0
                            OR ENTRY-Y >= SERVER-PROP-XRAY-BAND-TOP-Y
                        EXIT PERFORM CYCLE
                    END-IF
                    MOVE 0 TO FOUND-INDEX
                    PERFORM VARYING PD-INDEX FROM 1 BY 1 UNTIL PD-INDEX > PLAYER-DAY-COUNT
                        IF PD-DAY(PD-INDEX) = ENTRY-DAY
                                AND PD-PLAYER-ID(PD-INDEX) = ENTRY-PLAYER-ID
                            MOVE PD-INDEX TO FOUND-INDEX
                            EXIT PERFORM
                        END-IF
                    END-PERFORM
                    IF FOUND-INDEX = 0
                        EXIT PERFORM CYCLE
                    END-IF
                    IF PD-FLAGGED(FOUND-INDEX) = 0
                            OR PD-LISTED(FOUND-INDEX) >= SERVER-PROP-XRAY-MAX-COORDS
                        EXIT PERFORM CYCLE
                    END-IF
                    MOVE FUNCTION NUMVAL(AUDIT-LOG-RECORD(79:10)) TO ENTRY-OLD-BLOCK-ID
                    CALL "AntiXray-IsOre" USING ENTRY-OLD-BLOCK-ID ENTRY-IS-ORE
                    IF ENTRY-IS-ORE = 0
                        EXIT PERFORM CYCLE
                    END-IF
                    ADD 1 TO PD-LISTED(FOUND-INDEX)
                    MOVE FUNCTION NUMVAL(AUDIT-LOG-RECORD(39:11)) TO ENTRY-X
                    MOVE FUNCTION NUMVAL(AUDIT-LOG-RECORD(63:11)) TO ENTRY-Z
                    MOVE ENTRY-PLAYER-ID TO PLAYER-TEXT
                    MOVE ENTRY-X TO X-TEXT
                    MOVE ENTRY-Y TO Y-TEXT
                    MOVE ENTRY-Z TO Z-TEXT
                    MOVE SPACES TO ENTRY-BLOCK-TYPE
                    CALL "Blocks-GetType" USING ENTRY-OLD-BLOCK-ID ENTRY-BLOCK-TYPE
                    MOVE SPACES TO REPORT-RECORD
                    STRING
                        AUDIT-LOG-RECORD(1:14) DELIMITED BY SIZE
                        " player=" DELIMITED BY SIZE
                        FUNCTION TRIM(PLAYER-TEXT) DELIMITED BY SIZE
                        " pos=" DELIMITED BY SIZE
                        FUNCTION TRIM(X-TEXT) DELIMITED BY SIZE
                        "," DELIMITED BY SIZE
                        FUNCTION TRIM(Y-TEXT) DELIMITED BY SIZE
                        "," DELIMITED BY SIZE
                        FUNCTION TRIM(Z-TEXT) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        FUNCTION TRIM(ENTRY-BLOCK-TYPE) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        AUDIT-LOG-RECORD(105:6) DELIMITED BY SIZE
                        INTO REPORT-RECORD
                    END-STRING
                    WRITE REPORT-RECORD
            END-READ
        END-PERFORM
        CLOSE AUDIT-LOG-FILE
        END-PERFORM
    END-IF
    CLOSE REPORT-FILE

    MOVE FLAGGED-COUNT TO COUNT-TEXT
    MOVE PLAYER-DAY-COUNT TO ORES-TEXT
    STRING
        "X-ray report: " DELIMITED BY SIZE
        FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
        " of " DELIMITED BY SIZE
        FUNCTION TRIM(ORES-TEXT) DELIMITED BY SIZE
        " player-days flagged, written to " DELIMITED BY SIZE
        FUNCTION TRIM(SERVER-PROP-XRAY-REPORT-PATH) DELIMITED BY SIZE
        INTO LK-RESPONSE
    END-STRING

    GOBACK.

END PROGRAM AntiXray-WriteReport.
