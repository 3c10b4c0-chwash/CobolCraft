*> --- Container-LogMove ---
*> One timestamped line into the container transaction log for every
*> stack a player moves into ("put") or out of ("took") a chest,
*> furnace, hopper or trade window:
*>   <timestamp> player=<id> pos=<x>,<y>,<z> took|put item=<name>
*>       count=<n> dur=<remaining> kind=<container>
*> The block-change audit log says who broke a chest; this one says
*> who emptied it. Trade windows have no block, so their lines carry
*> the trading player's own position.
IDENTIFICATION DIVISION.
PROGRAM-ID. Container-LogMove.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CONTAINER-LOG-FILE ASSIGN TO CONTAINER-LOG-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  CONTAINER-LOG-FILE.
01  CONTAINER-LOG-RECORD         PIC X(256).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    01 CONTAINER-LOG-PATH        PIC X(256).
    01 LOG-TIMESTAMP             PIC X(21).
    01 PLAYER-TEXT               PIC -(9)9.
    01 X-TEXT                    PIC -(9)9.
    01 Y-TEXT                    PIC -(9)9.
    01 Z-TEXT                    PIC -(9)9.
    01 COUNT-TEXT                PIC -(9)9.
    01 DURABILITY-TEXT           PIC -(9)9.
LINKAGE SECTION.
    01 LK-PLAYER                 BINARY-LONG.
    01 LK-POSITION.
        02 LK-X                  BINARY-LONG.
        02 LK-Y                  BINARY-LONG.
        02 LK-Z                  BINARY-LONG.
    01 LK-KIND                   PIC X ANY LENGTH.
    01 LK-DIRECTION              PIC X ANY LENGTH.
    01 LK-ITEM-NAME              PIC X ANY LENGTH.
    01 LK-COUNT                  BINARY-LONG UNSIGNED.
    01 LK-DURABILITY             BINARY-LONG.

PROCEDURE DIVISION USING LK-PLAYER LK-POSITION LK-KIND LK-DIRECTION
        LK-ITEM-NAME LK-COUNT LK-DURABILITY.
    IF LK-COUNT = 0 OR LK-ITEM-NAME = SPACES
        GOBACK
    END-IF

    MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP
    MOVE LK-PLAYER TO PLAYER-TEXT
    MOVE LK-X TO X-TEXT
    MOVE LK-Y TO Y-TEXT
    MOVE LK-Z TO Z-TEXT
    MOVE LK-COUNT TO COUNT-TEXT
    MOVE LK-DURABILITY TO DURABILITY-TEXT

    MOVE SPACES TO CONTAINER-LOG-RECORD
    STRING
        LOG-TIMESTAMP DELIMITED BY SIZE
        " player=" DELIMITED BY SIZE
        FUNCTION TRIM(PLAYER-TEXT) DELIMITED BY SIZE
        " pos=" DELIMITED BY SIZE
        FUNCTION TRIM(X-TEXT) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(Y-TEXT) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(Z-TEXT) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(LK-DIRECTION) DELIMITED BY SIZE
        " item=" DELIMITED BY SIZE
        FUNCTION TRIM(LK-ITEM-NAME) DELIMITED BY SIZE
        " count=" DELIMITED BY SIZE
        FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
        " dur=" DELIMITED BY SIZE
        FUNCTION TRIM(DURABILITY-TEXT) DELIMITED BY SIZE
        " kind=" DELIMITED BY SIZE
        FUNCTION TRIM(LK-KIND) DELIMITED BY SIZE
        INTO CONTAINER-LOG-RECORD
    END-STRING

    MOVE SERVER-PROP-CONTAINER-LOG-PATH TO CONTAINER-LOG-PATH
    OPEN EXTEND CONTAINER-LOG-FILE
    WRITE CONTAINER-LOG-RECORD
    CLOSE CONTAINER-LOG-FILE

    GOBACK.

END PROGRAM Container-LogMove.

*> --- Container-LogSlotChange ---
*> Turns one slot's before and after into log lines, so the click
*> handlers need not log inside every branch of their click rules: the
*> same item growing is a put of the difference, shrinking a took, and
*> a different item means the old stack was taken and the new one put.
IDENTIFICATION DIVISION.
PROGRAM-ID. Container-LogSlotChange.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 MOVED-COUNT               BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER                 BINARY-LONG.
    01 LK-POSITION.
        02 LK-X                  BINARY-LONG.
        02 LK-Y                  BINARY-LONG.
        02 LK-Z                  BINARY-LONG.
    01 LK-KIND                   PIC X ANY LENGTH.
    01 LK-OLD-NAME               PIC X(64).
    01 LK-OLD-COUNT              BINARY-LONG UNSIGNED.
    01 LK-OLD-DURABILITY         BINARY-LONG.
    01 LK-NEW-NAME               PIC X(64).
    01 LK-NEW-COUNT              BINARY-LONG UNSIGNED.
    01 LK-NEW-DURABILITY         BINARY-LONG.

PROCEDURE DIVISION USING LK-PLAYER LK-POSITION LK-KIND
        LK-OLD-NAME LK-OLD-COUNT LK-OLD-DURABILITY
        LK-NEW-NAME LK-NEW-COUNT LK-NEW-DURABILITY.
    IF LK-OLD-NAME = LK-NEW-NAME OR LK-OLD-COUNT = 0 OR LK-NEW-COUNT = 0
        EVALUATE TRUE
            WHEN LK-OLD-COUNT = 0 AND LK-NEW-COUNT > 0
                CALL "Container-LogMove" USING LK-PLAYER LK-POSITION LK-KIND
                    "put" LK-NEW-NAME LK-NEW-COUNT LK-NEW-DURABILITY
            WHEN LK-NEW-COUNT = 0 AND LK-OLD-COUNT > 0
                CALL "Container-LogMove" USING LK-PLAYER LK-POSITION LK-KIND
                    "took" LK-OLD-NAME LK-OLD-COUNT LK-OLD-DURABILITY
            WHEN LK-NEW-COUNT > LK-OLD-COUNT
                COMPUTE MOVED-COUNT = LK-NEW-COUNT - LK-OLD-COUNT
                CALL "Container-LogMove" USING LK-PLAYER LK-POSITION LK-KIND
                    "put" LK-NEW-NAME MOVED-COUNT LK-NEW-DURABILITY
            WHEN LK-NEW-COUNT < LK-OLD-COUNT
                COMPUTE MOVED-COUNT = LK-OLD-COUNT - LK-NEW-COUNT
                CALL "Container-LogMove" USING LK-PLAYER LK-POSITION LK-KIND
                    "took" LK-OLD-NAME MOVED-COUNT LK-OLD-DURABILITY
        END-EVALUATE
        GOBACK
    END-IF

    CALL "Container-LogMove" USING LK-PLAYER LK-POSITION LK-KIND
        "took" LK-OLD-NAME LK-OLD-COUNT LK-OLD-DURABILITY
    CALL "Container-LogMove" USING LK-PLAYER LK-POSITION LK-KIND
        "put" LK-NEW-NAME LK-NEW-COUNT LK-NEW-DURABILITY

    GOBACK.

END PROGRAM Container-LogSlotChange.

*> --- Container-History ---
*> The "container-history <x> <y> <z> [count]" verb: the last movements
*> logged for one container, across rotated generations oldest-first so
*> the newest lines win. They are written to the history report file
*> and, for a player, also sent to chat one line each; the response
*> says how many were found.
IDENTIFICATION DIVISION.
PROGRAM-ID. Container-History.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CONTAINER-LOG-FILE ASSIGN TO CONTAINER-LOG-PATH
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT HISTORY-FILE ASSIGN TO HISTORY-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  CONTAINER-LOG-FILE.
01  CONTAINER-LOG-RECORD         PIC X(256).
FD  HISTORY-FILE.
01  HISTORY-RECORD               PIC X(256).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-PLAYERS.
    01 CONTAINER-LOG-PATH        PIC X(300).
    01 HISTORY-FILE-PATH         PIC X(256).
    01 CONTAINER-LOG-EOF         BINARY-CHAR UNSIGNED.
    01 GENERATION-COUNT          BINARY-LONG UNSIGNED.
    01 GENERATION-TABLE.
        02 GENERATION-ENTRY      PIC X(300) OCCURS 65 TIMES.
    01 GENERATION-INDEX          BINARY-LONG UNSIGNED.
    01 MAX-HISTORY               BINARY-LONG UNSIGNED VALUE 50.
    01 HISTORY-LIMIT             BINARY-LONG UNSIGNED.
    *> a ring of the newest matches seen so far
    01 HISTORY-RING.
        02 HISTORY-LINE          PIC X(256) OCCURS 50 TIMES.
    01 HISTORY-NEXT              BINARY-LONG UNSIGNED.
    01 HISTORY-TOTAL             BINARY-LONG UNSIGNED.
    01 HISTORY-SHOWN             BINARY-LONG UNSIGNED.
    01 LINE-INDEX                BINARY-LONG UNSIGNED.
    01 SHOWN-INDEX               BINARY-LONG UNSIGNED.
    01 MATCH-KEY                 PIC X(48).
    01 MATCH-LENGTH              BINARY-LONG UNSIGNED.
    01 MATCH-TALLY               BINARY-LONG UNSIGNED.
    01 X-TEXT                    PIC -(9)9.
    01 Y-TEXT                    PIC -(9)9.
    01 Z-TEXT                    PIC -(9)9.
    01 COUNT-TEXT                PIC Z(4)9.
    01 CHAT-LINE                 PIC X(256).
LINKAGE SECTION.
    01 LK-ORIGIN-PLAYER          BINARY-LONG.
    01 LK-POSITION.
        02 LK-X                  BINARY-LONG.
        02 LK-Y                  BINARY-LONG.
        02 LK-Z                  BINARY-LONG.
    01 LK-LIMIT                  BINARY-LONG UNSIGNED.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-ORIGIN-PLAYER LK-POSITION LK-LIMIT LK-RESPONSE.
    MOVE SPACES TO LK-RESPONSE
    MOVE LK-LIMIT TO HISTORY-LIMIT
    IF HISTORY-LIMIT = 0
        MOVE SERVER-PROP-CONTAINER-HISTORY-LINES TO HISTORY-LIMIT
    END-IF
    IF HISTORY-LIMIT > MAX-HISTORY
        MOVE MAX-HISTORY TO HISTORY-LIMIT
    END-IF

    MOVE LK-X TO X-TEXT
    MOVE LK-Y TO Y-TEXT
    MOVE LK-Z TO Z-TEXT
    MOVE SPACES TO MATCH-KEY
    STRING
        " pos=" DELIMITED BY SIZE
        FUNCTION TRIM(X-TEXT) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(Y-TEXT) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(Z-TEXT) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        INTO MATCH-KEY
    END-STRING
    *> the trailing space is part of the key, so 1,2,3 never matches
    *> 1,2,30
    COMPUTE MATCH-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(MATCH-KEY)) + 2

    MOVE 0 TO HISTORY-NEXT
    MOVE 0 TO HISTORY-TOTAL
    CALL "Log-ListGenerations" USING SERVER-PROP-CONTAINER-LOG-PATH
        GENERATION-COUNT GENERATION-TABLE
    PERFORM VARYING GENERATION-INDEX FROM 1 BY 1
            UNTIL GENERATION-INDEX > GENERATION-COUNT
    MOVE GENERATION-ENTRY(GENERATION-INDEX) TO CONTAINER-LOG-PATH
    MOVE 0 TO CONTAINER-LOG-EOF
    OPEN INPUT CONTAINER-LOG-FILE
    PERFORM UNTIL CONTAINER-LOG-EOF = 1
        READ CONTAINER-LOG-FILE
            AT END
                MOVE 1 TO CONTAINER-LOG-EOF
            NOT AT END
                MOVE 0 TO MATCH-TALLY
                INSPECT CONTAINER-LOG-RECORD TALLYING MATCH-TALLY
                    FOR ALL MATCH-KEY(1:MATCH-LENGTH)
                IF MATCH-TALLY > 0
                    ADD 1 TO HISTORY-NEXT
                    IF HISTORY-NEXT > HISTORY-LIMIT
                        MOVE 1 TO HISTORY-NEXT
                    END-IF
                    MOVE CONTAINER-LOG-RECORD TO HISTORY-LINE(HISTORY-NEXT)
                    ADD 1 TO HISTORY-TOTAL
                END-IF
        END-READ
    END-PERFORM
    CLOSE CONTAINER-LOG-FILE
    END-PERFORM

    IF HISTORY-TOTAL = 0
        STRING
            "No item movements logged at " DELIMITED BY SIZE
            MATCH-KEY(6:MATCH-LENGTH - 6) DELIMITED BY SIZE
            INTO LK-RESPONSE
        END-STRING
        GOBACK
    END-IF

    MOVE FUNCTION MIN(HISTORY-TOTAL, HISTORY-LIMIT) TO HISTORY-SHOWN
    *> oldest of the kept lines first: the slot after the newest once
    *> the ring has wrapped, else the first slot
    IF HISTORY-TOTAL > HISTORY-LIMIT
        COMPUTE LINE-INDEX = FUNCTION MOD(HISTORY-NEXT, HISTORY-LIMIT) + 1
    ELSE
        MOVE 1 TO LINE-INDEX
    END-IF

    MOVE SERVER-PROP-CONTAINER-HISTORY-PATH TO HISTORY-FILE-PATH
    OPEN OUTPUT HISTORY-FILE
    PERFORM VARYING SHOWN-INDEX FROM 1 BY 1 UNTIL SHOWN-INDEX > HISTORY-SHOWN
        MOVE HISTORY-LINE(LINE-INDEX) TO HISTORY-RECORD
        WRITE HISTORY-RECORD
        IF LK-ORIGIN-PLAYER > 0
            MOVE SPACES TO CHAT-LINE
            STRING
                HISTORY-LINE(LINE-INDEX)(1:4) DELIMITED BY SIZE
                "-" DELIMITED BY SIZE
                HISTORY-LINE(LINE-INDEX)(5:2) DELIMITED BY SIZE
                "-" DELIMITED BY SIZE
                HISTORY-LINE(LINE-INDEX)(7:2) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                HISTORY-LINE(LINE-INDEX)(9:2) DELIMITED BY SIZE
                ":" DELIMITED BY SIZE
                HISTORY-LINE(LINE-INDEX)(11:2) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(HISTORY-LINE(LINE-INDEX)(23:)) DELIMITED BY SIZE
                INTO CHAT-LINE
            END-STRING
            CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-ORIGIN-PLAYER)
                CHAT-LINE
        END-IF
        ADD 1 TO LINE-INDEX
        IF LINE-INDEX > HISTORY-LIMIT
            MOVE 1 TO LINE-INDEX
        END-IF
    END-PERFORM
    CLOSE HISTORY-FILE

    MOVE HISTORY-SHOWN TO COUNT-TEXT
    STRING
        "Last " DELIMITED BY SIZE
        FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
        " item movements at " DELIMITED BY SIZE
        MATCH-KEY(6:MATCH-LENGTH - 6) DELIMITED BY SIZE
        " written to " DELIMITED BY SIZE
        FUNCTION TRIM(SERVER-PROP-CONTAINER-HISTORY-PATH) DELIMITED BY SIZE
        INTO LK-RESPONSE
    END-STRING

    GOBACK.

END PROGRAM Container-History.
