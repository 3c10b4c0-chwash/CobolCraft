*> consulting the claimed PROTECTION-ZONE table (rectangular X/Z footprints,
*> full build height, tied to an owning player and/or team). A position not
*> covered by any zone is always allowed, same "opt-in" shape as the
*> world-border check in World-CheckBounds defaulting wide open. A
*> jailed player, one on probation until they accept the rules, or
*> one yet to log in, may not touch any block at all.
IDENTIFICATION DIVISION.
PROGRAM-ID. World-CheckProtection.

    COPY DD-PROTECTION-ZONES.
    COPY DD-CLIENTS.
    COPY DD-PLAYERS.
    COPY DD-JAIL.
    COPY DD-RULES.
    COPY DD-AUTH.
    01 ZONE-INDEX                BINARY-LONG UNSIGNED.
    01 PLAYER-ID                 BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    MOVE 1 TO LK-ALLOWED
    MOVE CLIENT-PLAYER(LK-CLIENT) TO PLAYER-ID

    IF PLAYER-ID >= 1 AND PLAYER-ID <= MAX-PLAYERS
        IF PLAYER-JAIL-TICKS-LEFT(PLAYER-ID) > 0
                OR PLAYER-ON-PROBATION(PLAYER-ID) = 1
                OR PLAYER-AUTHENTICATED(PLAYER-ID) = 0
            MOVE 0 TO LK-ALLOWED
            GOBACK
        END-IF
    END-IF

    PERFORM VARYING ZONE-INDEX FROM 1 BY 1 UNTIL ZONE-INDEX > PROTECTION-ZONE-COUNT
        IF LK-X >= PROTECTION-ZONE-MIN-X(ZONE-INDEX) AND LK-X <= PROTECTION-ZONE-MAX-X(ZONE-INDEX)
                AND LK-Z >= PROTECTION-ZONE-MIN-Z(ZONE-INDEX) AND LK-Z <= PROTECTION-ZONE-MAX-Z(ZONE-INDEX)
    GOBACK.

END PROGRAM World-IsPositionProtected.

*> --- World-IsNoPvpPosition ---
*> Reports whether a zone flagged no-PvP covers the position - spawn,
*> town squares - for Pvp-CheckAllowed. Ownership doesn't matter here:
*> a no-PvP zone shelters everyone standing in it.
IDENTIFICATION DIVISION.
PROGRAM-ID. World-IsNoPvpPosition.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PROTECTION-ZONES.
    01 ZONE-INDEX                BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-POSITION.
        02 LK-X                  BINARY-LONG.
        02 LK-Y                  BINARY-LONG.
        02 LK-Z                  BINARY-LONG.
    01 LK-NO-PVP                 BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-POSITION LK-NO-PVP.
    CALL "World-LoadNoPvp"
    MOVE 0 TO LK-NO-PVP

    PERFORM VARYING ZONE-INDEX FROM 1 BY 1 UNTIL ZONE-INDEX > PROTECTION-ZONE-COUNT
        IF PROTECTION-ZONE-NO-PVP(ZONE-INDEX) = 1
                AND LK-X >= PROTECTION-ZONE-MIN-X(ZONE-INDEX) AND LK-X <= PROTECTION-ZONE-MAX-X(ZONE-INDEX)
                AND LK-Z >= PROTECTION-ZONE-MIN-Z(ZONE-INDEX) AND LK-Z <= PROTECTION-ZONE-MAX-Z(ZONE-INDEX)
            MOVE 1 TO LK-NO-PVP
            GOBACK
        END-IF
    END-PERFORM

    GOBACK.

END PROGRAM World-IsNoPvpPosition.

*> --- World-SetNoPvpAt ---
*> The "pvpzone" verb's worker: sets or clears the no-PvP flag on every
*> claimed zone covering the X/Z position, answering how many it
*> touched, and saves the flags. Zones are claimed elsewhere; this
*> only marks them.
IDENTIFICATION DIVISION.
PROGRAM-ID. World-SetNoPvpAt.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PROTECTION-ZONES.
    01 ZONE-INDEX                BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-POSITION.
        02 LK-X                  BINARY-LONG.
        02 LK-Y                  BINARY-LONG.
        02 LK-Z                  BINARY-LONG.
    01 LK-NO-PVP                 BINARY-CHAR UNSIGNED.
    01 LK-ZONE-COUNT             BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-POSITION LK-NO-PVP LK-ZONE-COUNT.
    CALL "World-LoadNoPvp"
    MOVE 0 TO LK-ZONE-COUNT

    PERFORM VARYING ZONE-INDEX FROM 1 BY 1 UNTIL ZONE-INDEX > PROTECTION-ZONE-COUNT
        IF LK-X >= PROTECTION-ZONE-MIN-X(ZONE-INDEX) AND LK-X <= PROTECTION-ZONE-MAX-X(ZONE-INDEX)
                AND LK-Z >= PROTECTION-ZONE-MIN-Z(ZONE-INDEX) AND LK-Z <= PROTECTION-ZONE-MAX-Z(ZONE-INDEX)
            MOVE LK-NO-PVP TO PROTECTION-ZONE-NO-PVP(ZONE-INDEX)
            ADD 1 TO LK-ZONE-COUNT
        END-IF
    END-PERFORM
    IF LK-ZONE-COUNT > 0
        CALL "World-SaveNoPvp"
    END-IF

    GOBACK.

END PROGRAM World-SetNoPvpAt.

*> --- World-LoadNoPvp ---
*> Puts the saved no-PvP flags back on the protection zones. The zones
*> themselves come in with the world at startup and carry no flag of
*> their own, so this runs once, the first time anything consults or
*> sets the flag - by then the zones are in. Lines are "nopvp <min-x>
*> <max-x> <min-z> <max-z>"; a zone is known by its footprint, which
*> outlives its place in the table, and a line whose zone is gone is
*> simply dropped at the next save.
IDENTIFICATION DIVISION.
PROGRAM-ID. World-LoadNoPvp.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL NOPVP-FILE ASSIGN TO NOPVP-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  NOPVP-FILE.
01  NOPVP-RECORD                 PIC X(80).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-PROTECTION-ZONES.
    01 NOPVP-LOADED              BINARY-CHAR UNSIGNED VALUE 0.
    01 NOPVP-FILE-PATH           PIC X(256).
    01 NOPVP-EOF                 BINARY-CHAR UNSIGNED.
    01 RECORD-KIND               PIC X(8).
    01 FIELD-MIN-X               PIC X(12).
    01 FIELD-MAX-X               PIC X(12).
    01 FIELD-MIN-Z               PIC X(12).
    01 FIELD-MAX-Z               PIC X(12).
    01 SAVED-MIN-X               BINARY-LONG.
    01 SAVED-MAX-X               BINARY-LONG.
    01 SAVED-MIN-Z               BINARY-LONG.
    01 SAVED-MAX-Z               BINARY-LONG.
    01 ZONE-INDEX                BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    IF NOPVP-LOADED = 1
        GOBACK
    END-IF
    MOVE 1 TO NOPVP-LOADED

    MOVE SERVER-PROP-NOPVP-ZONES-PATH TO NOPVP-FILE-PATH
    MOVE 0 TO NOPVP-EOF
    OPEN INPUT NOPVP-FILE
    PERFORM UNTIL NOPVP-EOF = 1
        READ NOPVP-FILE
            AT END
                MOVE 1 TO NOPVP-EOF
            NOT AT END
                MOVE SPACES TO RECORD-KIND FIELD-MIN-X FIELD-MAX-X
                    FIELD-MIN-Z FIELD-MAX-Z
                UNSTRING NOPVP-RECORD DELIMITED BY ALL SPACE
                    INTO RECORD-KIND FIELD-MIN-X FIELD-MAX-X
                        FIELD-MIN-Z FIELD-MAX-Z
                END-UNSTRING
                IF FUNCTION TRIM(RECORD-KIND) = "nopvp"
                        AND FIELD-MAX-Z NOT = SPACES
                    MOVE FUNCTION NUMVAL(FIELD-MIN-X) TO SAVED-MIN-X
                    MOVE FUNCTION NUMVAL(FIELD-MAX-X) TO SAVED-MAX-X
                    MOVE FUNCTION NUMVAL(FIELD-MIN-Z) TO SAVED-MIN-Z
                    MOVE FUNCTION NUMVAL(FIELD-MAX-Z) TO SAVED-MAX-Z
                    PERFORM VARYING ZONE-INDEX FROM 1 BY 1 UNTIL ZONE-INDEX > PROTECTION-ZONE-COUNT
                        IF PROTECTION-ZONE-MIN-X(ZONE-INDEX) = SAVED-MIN-X
                                AND PROTECTION-ZONE-MAX-X(ZONE-INDEX) = SAVED-MAX-X
                                AND PROTECTION-ZONE-MIN-Z(ZONE-INDEX) = SAVED-MIN-Z
                                AND PROTECTION-ZONE-MAX-Z(ZONE-INDEX) = SAVED-MAX-Z
                            MOVE 1 TO PROTECTION-ZONE-NO-PVP(ZONE-INDEX)
                        END-IF
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM
    CLOSE NOPVP-FILE

    GOBACK.

END PROGRAM World-LoadNoPvp.

*> --- World-SaveNoPvp ---
*> Rewrites the no-PvP flags, one line per flagged zone, after every
*> pvpzone change - they are set rarely enough that waiting for a save
*> would only risk a restart quietly turning PvP back on.
IDENTIFICATION DIVISION.
PROGRAM-ID. World-SaveNoPvp.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT NOPVP-FILE ASSIGN TO NOPVP-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  NOPVP-FILE.
01  NOPVP-RECORD                 PIC X(80).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-PROTECTION-ZONES.
    01 NOPVP-FILE-PATH           PIC X(256).
    01 ZONE-INDEX                BINARY-LONG UNSIGNED.
    01 MIN-X-TEXT                PIC ---------9.
    01 MAX-X-TEXT                PIC ---------9.
    01 MIN-Z-TEXT                PIC ---------9.
    01 MAX-Z-TEXT                PIC ---------9.

PROCEDURE DIVISION.
    MOVE SERVER-PROP-NOPVP-ZONES-PATH TO NOPVP-FILE-PATH
    OPEN OUTPUT NOPVP-FILE
    PERFORM VARYING ZONE-INDEX FROM 1 BY 1 UNTIL ZONE-INDEX > PROTECTION-ZONE-COUNT
        IF PROTECTION-ZONE-NO-PVP(ZONE-INDEX) = 1
            MOVE PROTECTION-ZONE-MIN-X(ZONE-INDEX) TO MIN-X-TEXT
            MOVE PROTECTION-ZONE-MAX-X(ZONE-INDEX) TO MAX-X-TEXT
            MOVE PROTECTION-ZONE-MIN-Z(ZONE-INDEX) TO MIN-Z-TEXT
            MOVE PROTECTION-ZONE-MAX-Z(ZONE-INDEX) TO MAX-Z-TEXT
            MOVE SPACES TO NOPVP-RECORD
            STRING
                "nopvp " DELIMITED BY SIZE
                FUNCTION TRIM(MIN-X-TEXT) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(MAX-X-TEXT) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(MIN-Z-TEXT) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(MAX-Z-TEXT) DELIMITED BY SIZE
                INTO NOPVP-RECORD
            END-STRING
            WRITE NOPVP-RECORD
        END-IF
    END-PERFORM
    CLOSE NOPVP-FILE

    GOBACK.

END PROGRAM World-SaveNoPvp.
