*> --- AddressHistory-Record ---
*> Appends one line to the address history for a login: the player and
*> the source address the session came from (the forwarded address when
*> a proxy is in front). The file is never rotated, so an account's
*> first visit stays on record for "alts" and the login alt check.
*> Line layout: "<timestamp> player=N address=A".
IDENTIFICATION DIVISION.
PROGRAM-ID. AddressHistory-Record.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL HISTORY-FILE ASSIGN TO HISTORY-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  HISTORY-FILE.
01  HISTORY-RECORD               PIC X(128).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    01 HISTORY-FILE-PATH         PIC X(256).
    01 LOG-TIMESTAMP             PIC X(21).
    01 PLAYER-TEXT               PIC ---------9.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-ADDRESS                PIC X(46).

PROCEDURE DIVISION USING LK-PLAYER-ID LK-ADDRESS.
    IF LK-ADDRESS = SPACES
        GOBACK
    END-IF

    MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP
    MOVE LK-PLAYER-ID TO PLAYER-TEXT
    MOVE SPACES TO HISTORY-RECORD
    STRING
        LOG-TIMESTAMP DELIMITED BY SIZE
        " player=" DELIMITED BY SIZE
        FUNCTION TRIM(PLAYER-TEXT) DELIMITED BY SIZE
        " address=" DELIMITED BY SIZE
        FUNCTION TRIM(LK-ADDRESS) DELIMITED BY SIZE
        INTO HISTORY-RECORD
    END-STRING

    MOVE SERVER-PROP-ADDRESS-HISTORY-PATH TO HISTORY-FILE-PATH
    OPEN EXTEND HISTORY-FILE
    WRITE HISTORY-RECORD
    CLOSE HISTORY-FILE

    GOBACK.

END PROGRAM AddressHistory-Record.

*> --- AddressHistory-FindBannedPeer ---
*> The login alt check's history pass: whether this account has ever
*> logged in before (from anywhere), and the first currently banned
*> player on record at the given address. A returning account is not
*> a new alt, so the scan stops as soon as one of its lines turns up.
IDENTIFICATION DIVISION.
PROGRAM-ID. AddressHistory-FindBannedPeer.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL HISTORY-FILE ASSIGN TO HISTORY-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  HISTORY-FILE.
01  HISTORY-RECORD               PIC X(128).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    01 HISTORY-FILE-PATH         PIC X(256).
    01 HISTORY-EOF               BINARY-CHAR UNSIGNED.
    01 PLAYER-FIELD              PIC X(24).
    01 ADDRESS-FIELD             PIC X(64).
    01 ENTRY-PLAYER-ID           BINARY-LONG.
    01 ENTRY-ADDRESS             PIC X(46).
    01 PEER-BANNED               BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-ADDRESS                PIC X(46).
    01 LK-SEEN-BEFORE            BINARY-CHAR UNSIGNED.
    01 LK-PEER-PLAYER-ID         BINARY-LONG.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-ADDRESS LK-SEEN-BEFORE LK-PEER-PLAYER-ID.
    MOVE 0 TO LK-SEEN-BEFORE
    MOVE 0 TO LK-PEER-PLAYER-ID
    IF LK-ADDRESS = SPACES
        GOBACK
    END-IF

    MOVE SERVER-PROP-ADDRESS-HISTORY-PATH TO HISTORY-FILE-PATH
    MOVE 0 TO HISTORY-EOF
    OPEN INPUT HISTORY-FILE
    PERFORM UNTIL HISTORY-EOF = 1
        READ HISTORY-FILE
            AT END
                MOVE 1 TO HISTORY-EOF
            NOT AT END
                IF HISTORY-RECORD(23:7) NOT = "player="
                    EXIT PERFORM CYCLE
                END-IF
                MOVE SPACES TO PLAYER-FIELD
                MOVE SPACES TO ADDRESS-FIELD
                UNSTRING HISTORY-RECORD(23:) DELIMITED BY ALL SPACE
                    INTO PLAYER-FIELD ADDRESS-FIELD
                END-UNSTRING
                MOVE FUNCTION NUMVAL(PLAYER-FIELD(8:)) TO ENTRY-PLAYER-ID
                MOVE ADDRESS-FIELD(9:) TO ENTRY-ADDRESS
                IF ENTRY-PLAYER-ID = LK-PLAYER-ID
                    MOVE 1 TO LK-SEEN-BEFORE
                    MOVE 1 TO HISTORY-EOF
                    EXIT PERFORM CYCLE
                END-IF
                IF LK-PEER-PLAYER-ID = 0 AND ENTRY-ADDRESS = LK-ADDRESS
                    CALL "PlayerAccess-IsBanned" USING ENTRY-PLAYER-ID PEER-BANNED
                    IF PEER-BANNED = 1
                        MOVE ENTRY-PLAYER-ID TO LK-PEER-PLAYER-ID
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE HISTORY-FILE

    GOBACK.

END PROGRAM AddressHistory-FindBannedPeer.

*> --- AddressHistory-Alts ---
*> The "alts" verb: every account seen from any address the target
*> player has used. Two passes over the history - the first collects
*> the target's addresses, the second every other account on them,
*> with login counts and first/last sighting per account and address.
*> The full listing goes to SERVER-PROP-ALTS-REPORT-PATH; the response
*> names the accounts, "*" marking those banned right now.
IDENTIFICATION DIVISION.
PROGRAM-ID. AddressHistory-Alts.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL HISTORY-FILE ASSIGN TO HISTORY-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REPORT-FILE ASSIGN TO REPORT-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  HISTORY-FILE.
01  HISTORY-RECORD               PIC X(128).
FD  REPORT-FILE.
01  REPORT-RECORD                PIC X(256).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    01 HISTORY-FILE-PATH         PIC X(256).
    01 HISTORY-EOF               BINARY-CHAR UNSIGNED.
    01 REPORT-FILE-PATH          PIC X(256).
    01 RUN-TIMESTAMP             PIC X(21).
    01 PLAYER-FIELD              PIC X(24).
    01 ADDRESS-FIELD             PIC X(64).
    01 ENTRY-PLAYER-ID           BINARY-LONG.
    01 ENTRY-ADDRESS             PIC X(46).
    01 ENTRY-TIMESTAMP           PIC X(14).
    *> the target's own addresses
    01 MAX-TARGET-ADDRESSES      BINARY-LONG UNSIGNED VALUE 64.
    01 TARGET-ADDRESS-COUNT      BINARY-LONG UNSIGNED.
    01 TARGET-ADDRESS            OCCURS 64 TIMES.
        02 TA-TEXT               PIC X(46).
        02 TA-LOGINS             BINARY-LONG UNSIGNED.
        02 TA-FIRST              PIC X(14).
        02 TA-LAST               PIC X(14).
    01 TA-INDEX                  BINARY-LONG UNSIGNED.
    *> other accounts, one row per account and shared address
    01 MAX-ALT-ROWS              BINARY-LONG UNSIGNED VALUE 512.
    01 ALT-ROW-COUNT             BINARY-LONG UNSIGNED.
    01 ALT-ROW                   OCCURS 512 TIMES.
        02 ALT-PLAYER-ID         BINARY-LONG.
        02 ALT-ADDRESS-INDEX     BINARY-LONG UNSIGNED.
        02 ALT-LOGINS            BINARY-LONG UNSIGNED.
        02 ALT-FIRST             PIC X(14).
        02 ALT-LAST              PIC X(14).
    01 ALT-INDEX                 BINARY-LONG UNSIGNED.
    01 SCAN-INDEX                BINARY-LONG UNSIGNED.
    01 ACCOUNT-COUNT             BINARY-LONG UNSIGNED.
    01 ALT-BANNED                BINARY-CHAR UNSIGNED.
    01 DROPPED-COUNT             BINARY-LONG UNSIGNED.
    *> report and response text
    01 PLAYER-TEXT               PIC -(9)9.
    01 TARGET-TEXT               PIC -(9)9.
    01 LOGINS-TEXT               PIC Z(8)9.
    01 COUNT-TEXT                PIC Z(8)9.
    01 ADDRESSES-TEXT            PIC Z(8)9.
    01 BANNED-TEXT               PIC X(8).
    01 ID-LIST                   PIC X(128).
    01 ID-POINTER                BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-RESPONSE.
    MOVE 0 TO TARGET-ADDRESS-COUNT
    MOVE 0 TO ALT-ROW-COUNT
    MOVE 0 TO DROPPED-COUNT
    MOVE SERVER-PROP-ADDRESS-HISTORY-PATH TO HISTORY-FILE-PATH

    *> pass 1: where has the target connected from
    MOVE 0 TO HISTORY-EOF
    OPEN INPUT HISTORY-FILE
    PERFORM UNTIL HISTORY-EOF = 1
        READ HISTORY-FILE
            AT END
                MOVE 1 TO HISTORY-EOF
            NOT AT END
                IF HISTORY-RECORD(23:7) NOT = "player="
                    EXIT PERFORM CYCLE
                END-IF
                MOVE SPACES TO PLAYER-FIELD
                MOVE SPACES TO ADDRESS-FIELD
                UNSTRING HISTORY-RECORD(23:) DELIMITED BY ALL SPACE
                    INTO PLAYER-FIELD ADDRESS-FIELD
                END-UNSTRING
                MOVE FUNCTION NUMVAL(PLAYER-FIELD(8:)) TO ENTRY-PLAYER-ID
                IF ENTRY-PLAYER-ID NOT = LK-PLAYER-ID
                    EXIT PERFORM CYCLE
                END-IF
                MOVE ADDRESS-FIELD(9:) TO ENTRY-ADDRESS
                MOVE HISTORY-RECORD(1:14) TO ENTRY-TIMESTAMP
                PERFORM VARYING TA-INDEX FROM 1 BY 1
                        UNTIL TA-INDEX > TARGET-ADDRESS-COUNT
                    IF TA-TEXT(TA-INDEX) = ENTRY-ADDRESS
                        EXIT PERFORM
                    END-IF
                END-PERFORM
                IF TA-INDEX > TARGET-ADDRESS-COUNT
                    IF TARGET-ADDRESS-COUNT >= MAX-TARGET-ADDRESSES
                        EXIT PERFORM CYCLE
                    END-IF
                    ADD 1 TO TARGET-ADDRESS-COUNT
                    MOVE TARGET-ADDRESS-COUNT TO TA-INDEX
                    MOVE ENTRY-ADDRESS TO TA-TEXT(TA-INDEX)
                    MOVE 0 TO TA-LOGINS(TA-INDEX)
                    MOVE ENTRY-TIMESTAMP TO TA-FIRST(TA-INDEX)
                END-IF
                ADD 1 TO TA-LOGINS(TA-INDEX)
                MOVE ENTRY-TIMESTAMP TO TA-LAST(TA-INDEX)
        END-READ
    END-PERFORM
    CLOSE HISTORY-FILE

    MOVE LK-PLAYER-ID TO TARGET-TEXT
    IF TARGET-ADDRESS-COUNT = 0
        STRING
            "No address history for player " DELIMITED BY SIZE
            FUNCTION TRIM(TARGET-TEXT) DELIMITED BY SIZE
            INTO LK-RESPONSE
        END-STRING
        GOBACK
    END-IF

    *> pass 2: everyone else on those addresses
    MOVE 0 TO HISTORY-EOF
    OPEN INPUT HISTORY-FILE
    PERFORM UNTIL HISTORY-EOF = 1
        READ HISTORY-FILE
            AT END
                MOVE 1 TO HISTORY-EOF
            NOT AT END
                IF HISTORY-RECORD(23:7) NOT = "player="
                    EXIT PERFORM CYCLE
                END-IF
                MOVE SPACES TO PLAYER-FIELD
                MOVE SPACES TO ADDRESS-FIELD
                UNSTRING HISTORY-RECORD(23:) DELIMITED BY ALL SPACE
                    INTO PLAYER-FIELD ADDRESS-FIELD
                END-UNSTRING
                MOVE FUNCTION NUMVAL(PLAYER-FIELD(8:)) TO ENTRY-PLAYER-ID
                IF ENTRY-PLAYER-ID = LK-PLAYER-ID
                    EXIT PERFORM CYCLE
                END-IF
                MOVE ADDRESS-FIELD(9:) TO ENTRY-ADDRESS
                PERFORM VARYING TA-INDEX FROM 1 BY 1
                        UNTIL TA-INDEX > TARGET-ADDRESS-COUNT
                    IF TA-TEXT(TA-INDEX) = ENTRY-ADDRESS
                        EXIT PERFORM
                    END-IF
                END-PERFORM
                IF TA-INDEX > TARGET-ADDRESS-COUNT
                    EXIT PERFORM CYCLE
                END-IF
                MOVE HISTORY-RECORD(1:14) TO ENTRY-TIMESTAMP
                PERFORM VARYING ALT-INDEX FROM 1 BY 1
                        UNTIL ALT-INDEX > ALT-ROW-COUNT
                    IF ALT-PLAYER-ID(ALT-INDEX) = ENTRY-PLAYER-ID
                            AND ALT-ADDRESS-INDEX(ALT-INDEX) = TA-INDEX
                        EXIT PERFORM
                    END-IF
                END-PERFORM
                IF ALT-INDEX > ALT-ROW-COUNT
                    IF ALT-ROW-COUNT >= MAX-ALT-ROWS
                        ADD 1 TO DROPPED-COUNT
                        EXIT PERFORM CYCLE
                    END-IF
                    ADD 1 TO ALT-ROW-COUNT
                    MOVE ALT-ROW-COUNT TO ALT-INDEX
                    MOVE ENTRY-PLAYER-ID TO ALT-PLAYER-ID(ALT-INDEX)
                    MOVE TA-INDEX TO ALT-ADDRESS-INDEX(ALT-INDEX)
                    MOVE 0 TO ALT-LOGINS(ALT-INDEX)
                    MOVE ENTRY-TIMESTAMP TO ALT-FIRST(ALT-INDEX)
                END-IF
                ADD 1 TO ALT-LOGINS(ALT-INDEX)
                MOVE ENTRY-TIMESTAMP TO ALT-LAST(ALT-INDEX)
        END-READ
    END-PERFORM
    CLOSE HISTORY-FILE

    MOVE SERVER-PROP-ALTS-REPORT-PATH TO REPORT-FILE-PATH
    OPEN OUTPUT REPORT-FILE

    MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
    MOVE SPACES TO REPORT-RECORD
    STRING
        "Alts report for player " DELIMITED BY SIZE
        FUNCTION TRIM(TARGET-TEXT) DELIMITED BY SIZE
        " - " DELIMITED BY SIZE
        RUN-TIMESTAMP(1:14) DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    PERFORM VARYING TA-INDEX FROM 1 BY 1 UNTIL TA-INDEX > TARGET-ADDRESS-COUNT
        MOVE TA-LOGINS(TA-INDEX) TO LOGINS-TEXT
        MOVE SPACES TO REPORT-RECORD
        STRING
            "address=" DELIMITED BY SIZE
            FUNCTION TRIM(TA-TEXT(TA-INDEX)) DELIMITED BY SIZE
            " logins=" DELIMITED BY SIZE
            FUNCTION TRIM(LOGINS-TEXT) DELIMITED BY SIZE
            " first=" DELIMITED BY SIZE
            TA-FIRST(TA-INDEX) DELIMITED BY SIZE
            " last=" DELIMITED BY SIZE
            TA-LAST(TA-INDEX) DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
    END-PERFORM

    *> one row per account and address; the response lists each account
    *> once, in the order it was first seen
    MOVE 0 TO ACCOUNT-COUNT
    MOVE SPACES TO ID-LIST
    MOVE 1 TO ID-POINTER
    PERFORM VARYING ALT-INDEX FROM 1 BY 1 UNTIL ALT-INDEX > ALT-ROW-COUNT
        CALL "PlayerAccess-IsBanned" USING ALT-PLAYER-ID(ALT-INDEX) ALT-BANNED
        IF ALT-BANNED = 1
            MOVE " banned" TO BANNED-TEXT
        ELSE
            MOVE SPACES TO BANNED-TEXT
        END-IF
        MOVE ALT-PLAYER-ID(ALT-INDEX) TO PLAYER-TEXT
        MOVE ALT-LOGINS(ALT-INDEX) TO LOGINS-TEXT
        MOVE ALT-ADDRESS-INDEX(ALT-INDEX) TO TA-INDEX
        MOVE SPACES TO REPORT-RECORD
        STRING
            "player=" DELIMITED BY SIZE
            FUNCTION TRIM(PLAYER-TEXT) DELIMITED BY SIZE
            " address=" DELIMITED BY SIZE
            FUNCTION TRIM(TA-TEXT(TA-INDEX)) DELIMITED BY SIZE
            " logins=" DELIMITED BY SIZE
            FUNCTION TRIM(LOGINS-TEXT) DELIMITED BY SIZE
            " first=" DELIMITED BY SIZE
            ALT-FIRST(ALT-INDEX) DELIMITED BY SIZE
            " last=" DELIMITED BY SIZE
            ALT-LAST(ALT-INDEX) DELIMITED BY SIZE
            BANNED-TEXT DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD

        PERFORM VARYING SCAN-INDEX FROM 1 BY 1 UNTIL SCAN-INDEX >= ALT-INDEX
            IF ALT-PLAYER-ID(SCAN-INDEX) = ALT-PLAYER-ID(ALT-INDEX)
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF SCAN-INDEX = ALT-INDEX
            ADD 1 TO ACCOUNT-COUNT
            IF ALT-BANNED = 1
                STRING
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM(PLAYER-TEXT) DELIMITED BY SIZE
                    "*" DELIMITED BY SIZE
                    INTO ID-LIST
                    WITH POINTER ID-POINTER
                END-STRING
            ELSE
                STRING
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM(PLAYER-TEXT) DELIMITED BY SIZE
                    INTO ID-LIST
                    WITH POINTER ID-POINTER
                END-STRING
            END-IF
        END-IF
    END-PERFORM

    IF DROPPED-COUNT > 0
        MOVE DROPPED-COUNT TO COUNT-TEXT
        MOVE SPACES TO REPORT-RECORD
        STRING
            "(" DELIMITED BY SIZE
            FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
            " further logins not listed - table full)" DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
    END-IF
    CLOSE REPORT-FILE

    MOVE ACCOUNT-COUNT TO COUNT-TEXT
    MOVE TARGET-ADDRESS-COUNT TO ADDRESSES-TEXT
    IF ACCOUNT-COUNT = 0
        STRING
            "Player " DELIMITED BY SIZE
            FUNCTION TRIM(TARGET-TEXT) DELIMITED BY SIZE
            ": no other accounts across " DELIMITED BY SIZE
            FUNCTION TRIM(ADDRESSES-TEXT) DELIMITED BY SIZE
            " address(es), written to " DELIMITED BY SIZE
            FUNCTION TRIM(SERVER-PROP-ALTS-REPORT-PATH) DELIMITED BY SIZE
            INTO LK-RESPONSE
        END-STRING
    ELSE
        STRING
            "Player " DELIMITED BY SIZE
            FUNCTION TRIM(TARGET-TEXT) DELIMITED BY SIZE
            ": " DELIMITED BY SIZE
            FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
            " other account(s) across " DELIMITED BY SIZE
            FUNCTION TRIM(ADDRESSES-TEXT) DELIMITED BY SIZE
            " address(es) (* banned):" DELIMITED BY SIZE
            ID-LIST(1:ID-POINTER - 1) DELIMITED BY SIZE
            " - written to " DELIMITED BY SIZE
            FUNCTION TRIM(SERVER-PROP-ALTS-REPORT-PATH) DELIMITED BY SIZE
            INTO LK-RESPONSE
        END-STRING
    END-IF

    GOBACK.

END PROGRAM AddressHistory-Alts.
