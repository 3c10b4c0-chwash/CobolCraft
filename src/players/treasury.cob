*> --- Treasury-Load ---
*> Reads the treasury's running totals at startup, alongside the other
*> config loaders. One line: "treasury <minted> <burned>".
IDENTIFICATION DIVISION.
PROGRAM-ID. Treasury-Load.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL TREASURY-FILE ASSIGN TO TREASURY-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  TREASURY-FILE.
01  TREASURY-RECORD              PIC X(80).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-ECONOMY.
    01 TREASURY-FILE-PATH        PIC X(256).
    01 TREASURY-EOF              BINARY-CHAR UNSIGNED.
    01 RECORD-KIND               PIC X(12).
    01 FIELD-MINTED              PIC X(20).
    01 FIELD-BURNED              PIC X(20).

PROCEDURE DIVISION.
    MOVE 0 TO TREASURY-MINTED
    MOVE 0 TO TREASURY-BURNED

    MOVE SERVER-PROP-TREASURY-PATH TO TREASURY-FILE-PATH
    MOVE 0 TO TREASURY-EOF
    OPEN INPUT TREASURY-FILE
    PERFORM UNTIL TREASURY-EOF = 1
        READ TREASURY-FILE
            AT END
                MOVE 1 TO TREASURY-EOF
            NOT AT END
                MOVE SPACES TO RECORD-KIND FIELD-MINTED FIELD-BURNED
                UNSTRING TREASURY-RECORD DELIMITED BY ALL SPACE
                    INTO RECORD-KIND FIELD-MINTED FIELD-BURNED
                END-UNSTRING
                IF FUNCTION TRIM(RECORD-KIND) = "treasury"
                    MOVE FUNCTION NUMVAL(FIELD-MINTED) TO TREASURY-MINTED
                    MOVE FUNCTION NUMVAL(FIELD-BURNED) TO TREASURY-BURNED
                END-IF
        END-READ
    END-PERFORM
    CLOSE TREASURY-FILE

    GOBACK.

END PROGRAM Treasury-Load.

*> --- Treasury-Save ---
*> Rewrites the treasury totals, called by Economy-Transfer after every
*> transfer into or out of the treasury - issuance is rare enough that
*> waiting for the autosave would only risk losing it.
IDENTIFICATION DIVISION.
PROGRAM-ID. Treasury-Save.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TREASURY-FILE ASSIGN TO TREASURY-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  TREASURY-FILE.
01  TREASURY-RECORD              PIC X(80).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-ECONOMY.
    01 TREASURY-FILE-PATH        PIC X(256).
    01 MINTED-TEXT               PIC -----------------9.
    01 BURNED-TEXT               PIC -----------------9.

PROCEDURE DIVISION.
    MOVE TREASURY-MINTED TO MINTED-TEXT
    MOVE TREASURY-BURNED TO BURNED-TEXT
    MOVE SPACES TO TREASURY-RECORD
    STRING
        "treasury " DELIMITED BY SIZE
        FUNCTION TRIM(MINTED-TEXT) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(BURNED-TEXT) DELIMITED BY SIZE
        INTO TREASURY-RECORD
    END-STRING

    MOVE SERVER-PROP-TREASURY-PATH TO TREASURY-FILE-PATH
    OPEN OUTPUT TREASURY-FILE
    WRITE TREASURY-RECORD
    CLOSE TREASURY-FILE

    GOBACK.

END PROGRAM Treasury-Save.

*> --- Treasury-Issue ---
*> The "eco give|take|set <player-id> <amount>" verb's worker: the only
*> sanctioned way for staff to create or destroy currency. Every change
*> is an Economy-Transfer to or from the treasury, so it lands in the
*> economy log like any other payment - with the issuing operator named
*> in the reason - and economy-reconcile sees it. "set" is the give or
*> take that brings the balance to the amount named.
IDENTIFICATION DIVISION.
PROGRAM-ID. Treasury-Issue.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-ECONOMY.
    01 ISSUE-AMOUNT              BINARY-LONG.
    01 FROM-ACCOUNT              BINARY-LONG.
    01 TO-ACCOUNT                BINARY-LONG.
    01 ISSUE-REASON              PIC X(64).
    01 ORIGIN-TEXT               PIC X(12).
    01 ORIGIN-PLAYER-TEXT        PIC ---9.
    01 TRANSFER-RESULT           BINARY-CHAR UNSIGNED.
    01 AMOUNT-TEXT               PIC ---------9.
    01 PLAYER-TEXT               PIC ---------9.
    01 BALANCE-TEXT              PIC ---------9.
LINKAGE SECTION.
    01 LK-ORIGIN-PLAYER          BINARY-LONG.
    01 LK-ACTION                 PIC X ANY LENGTH.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-AMOUNT                 BINARY-LONG.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-ORIGIN-PLAYER LK-ACTION LK-PLAYER-ID
        LK-AMOUNT LK-RESPONSE.
    MOVE SPACES TO LK-RESPONSE
    IF LK-PLAYER-ID < 1 OR LK-PLAYER-ID > MAX-PLAYERS
        MOVE "Unknown player id" TO LK-RESPONSE
        GOBACK
    END-IF
    IF LK-AMOUNT < 0
        MOVE "Amount must not be negative" TO LK-RESPONSE
        GOBACK
    END-IF

    EVALUATE FUNCTION TRIM(LK-ACTION)
        WHEN "give"
            MOVE LK-AMOUNT TO ISSUE-AMOUNT
        WHEN "take"
            COMPUTE ISSUE-AMOUNT = 0 - LK-AMOUNT
        WHEN "set"
            COMPUTE ISSUE-AMOUNT = LK-AMOUNT - PLAYER-BALANCE(LK-PLAYER-ID)
        WHEN OTHER
            MOVE "Usage: eco give|take|set <player-id> <amount>" TO LK-RESPONSE
            GOBACK
    END-EVALUATE

    IF LK-ORIGIN-PLAYER = 0
        MOVE "rcon" TO ORIGIN-TEXT
    ELSE
        MOVE LK-ORIGIN-PLAYER TO ORIGIN-PLAYER-TEXT
        MOVE SPACES TO ORIGIN-TEXT
        STRING
            "player" DELIMITED BY SIZE
            FUNCTION TRIM(ORIGIN-PLAYER-TEXT) DELIMITED BY SIZE
            INTO ORIGIN-TEXT
        END-STRING
    END-IF
    MOVE SPACES TO ISSUE-REASON
    STRING
        "eco " DELIMITED BY SIZE
        FUNCTION TRIM(LK-ACTION) DELIMITED BY SIZE
        " by " DELIMITED BY SIZE
        FUNCTION TRIM(ORIGIN-TEXT) DELIMITED BY SIZE
        INTO ISSUE-REASON
    END-STRING

    MOVE 1 TO TRANSFER-RESULT
    EVALUATE TRUE
        WHEN ISSUE-AMOUNT > 0
            MOVE TREASURY-ACCOUNT-ID TO FROM-ACCOUNT
            MOVE LK-PLAYER-ID TO TO-ACCOUNT
            CALL "Economy-Transfer" USING FROM-ACCOUNT TO-ACCOUNT
                ISSUE-AMOUNT ISSUE-REASON TRANSFER-RESULT
        WHEN ISSUE-AMOUNT < 0
            COMPUTE ISSUE-AMOUNT = 0 - ISSUE-AMOUNT
            MOVE LK-PLAYER-ID TO FROM-ACCOUNT
            MOVE TREASURY-ACCOUNT-ID TO TO-ACCOUNT
            CALL "Economy-Transfer" USING FROM-ACCOUNT TO-ACCOUNT
                ISSUE-AMOUNT ISSUE-REASON TRANSFER-RESULT
    END-EVALUATE

    IF TRANSFER-RESULT = 0
        MOVE "Refused - the player does not hold that much" TO LK-RESPONSE
        GOBACK
    END-IF

    MOVE LK-PLAYER-ID TO PLAYER-TEXT
    MOVE PLAYER-BALANCE(LK-PLAYER-ID) TO BALANCE-TEXT
    STRING
        "Player " DELIMITED BY SIZE
        FUNCTION TRIM(PLAYER-TEXT) DELIMITED BY SIZE
        " balance is now " DELIMITED BY SIZE
        FUNCTION TRIM(BALANCE-TEXT) DELIMITED BY SIZE
        INTO LK-RESPONSE
    END-STRING

    GOBACK.

END PROGRAM Treasury-Issue.

*> --- Treasury-Report ---
*> The "treasury" verb: everything the treasury has ever minted and
*> burned, the net money supply that leaves, and - as the check on it -
*> what the balance table actually holds right now.
IDENTIFICATION DIVISION.
PROGRAM-ID. Treasury-Report.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-ECONOMY.
    01 PLAYER-INDEX              BINARY-LONG.
    01 CIRCULATION-TOTAL         BINARY-DOUBLE.
    01 NET-SUPPLY                BINARY-DOUBLE.
    01 MINTED-TEXT               PIC -----------------9.
    01 BURNED-TEXT               PIC -----------------9.
    01 SUPPLY-TEXT               PIC -----------------9.
    01 CIRCULATION-TEXT          PIC -----------------9.
LINKAGE SECTION.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-RESPONSE.
    MOVE 0 TO CIRCULATION-TOTAL
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        ADD PLAYER-BALANCE(PLAYER-INDEX) TO CIRCULATION-TOTAL
    END-PERFORM
    COMPUTE NET-SUPPLY = TREASURY-MINTED - TREASURY-BURNED

    MOVE TREASURY-MINTED TO MINTED-TEXT
    MOVE TREASURY-BURNED TO BURNED-TEXT
    MOVE NET-SUPPLY TO SUPPLY-TEXT
    MOVE CIRCULATION-TOTAL TO CIRCULATION-TEXT
    MOVE SPACES TO LK-RESPONSE
    STRING
        "Treasury minted=" DELIMITED BY SIZE
        FUNCTION TRIM(MINTED-TEXT) DELIMITED BY SIZE
        " burned=" DELIMITED BY SIZE
        FUNCTION TRIM(BURNED-TEXT) DELIMITED BY SIZE
        " net-supply=" DELIMITED BY SIZE
        FUNCTION TRIM(SUPPLY-TEXT) DELIMITED BY SIZE
        " in-circulation=" DELIMITED BY SIZE
        FUNCTION TRIM(CIRCULATION-TEXT) DELIMITED BY SIZE
        INTO LK-RESPONSE
    END-STRING

    GOBACK.

END PROGRAM Treasury-Report.
