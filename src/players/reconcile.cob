*> --- Economy-Reconcile ---
*> The "economy-reconcile" verb, the end-of-day books check meant to be
*> scheduled through DD-SCHEDULE ("daily 2355 economy-reconcile"). It
*> starts from the closing balances the previous run snapshotted,
*> replays every Economy-Transfer line written to the economy log since
*> that snapshot (across every rotated generation), and compares the
*> result with the live balance table. Any player whose balance moved
*> without a transfer to show for it - a duplication exploit, a
*> hand-edited or corrupted player-extra.dat - is listed with expected
*> and actual amounts, alongside the currency in circulation at the
*> open, by the ledger and in fact. The live balances then become the
*> closing snapshot the next run starts from. The very first run has
*> nothing to start from and only takes the snapshot.
IDENTIFICATION DIVISION.
PROGRAM-ID. Economy-Reconcile.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CLOSING-FILE ASSIGN TO CLOSING-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL LEDGER-FILE ASSIGN TO LEDGER-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REPORT-FILE ASSIGN TO REPORT-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  CLOSING-FILE.
01  CLOSING-RECORD               PIC X(80).
FD  LEDGER-FILE.
01  LEDGER-RECORD                PIC X(512).
FD  REPORT-FILE.
01  REPORT-RECORD                PIC X(256).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-PLAYERS.
    COPY DD-ECONOMY.
    01 CLOSING-FILE-PATH         PIC X(256).
    01 LEDGER-FILE-PATH          PIC X(300).
    01 REPORT-FILE-PATH          PIC X(256).
    01 RUN-TIMESTAMP             PIC X(21).
    *> the moment the opening balances were taken, to the hundredth
    *> of a second - the same leading 16 characters every log line's
    *> timestamp starts with, so ledger lines compare as plain text
    01 OPENING-STAMP             PIC X(16).
    01 HAS-OPENING               BINARY-CHAR UNSIGNED.
    01 FILE-EOF                  BINARY-CHAR UNSIGNED.
    01 GENERATION-COUNT          BINARY-LONG UNSIGNED.
    01 GENERATION-TABLE.
        02 GENERATION-ENTRY      PIC X(300) OCCURS 65 TIMES.
    01 GENERATION-INDEX          BINARY-LONG UNSIGNED.
    01 RECORD-KIND               PIC X(12).
    01 RECORD-FIELD-ONE          PIC X(20).
    01 RECORD-FIELD-TWO          PIC X(20).
    01 LINE-HEAD                 PIC X(128).
    01 LINE-REASON               PIC X(64).
    01 LINE-FIELD                PIC X(32) OCCURS 4 TIMES.
    01 FROM-ID                   BINARY-LONG.
    01 TO-ID                     BINARY-LONG.
    01 ENTRY-AMOUNT              BINARY-DOUBLE.
    01 PARSED-ID                 BINARY-LONG.
    01 PLAYER-INDEX              BINARY-LONG.
    *> opening balances carried forward by the replay
    01 EXPECTED-BALANCE          BINARY-DOUBLE OCCURS 256 TIMES.
    01 OPENING-TOTAL             BINARY-DOUBLE.
    01 LEDGER-TOTAL              BINARY-DOUBLE.
    01 ACTUAL-TOTAL              BINARY-DOUBLE.
    01 TRANSFER-COUNT            BINARY-LONG UNSIGNED.
    01 MISMATCH-COUNT            BINARY-LONG UNSIGNED.
    01 ID-TEXT                   PIC ---------9.
    01 COUNT-TEXT                PIC ---------9.
    01 EXPECTED-TEXT             PIC -----------------9.
    01 ACTUAL-TEXT               PIC -----------------9.
    01 DIFFERENCE-TEXT           PIC -----------------9.
    01 OPENING-TEXT              PIC -----------------9.
    01 LEDGER-TEXT               PIC -----------------9.
LINKAGE SECTION.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-RESPONSE.
    MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
    MOVE 0 TO HAS-OPENING
    MOVE SPACES TO OPENING-STAMP
    MOVE 0 TO OPENING-TOTAL
    MOVE 0 TO TRANSFER-COUNT
    MOVE 0 TO MISMATCH-COUNT
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        MOVE 0 TO EXPECTED-BALANCE(PLAYER-INDEX)
    END-PERFORM

    *> the previous run's closing balances: "closing <stamp>" first,
    *> then one "balance <id> <amount>" line per funded player
    MOVE SERVER-PROP-ECONOMY-CLOSING-PATH TO CLOSING-FILE-PATH
    MOVE 0 TO FILE-EOF
    OPEN INPUT CLOSING-FILE
    PERFORM UNTIL FILE-EOF = 1
        READ CLOSING-FILE
            AT END
                MOVE 1 TO FILE-EOF
            NOT AT END
                MOVE SPACES TO RECORD-KIND RECORD-FIELD-ONE RECORD-FIELD-TWO
                UNSTRING CLOSING-RECORD DELIMITED BY ALL SPACE
                    INTO RECORD-KIND RECORD-FIELD-ONE RECORD-FIELD-TWO
                END-UNSTRING
                EVALUATE FUNCTION TRIM(RECORD-KIND)
                    WHEN "closing"
                        MOVE RECORD-FIELD-ONE(1:16) TO OPENING-STAMP
                        MOVE 1 TO HAS-OPENING
                    WHEN "balance"
                        MOVE FUNCTION NUMVAL(RECORD-FIELD-ONE) TO PARSED-ID
                        IF PARSED-ID >= 1 AND PARSED-ID <= MAX-PLAYERS
                            MOVE FUNCTION NUMVAL(RECORD-FIELD-TWO)
                                TO EXPECTED-BALANCE(PARSED-ID)
                            ADD EXPECTED-BALANCE(PARSED-ID) TO OPENING-TOTAL
                        END-IF
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE CLOSING-FILE

    MOVE SERVER-PROP-ECONOMY-RECONCILE-PATH TO REPORT-FILE-PATH
    OPEN OUTPUT REPORT-FILE
    IF HAS-OPENING = 0
        MOVE "none" TO OPENING-STAMP
    END-IF
    MOVE SPACES TO REPORT-RECORD
    STRING
        "reconcile generated=" DELIMITED BY SIZE
        RUN-TIMESTAMP(1:14) DELIMITED BY SIZE
        " opening=" DELIMITED BY SIZE
        FUNCTION TRIM(OPENING-STAMP(1:14)) DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    IF HAS-OPENING = 1
        *> replay every transfer logged after the opening snapshot
        CALL "Log-ListGenerations" USING SERVER-PROP-SHOP-LOG-PATH
            GENERATION-COUNT GENERATION-TABLE
        PERFORM VARYING GENERATION-INDEX FROM 1 BY 1
                UNTIL GENERATION-INDEX > GENERATION-COUNT
        MOVE GENERATION-ENTRY(GENERATION-INDEX) TO LEDGER-FILE-PATH
        MOVE 0 TO FILE-EOF
        OPEN INPUT LEDGER-FILE
        PERFORM UNTIL FILE-EOF = 1
            READ LEDGER-FILE
                AT END
                    MOVE 1 TO FILE-EOF
                NOT AT END
                    IF LEDGER-RECORD(1:16) NOT > OPENING-STAMP
                            OR LEDGER-RECORD(1:16) > RUN-TIMESTAMP(1:16)
                            OR LEDGER-RECORD(23:14) NOT = "transfer from="
                        EXIT PERFORM CYCLE
                    END-IF
                    MOVE SPACES TO LINE-HEAD
                    MOVE SPACES TO LINE-REASON
                    UNSTRING LEDGER-RECORD(23:) DELIMITED BY " reason="
                        INTO LINE-HEAD LINE-REASON
                    END-UNSTRING
                    MOVE SPACES TO LINE-FIELD(1) LINE-FIELD(2) LINE-FIELD(3) LINE-FIELD(4)
                    UNSTRING LINE-HEAD DELIMITED BY ALL SPACE
                        INTO LINE-FIELD(1) LINE-FIELD(2) LINE-FIELD(3) LINE-FIELD(4)
                    END-UNSTRING
                    MOVE FUNCTION NUMVAL(LINE-FIELD(2)(6:)) TO FROM-ID
                    MOVE FUNCTION NUMVAL(LINE-FIELD(3)(4:)) TO TO-ID
                    MOVE FUNCTION NUMVAL(LINE-FIELD(4)(8:)) TO ENTRY-AMOUNT
                    ADD 1 TO TRANSFER-COUNT
                    IF FROM-ID >= 1 AND FROM-ID <= MAX-PLAYERS
                        SUBTRACT ENTRY-AMOUNT FROM EXPECTED-BALANCE(FROM-ID)
                    END-IF
                    IF TO-ID >= 1 AND TO-ID <= MAX-PLAYERS
                        ADD ENTRY-AMOUNT TO EXPECTED-BALANCE(TO-ID)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LEDGER-FILE
        END-PERFORM
    END-IF

    MOVE 0 TO LEDGER-TOTAL
    MOVE 0 TO ACTUAL-TOTAL
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        ADD EXPECTED-BALANCE(PLAYER-INDEX) TO LEDGER-TOTAL
        ADD PLAYER-BALANCE(PLAYER-INDEX) TO ACTUAL-TOTAL
        IF HAS-OPENING = 1
                AND EXPECTED-BALANCE(PLAYER-INDEX) NOT = PLAYER-BALANCE(PLAYER-INDEX)
            ADD 1 TO MISMATCH-COUNT
            MOVE PLAYER-INDEX TO ID-TEXT
            MOVE EXPECTED-BALANCE(PLAYER-INDEX) TO EXPECTED-TEXT
            MOVE PLAYER-BALANCE(PLAYER-INDEX) TO ACTUAL-TEXT
            COMPUTE DIFFERENCE-TEXT = PLAYER-BALANCE(PLAYER-INDEX)
                - EXPECTED-BALANCE(PLAYER-INDEX)
            MOVE SPACES TO REPORT-RECORD
            STRING
                "mismatch player=" DELIMITED BY SIZE
                FUNCTION TRIM(ID-TEXT) DELIMITED BY SIZE
                " expected=" DELIMITED BY SIZE
                FUNCTION TRIM(EXPECTED-TEXT) DELIMITED BY SIZE
                " actual=" DELIMITED BY SIZE
                FUNCTION TRIM(ACTUAL-TEXT) DELIMITED BY SIZE
                " difference=" DELIMITED BY SIZE
                FUNCTION TRIM(DIFFERENCE-TEXT) DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING
            WRITE REPORT-RECORD
        END-IF
    END-PERFORM

    MOVE OPENING-TOTAL TO OPENING-TEXT
    MOVE LEDGER-TOTAL TO LEDGER-TEXT
    MOVE ACTUAL-TOTAL TO ACTUAL-TEXT
    MOVE TRANSFER-COUNT TO COUNT-TEXT
    MOVE SPACES TO REPORT-RECORD
    STRING
        "circulation opening=" DELIMITED BY SIZE
        FUNCTION TRIM(OPENING-TEXT) DELIMITED BY SIZE
        " ledger=" DELIMITED BY SIZE
        FUNCTION TRIM(LEDGER-TEXT) DELIMITED BY SIZE
        " actual=" DELIMITED BY SIZE
        FUNCTION TRIM(ACTUAL-TEXT) DELIMITED BY SIZE
        " transfers=" DELIMITED BY SIZE
        FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    CLOSE REPORT-FILE

    *> today's close is tomorrow's open
    MOVE SERVER-PROP-ECONOMY-CLOSING-PATH TO CLOSING-FILE-PATH
    OPEN OUTPUT CLOSING-FILE
    MOVE SPACES TO CLOSING-RECORD
    STRING
        "closing " DELIMITED BY SIZE
        RUN-TIMESTAMP(1:16) DELIMITED BY SIZE
        INTO CLOSING-RECORD
    END-STRING
    WRITE CLOSING-RECORD
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        IF PLAYER-BALANCE(PLAYER-INDEX) NOT = 0
            MOVE PLAYER-INDEX TO ID-TEXT
            MOVE PLAYER-BALANCE(PLAYER-INDEX) TO ACTUAL-TEXT
            MOVE SPACES TO CLOSING-RECORD
            STRING
                "balance " DELIMITED BY SIZE
                FUNCTION TRIM(ID-TEXT) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(ACTUAL-TEXT) DELIMITED BY SIZE
                INTO CLOSING-RECORD
            END-STRING
            WRITE CLOSING-RECORD
        END-IF
    END-PERFORM
    CLOSE CLOSING-FILE

    MOVE SPACES TO LK-RESPONSE
    IF HAS-OPENING = 0
        MOVE "No closing balances on record yet - today's taken as the opening"
            TO LK-RESPONSE
        GOBACK
    END-IF
    MOVE MISMATCH-COUNT TO ID-TEXT
    STRING
        "Reconciled " DELIMITED BY SIZE
        FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
        " transfers: " DELIMITED BY SIZE
        FUNCTION TRIM(ID-TEXT) DELIMITED BY SIZE
        " mismatched balance(s), circulation " DELIMITED BY SIZE
        FUNCTION TRIM(OPENING-TEXT) DELIMITED BY SIZE
        " -> " DELIMITED BY SIZE
        FUNCTION TRIM(ACTUAL-TEXT) DELIMITED BY SIZE
        " (ledger " DELIMITED BY SIZE
        FUNCTION TRIM(LEDGER-TEXT) DELIMITED BY SIZE
        ")" DELIMITED BY SIZE
        INTO LK-RESPONSE
    END-STRING

    GOBACK.

END PROGRAM Economy-Reconcile.
