*> --- Jobs-Load ---
*> Reads the activity payout rates at startup, alongside the other
*> config loaders. Lines are "job <activity> <key> <amount>", e.g.
*> "job break minecraft:coal_ore 2" or "job kill * 1". It then walks
*> today's economy log for the treasury's job payouts, so everyone's
*> daily cap carries on from where it stood before the restart.
IDENTIFICATION DIVISION.
PROGRAM-ID. Jobs-Load.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL JOBS-FILE ASSIGN TO JOBS-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL ECONOMY-LOG-FILE ASSIGN TO ECONOMY-LOG-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  JOBS-FILE.
01  JOBS-RECORD                  PIC X(128).
FD  ECONOMY-LOG-FILE.
01  ECONOMY-LOG-RECORD           PIC X(512).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-PLAYERS.
    COPY DD-JOBS.
    01 JOBS-FILE-PATH            PIC X(256).
    01 JOBS-EOF                  BINARY-CHAR UNSIGNED.
    01 RECORD-KIND               PIC X(8).
    01 FIELD-ACTIVITY            PIC X(16).
    01 FIELD-KEY                 PIC X(64).
    01 FIELD-AMOUNT              PIC X(12).
    01 ECONOMY-LOG-PATH          PIC X(300).
    01 ECONOMY-EOF               BINARY-CHAR UNSIGNED.
    01 GENERATION-COUNT          BINARY-LONG UNSIGNED.
    01 GENERATION-TABLE.
        02 GENERATION-ENTRY      PIC X(300) OCCURS 65 TIMES.
    01 GENERATION-INDEX          BINARY-LONG UNSIGNED.
    01 PLAYER-INDEX              BINARY-LONG.
    01 RUN-TIMESTAMP             PIC X(21).
    *> one parsed "transfer" line: transfer from= to= amount= reason=job
    01 TRANSFER-FIELD            PIC X(80) OCCURS 5 TIMES.
    01 PAYEE-ID                  BINARY-LONG.

PROCEDURE DIVISION.
    MOVE 0 TO JOB-RATE-COUNT

    MOVE SERVER-PROP-JOBS-PATH TO JOBS-FILE-PATH
    MOVE 0 TO JOBS-EOF
    OPEN INPUT JOBS-FILE
    PERFORM UNTIL JOBS-EOF = 1
        READ JOBS-FILE
            AT END
                MOVE 1 TO JOBS-EOF
            NOT AT END
                MOVE SPACES TO RECORD-KIND FIELD-ACTIVITY FIELD-KEY FIELD-AMOUNT
                UNSTRING JOBS-RECORD DELIMITED BY ALL SPACE
                    INTO RECORD-KIND FIELD-ACTIVITY FIELD-KEY FIELD-AMOUNT
                END-UNSTRING
                IF FUNCTION TRIM(RECORD-KIND) = "job"
                        AND FIELD-KEY NOT = SPACES
                        AND FIELD-AMOUNT NOT = SPACES
                        AND JOB-RATE-COUNT < MAX-JOB-RATES
                    ADD 1 TO JOB-RATE-COUNT
                    MOVE FIELD-ACTIVITY TO JOB-RATE-ACTIVITY(JOB-RATE-COUNT)
                    MOVE FIELD-KEY TO JOB-RATE-KEY(JOB-RATE-COUNT)
                    MOVE FUNCTION NUMVAL(FIELD-AMOUNT)
                        TO JOB-RATE-AMOUNT(JOB-RATE-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE JOBS-FILE

    MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
    MOVE RUN-TIMESTAMP(1:8) TO JOBS-EARNED-DAY
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        MOVE 0 TO JOBS-EARNED(PLAYER-INDEX)
        MOVE 0 TO JOBS-CAP-NOTIFIED(PLAYER-INDEX)
    END-PERFORM

    CALL "Log-ListGenerations" USING SERVER-PROP-SHOP-LOG-PATH
        GENERATION-COUNT GENERATION-TABLE
    PERFORM VARYING GENERATION-INDEX FROM 1 BY 1
            UNTIL GENERATION-INDEX > GENERATION-COUNT
    MOVE GENERATION-ENTRY(GENERATION-INDEX) TO ECONOMY-LOG-PATH
    MOVE 0 TO ECONOMY-EOF
    OPEN INPUT ECONOMY-LOG-FILE
    PERFORM UNTIL ECONOMY-EOF = 1
        READ ECONOMY-LOG-FILE
            AT END
                MOVE 1 TO ECONOMY-EOF
            NOT AT END
                IF ECONOMY-LOG-RECORD(1:8) NOT = JOBS-EARNED-DAY
                        OR ECONOMY-LOG-RECORD(23:16) NOT = "transfer from=0 "
                    EXIT PERFORM CYCLE
                END-IF
                MOVE SPACES TO TRANSFER-FIELD(1) TRANSFER-FIELD(2)
                    TRANSFER-FIELD(3) TRANSFER-FIELD(4) TRANSFER-FIELD(5)
                UNSTRING ECONOMY-LOG-RECORD(23:) DELIMITED BY ALL SPACE
                    INTO TRANSFER-FIELD(1) TRANSFER-FIELD(2) TRANSFER-FIELD(3)
                         TRANSFER-FIELD(4) TRANSFER-FIELD(5)
                END-UNSTRING
                IF TRANSFER-FIELD(5) NOT = "reason=job"
                    EXIT PERFORM CYCLE
                END-IF
                MOVE FUNCTION NUMVAL(TRANSFER-FIELD(3)(4:)) TO PAYEE-ID
                IF PAYEE-ID >= 1 AND PAYEE-ID <= MAX-PLAYERS
                    ADD FUNCTION NUMVAL(TRANSFER-FIELD(4)(8:))
                        TO JOBS-EARNED(PAYEE-ID)
                END-IF
        END-READ
    END-PERFORM
    CLOSE ECONOMY-LOG-FILE
    END-PERFORM

    GOBACK.

END PROGRAM Jobs-Load.

*> --- Jobs-Pay ---
*> Pays a player for one activity: looks up the rate for the key (an
*> exact match first, the activity's * line otherwise), trims it to
*> what is left of the daily cap, and pays it from the treasury
*> through Economy-Transfer - so it is minted, logged with the
*> activity and key in the reason, and reconciles like any transfer.
*> Creative and spectator players earn nothing: their breaks and
*> kills cost them nothing.
IDENTIFICATION DIVISION.
PROGRAM-ID. Jobs-Pay.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-PLAYERS.
    COPY DD-ECONOMY.
    COPY DD-JOBS.
    01 RATE-INDEX                BINARY-LONG UNSIGNED.
    01 EXACT-INDEX               BINARY-LONG UNSIGNED.
    01 WILDCARD-INDEX            BINARY-LONG UNSIGNED.
    01 PLAYER-INDEX              BINARY-LONG.
    01 PAY-AMOUNT                BINARY-LONG.
    01 CAP-LEFT                  BINARY-LONG.
    01 TRANSFER-RESULT           BINARY-CHAR UNSIGNED.
    01 PAY-REASON                PIC X(96).
    01 RUN-TIMESTAMP             PIC X(21).
    01 NOTICE-LINE               PIC X(64)
        VALUE "You have reached today's jobs payout cap".
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-ACTIVITY               PIC X ANY LENGTH.
    01 LK-KEY                    PIC X ANY LENGTH.
    01 LK-QUANTITY               BINARY-LONG.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-ACTIVITY LK-KEY LK-QUANTITY.
    IF LK-PLAYER-ID < 1 OR LK-PLAYER-ID > MAX-PLAYERS
            OR JOB-RATE-COUNT = 0 OR LK-QUANTITY < 1
        GOBACK
    END-IF
    IF PLAYER-GAMEMODE(LK-PLAYER-ID) = 1 OR PLAYER-GAMEMODE(LK-PLAYER-ID) = 3
        GOBACK
    END-IF

    MOVE 0 TO EXACT-INDEX
    MOVE 0 TO WILDCARD-INDEX
    PERFORM VARYING RATE-INDEX FROM 1 BY 1 UNTIL RATE-INDEX > JOB-RATE-COUNT
        IF JOB-RATE-ACTIVITY(RATE-INDEX) = LK-ACTIVITY
            IF JOB-RATE-KEY(RATE-INDEX) = LK-KEY
                MOVE RATE-INDEX TO EXACT-INDEX
                EXIT PERFORM
            END-IF
            IF JOB-RATE-KEY(RATE-INDEX) = "*" AND WILDCARD-INDEX = 0
                MOVE RATE-INDEX TO WILDCARD-INDEX
            END-IF
        END-IF
    END-PERFORM
    IF EXACT-INDEX = 0
        MOVE WILDCARD-INDEX TO EXACT-INDEX
    END-IF
    IF EXACT-INDEX = 0
        GOBACK
    END-IF
    COMPUTE PAY-AMOUNT = JOB-RATE-AMOUNT(EXACT-INDEX) * LK-QUANTITY
    IF PAY-AMOUNT <= 0
        GOBACK
    END-IF

    *> first payout of a new day starts every player's cap over
    MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
    IF RUN-TIMESTAMP(1:8) NOT = JOBS-EARNED-DAY
        MOVE RUN-TIMESTAMP(1:8) TO JOBS-EARNED-DAY
        PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
            MOVE 0 TO JOBS-EARNED(PLAYER-INDEX)
            MOVE 0 TO JOBS-CAP-NOTIFIED(PLAYER-INDEX)
        END-PERFORM
    END-IF

    IF SERVER-PROP-JOBS-DAILY-CAP > 0
        COMPUTE CAP-LEFT = SERVER-PROP-JOBS-DAILY-CAP - JOBS-EARNED(LK-PLAYER-ID)
        IF CAP-LEFT <= 0
            *> say so once, not on every block for the rest of the day
            IF JOBS-CAP-NOTIFIED(LK-PLAYER-ID) = 0
                    AND PLAYER-CLIENT(LK-PLAYER-ID) NOT = 0
                MOVE 1 TO JOBS-CAP-NOTIFIED(LK-PLAYER-ID)
                CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID)
                    NOTICE-LINE
            END-IF
            GOBACK
        END-IF
        IF PAY-AMOUNT > CAP-LEFT
            MOVE CAP-LEFT TO PAY-AMOUNT
        END-IF
    END-IF

    MOVE SPACES TO PAY-REASON
    STRING
        "job " DELIMITED BY SIZE
        FUNCTION TRIM(LK-ACTIVITY) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(LK-KEY) DELIMITED BY SIZE
        INTO PAY-REASON
    END-STRING
    MOVE 0 TO TRANSFER-RESULT
    CALL "Economy-Transfer" USING TREASURY-ACCOUNT-ID LK-PLAYER-ID
        PAY-AMOUNT PAY-REASON TRANSFER-RESULT
    IF TRANSFER-RESULT = 1
        ADD PAY-AMOUNT TO JOBS-EARNED(LK-PLAYER-ID)
    END-IF

    GOBACK.

END PROGRAM Jobs-Pay.

*> --- Jobs-WriteReport ---
*> The "jobs-report" verb, schedulable through DD-SCHEDULE like the
*> daily digest ("daily 0600 jobs-report"): yesterday's job payouts,
*> read back from the economy log across every generation, totalled
*> per activity and key - which rates actually move money - and per
*> player, flagging those who ran into the daily cap. The report is
*> rewritten each run; the summary comes back as the response.
IDENTIFICATION DIVISION.
PROGRAM-ID. Jobs-WriteReport.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ECONOMY-LOG-FILE ASSIGN TO ECONOMY-LOG-PATH
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REPORT-FILE ASSIGN TO REPORT-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  ECONOMY-LOG-FILE.
01  ECONOMY-LOG-RECORD           PIC X(512).
FD  REPORT-FILE.
01  REPORT-RECORD                PIC X(256).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-PLAYERS.
    01 ECONOMY-LOG-PATH          PIC X(300).
    01 ECONOMY-EOF               BINARY-CHAR UNSIGNED.
    01 REPORT-FILE-PATH          PIC X(256).
    01 GENERATION-COUNT          BINARY-LONG UNSIGNED.
    01 GENERATION-TABLE.
        02 GENERATION-ENTRY      PIC X(300) OCCURS 65 TIMES.
    01 GENERATION-INDEX          BINARY-LONG UNSIGNED.
    01 RUN-TIMESTAMP             PIC X(21).
    01 TODAY-DATE                PIC 9(8).
    01 REPORT-DATE               PIC 9(8).
    01 REPORT-DAY                PIC X(8).
    01 DAY-NUMBER                BINARY-LONG.
    *> one parsed payout: transfer from=0 to= amount= reason=job <activity> <key>
    01 TRANSFER-FIELD            PIC X(80) OCCURS 7 TIMES.
    01 PAYEE-ID                  BINARY-LONG.
    01 PAYOUT-AMOUNT             BINARY-LONG.
    *> the day's payouts folded per activity and key
    01 MAX-REPORT-GROUPS         BINARY-LONG UNSIGNED VALUE 512.
    01 GROUP-COUNT               BINARY-LONG UNSIGNED.
    01 REPORT-GROUP              OCCURS 512 TIMES.
        02 GROUP-ACTIVITY        PIC X(16).
        02 GROUP-KEY             PIC X(64).
        02 GROUP-PAYOUTS         BINARY-LONG UNSIGNED.
        02 GROUP-AMOUNT          BINARY-DOUBLE.
    01 GROUP-INDEX               BINARY-LONG UNSIGNED.
    01 FOUND-INDEX               BINARY-LONG UNSIGNED.
    01 PLAYER-EARNED             BINARY-DOUBLE OCCURS 256 TIMES.
    01 PLAYER-INDEX              BINARY-LONG.
    01 TOTAL-PAYOUTS             BINARY-LONG UNSIGNED.
    01 TOTAL-AMOUNT              BINARY-DOUBLE.
    01 PLAYERS-PAID              BINARY-LONG UNSIGNED.
    01 PLAYERS-CAPPED            BINARY-LONG UNSIGNED.
    01 CAPPED-TEXT               PIC X(3).
    01 COUNT-TEXT                PIC Z(9)9.
    01 AMOUNT-TEXT               PIC -----------------9.
    01 PLAYER-TEXT               PIC ---9.
    01 PAID-TEXT                 PIC Z(9)9.
    01 CAP-TEXT                  PIC Z(9)9.
LINKAGE SECTION.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-RESPONSE.
    MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
    MOVE RUN-TIMESTAMP(1:8) TO TODAY-DATE
    COMPUTE DAY-NUMBER = FUNCTION INTEGER-OF-DATE(TODAY-DATE) - 1
    MOVE FUNCTION DATE-OF-INTEGER(DAY-NUMBER) TO REPORT-DATE
    MOVE REPORT-DATE TO REPORT-DAY

    MOVE 0 TO GROUP-COUNT
    MOVE 0 TO TOTAL-PAYOUTS
    MOVE 0 TO TOTAL-AMOUNT
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        MOVE 0 TO PLAYER-EARNED(PLAYER-INDEX)
    END-PERFORM

    CALL "Log-ListGenerations" USING SERVER-PROP-SHOP-LOG-PATH
        GENERATION-COUNT GENERATION-TABLE
    PERFORM VARYING GENERATION-INDEX FROM 1 BY 1
            UNTIL GENERATION-INDEX > GENERATION-COUNT
    MOVE GENERATION-ENTRY(GENERATION-INDEX) TO ECONOMY-LOG-PATH
    MOVE 0 TO ECONOMY-EOF
    OPEN INPUT ECONOMY-LOG-FILE
    PERFORM UNTIL ECONOMY-EOF = 1
        READ ECONOMY-LOG-FILE
            AT END
                MOVE 1 TO ECONOMY-EOF
            NOT AT END
                IF ECONOMY-LOG-RECORD(1:8) NOT = REPORT-DAY
                        OR ECONOMY-LOG-RECORD(23:16) NOT = "transfer from=0 "
                    EXIT PERFORM CYCLE
                END-IF
                MOVE SPACES TO TRANSFER-FIELD(1) TRANSFER-FIELD(2)
                    TRANSFER-FIELD(3) TRANSFER-FIELD(4) TRANSFER-FIELD(5)
                    TRANSFER-FIELD(6) TRANSFER-FIELD(7)
                UNSTRING ECONOMY-LOG-RECORD(23:) DELIMITED BY ALL SPACE
                    INTO TRANSFER-FIELD(1) TRANSFER-FIELD(2) TRANSFER-FIELD(3)
                         TRANSFER-FIELD(4) TRANSFER-FIELD(5) TRANSFER-FIELD(6)
                         TRANSFER-FIELD(7)
                END-UNSTRING
                IF TRANSFER-FIELD(5) NOT = "reason=job"
                    EXIT PERFORM CYCLE
                END-IF
                MOVE FUNCTION NUMVAL(TRANSFER-FIELD(3)(4:)) TO PAYEE-ID
                MOVE FUNCTION NUMVAL(TRANSFER-FIELD(4)(8:)) TO PAYOUT-AMOUNT
                ADD 1 TO TOTAL-PAYOUTS
                ADD PAYOUT-AMOUNT TO TOTAL-AMOUNT
                IF PAYEE-ID >= 1 AND PAYEE-ID <= MAX-PLAYERS
                    ADD PAYOUT-AMOUNT TO PLAYER-EARNED(PAYEE-ID)
                END-IF

                MOVE 0 TO FOUND-INDEX
                PERFORM VARYING GROUP-INDEX FROM 1 BY 1 UNTIL GROUP-INDEX > GROUP-COUNT
                    IF GROUP-ACTIVITY(GROUP-INDEX) = TRANSFER-FIELD(6)
                            AND GROUP-KEY(GROUP-INDEX) = TRANSFER-FIELD(7)
                        MOVE GROUP-INDEX TO FOUND-INDEX
                        EXIT PERFORM
                    END-IF
                END-PERFORM
                IF FOUND-INDEX = 0 AND GROUP-COUNT < MAX-REPORT-GROUPS
                    ADD 1 TO GROUP-COUNT
                    MOVE GROUP-COUNT TO FOUND-INDEX
                    MOVE TRANSFER-FIELD(6) TO GROUP-ACTIVITY(FOUND-INDEX)
                    MOVE TRANSFER-FIELD(7) TO GROUP-KEY(FOUND-INDEX)
                    MOVE 0 TO GROUP-PAYOUTS(FOUND-INDEX)
                    MOVE 0 TO GROUP-AMOUNT(FOUND-INDEX)
                END-IF
                IF FOUND-INDEX NOT = 0
                    ADD 1 TO GROUP-PAYOUTS(FOUND-INDEX)
                    ADD PAYOUT-AMOUNT TO GROUP-AMOUNT(FOUND-INDEX)
                END-IF
        END-READ
    END-PERFORM
    CLOSE ECONOMY-LOG-FILE
    END-PERFORM

    MOVE 0 TO PLAYERS-PAID
    MOVE 0 TO PLAYERS-CAPPED
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        IF PLAYER-EARNED(PLAYER-INDEX) > 0
            ADD 1 TO PLAYERS-PAID
            IF SERVER-PROP-JOBS-DAILY-CAP > 0
                    AND PLAYER-EARNED(PLAYER-INDEX) >= SERVER-PROP-JOBS-DAILY-CAP
                ADD 1 TO PLAYERS-CAPPED
            END-IF
        END-IF
    END-PERFORM

    MOVE SERVER-PROP-JOBS-REPORT-PATH TO REPORT-FILE-PATH
    OPEN OUTPUT REPORT-FILE

    MOVE TOTAL-PAYOUTS TO COUNT-TEXT
    MOVE TOTAL-AMOUNT TO AMOUNT-TEXT
    MOVE PLAYERS-PAID TO PAID-TEXT
    MOVE SERVER-PROP-JOBS-DAILY-CAP TO CAP-TEXT
    MOVE SPACES TO REPORT-RECORD
    STRING
        "jobs day=" DELIMITED BY SIZE
        REPORT-DAY DELIMITED BY SIZE
        " payouts=" DELIMITED BY SIZE
        FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
        " total=" DELIMITED BY SIZE
        FUNCTION TRIM(AMOUNT-TEXT) DELIMITED BY SIZE
        " players=" DELIMITED BY SIZE
        FUNCTION TRIM(PAID-TEXT) DELIMITED BY SIZE
        " cap=" DELIMITED BY SIZE
        FUNCTION TRIM(CAP-TEXT) DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    PERFORM VARYING GROUP-INDEX FROM 1 BY 1 UNTIL GROUP-INDEX > GROUP-COUNT
        MOVE GROUP-PAYOUTS(GROUP-INDEX) TO COUNT-TEXT
        MOVE GROUP-AMOUNT(GROUP-INDEX) TO AMOUNT-TEXT
        MOVE SPACES TO REPORT-RECORD
        STRING
            "rate activity=" DELIMITED BY SIZE
            FUNCTION TRIM(GROUP-ACTIVITY(GROUP-INDEX)) DELIMITED BY SIZE
            " key=" DELIMITED BY SIZE
            FUNCTION TRIM(GROUP-KEY(GROUP-INDEX)) DELIMITED BY SIZE
            " payouts=" DELIMITED BY SIZE
            FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
            " amount=" DELIMITED BY SIZE
            FUNCTION TRIM(AMOUNT-TEXT) DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
    END-PERFORM

    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        IF PLAYER-EARNED(PLAYER-INDEX) > 0
            MOVE "no" TO CAPPED-TEXT
            IF SERVER-PROP-JOBS-DAILY-CAP > 0
                    AND PLAYER-EARNED(PLAYER-INDEX) >= SERVER-PROP-JOBS-DAILY-CAP
                MOVE "yes" TO CAPPED-TEXT
            END-IF
            MOVE PLAYER-INDEX TO PLAYER-TEXT
            MOVE PLAYER-EARNED(PLAYER-INDEX) TO AMOUNT-TEXT
            MOVE SPACES TO REPORT-RECORD
            STRING
                "player id=" DELIMITED BY SIZE
                FUNCTION TRIM(PLAYER-TEXT) DELIMITED BY SIZE
                " earned=" DELIMITED BY SIZE
                FUNCTION TRIM(AMOUNT-TEXT) DELIMITED BY SIZE
                " capped=" DELIMITED BY SIZE
                FUNCTION TRIM(CAPPED-TEXT) DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING
            WRITE REPORT-RECORD
        END-IF
    END-PERFORM

    CLOSE REPORT-FILE

    MOVE TOTAL-PAYOUTS TO COUNT-TEXT
    MOVE TOTAL-AMOUNT TO AMOUNT-TEXT
    MOVE PLAYERS-CAPPED TO CAP-TEXT
    MOVE SPACES TO LK-RESPONSE
    STRING
        "Jobs " DELIMITED BY SIZE
        REPORT-DAY DELIMITED BY SIZE
        ": " DELIMITED BY SIZE
        FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
        " payouts, " DELIMITED BY SIZE
        FUNCTION TRIM(AMOUNT-TEXT) DELIMITED BY SIZE
        " paid to " DELIMITED BY SIZE
        FUNCTION TRIM(PAID-TEXT) DELIMITED BY SIZE
        " players (" DELIMITED BY SIZE
        FUNCTION TRIM(CAP-TEXT) DELIMITED BY SIZE
        " at the cap)" DELIMITED BY SIZE
        INTO LK-RESPONSE
    END-STRING

    GOBACK.

END PROGRAM Jobs-WriteReport.

*> --- Jobs-Status ---
*> The "jobs" verb: what the player has earned from jobs so far today,
*> against the daily cap.
IDENTIFICATION DIVISION.
PROGRAM-ID. Jobs-Status.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-JOBS.
    01 RUN-TIMESTAMP             PIC X(21).
    01 EARNED-TEXT               PIC Z(9)9.
    01 CAP-TEXT                  PIC Z(9)9.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-RESPONSE.
    *> nothing paid yet today means the running total is yesterday's
    MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
    IF RUN-TIMESTAMP(1:8) = JOBS-EARNED-DAY
        MOVE JOBS-EARNED(LK-PLAYER-ID) TO EARNED-TEXT
    ELSE
        MOVE 0 TO EARNED-TEXT
    END-IF
    MOVE SPACES TO LK-RESPONSE
    IF SERVER-PROP-JOBS-DAILY-CAP = 0
        STRING
            "Jobs paid you " DELIMITED BY SIZE
            FUNCTION TRIM(EARNED-TEXT) DELIMITED BY SIZE
            " today" DELIMITED BY SIZE
            INTO LK-RESPONSE
        END-STRING
    ELSE
        MOVE SERVER-PROP-JOBS-DAILY-CAP TO CAP-TEXT
        STRING
            "Jobs paid you " DELIMITED BY SIZE
            FUNCTION TRIM(EARNED-TEXT) DELIMITED BY SIZE
            " of today's " DELIMITED BY SIZE
            FUNCTION TRIM(CAP-TEXT) DELIMITED BY SIZE
            " cap" DELIMITED BY SIZE
            INTO LK-RESPONSE
        END-STRING
    END-IF
    GOBACK.

END PROGRAM Jobs-Status.
