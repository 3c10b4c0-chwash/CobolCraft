*> --- Shop-SendStatements ---
*> The "shop-statements" verb, schedulable through DD-SCHEDULE like the
*> daily digest ("daily 0600 shop-statements"): yesterday's completed
*> [SHOP] sales, read from the economy log across every generation, go
*> to each sign owner as a mailed statement - one line with the day's
*> sales count and takings, then one line per sign and item with the
*> quantity sold, revenue, who bought and where the sign stands. Owners
*> who were offline all day learn what sold the next time they log in.
IDENTIFICATION DIVISION.
PROGRAM-ID. Shop-SendStatements.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL SALES-LOG-FILE ASSIGN TO SALES-LOG-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  SALES-LOG-FILE.
01  SALES-LOG-RECORD             PIC X(512).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-PLAYERS.
    01 SALES-LOG-PATH            PIC X(300).
    01 SALES-EOF                 BINARY-CHAR UNSIGNED.
    01 GENERATION-COUNT          BINARY-LONG UNSIGNED.
    01 GENERATION-TABLE.
        02 GENERATION-ENTRY      PIC X(300) OCCURS 65 TIMES.
    01 GENERATION-INDEX          BINARY-LONG UNSIGNED.
    01 RUN-TIMESTAMP             PIC X(21).
    01 TODAY-DATE                PIC 9(8).
    01 STATEMENT-DATE            PIC 9(8).
    01 STATEMENT-DAY             PIC X(8).
    01 DAY-NUMBER                BINARY-LONG.
    *> one parsed "sale" line: sale buyer= owner= item= qty= price= sign=
    01 SALE-FIELD                PIC X(80) OCCURS 7 TIMES.
    01 SALE-BUYER                BINARY-LONG.
    01 SALE-OWNER                BINARY-LONG.
    01 SALE-ITEM                 PIC X(64).
    01 SALE-QTY                  BINARY-LONG.
    01 SALE-PRICE                BINARY-LONG.
    01 SALE-SIGN                 PIC X(40).
    *> the day's sales folded per owner, sign and item
    01 MAX-STATEMENT-GROUPS      BINARY-LONG UNSIGNED VALUE 512.
    01 GROUP-COUNT               BINARY-LONG UNSIGNED.
    01 STATEMENT-GROUP           OCCURS 512 TIMES.
        02 GROUP-OWNER           BINARY-LONG.
        02 GROUP-SIGN            PIC X(40).
        02 GROUP-ITEM            PIC X(64).
        02 GROUP-SALES           BINARY-LONG UNSIGNED.
        02 GROUP-QTY             BINARY-LONG UNSIGNED.
        02 GROUP-REVENUE         BINARY-DOUBLE.
        02 GROUP-BUYER-COUNT     BINARY-LONG UNSIGNED.
        02 GROUP-BUYER           BINARY-LONG OCCURS 8 TIMES.
    01 GROUP-INDEX               BINARY-LONG UNSIGNED.
    01 FOUND-INDEX               BINARY-LONG UNSIGNED.
    01 BUYER-INDEX               BINARY-LONG UNSIGNED.
    01 BUYER-KNOWN               BINARY-CHAR UNSIGNED.
    01 OWNER-INDEX               BINARY-LONG.
    01 OWNER-SALES               BINARY-LONG UNSIGNED.
    01 OWNER-REVENUE             BINARY-DOUBLE.
    01 OWNERS-MAILED             BINARY-LONG UNSIGNED.
    01 TOTAL-SALES               BINARY-LONG UNSIGNED.
    01 SERVER-SENDER             BINARY-LONG VALUE 0.
    01 MAIL-LINE                 PIC X(128).
    01 MAIL-POINTER              BINARY-LONG UNSIGNED.
    01 MAIL-RESPONSE             PIC X(64).
    01 COUNT-TEXT                PIC ---------9.
    01 AMOUNT-TEXT               PIC -----------------9.
    01 BUYER-TEXT                PIC ---------9.
LINKAGE SECTION.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-RESPONSE.
    MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
    MOVE RUN-TIMESTAMP(1:8) TO TODAY-DATE
    COMPUTE DAY-NUMBER = FUNCTION INTEGER-OF-DATE(TODAY-DATE) - 1
    MOVE FUNCTION DATE-OF-INTEGER(DAY-NUMBER) TO STATEMENT-DATE
    MOVE STATEMENT-DATE TO STATEMENT-DAY

    MOVE 0 TO GROUP-COUNT
    MOVE 0 TO TOTAL-SALES

    CALL "Log-ListGenerations" USING SERVER-PROP-SHOP-LOG-PATH
        GENERATION-COUNT GENERATION-TABLE
    PERFORM VARYING GENERATION-INDEX FROM 1 BY 1
            UNTIL GENERATION-INDEX > GENERATION-COUNT
    MOVE GENERATION-ENTRY(GENERATION-INDEX) TO SALES-LOG-PATH
    MOVE 0 TO SALES-EOF
    OPEN INPUT SALES-LOG-FILE
    PERFORM UNTIL SALES-EOF = 1
        READ SALES-LOG-FILE
            AT END
                MOVE 1 TO SALES-EOF
            NOT AT END
                IF SALES-LOG-RECORD(1:8) NOT = STATEMENT-DAY
                        OR SALES-LOG-RECORD(23:11) NOT = "sale buyer="
                    EXIT PERFORM CYCLE
                END-IF
                MOVE SPACES TO SALE-FIELD(1) SALE-FIELD(2) SALE-FIELD(3)
                    SALE-FIELD(4) SALE-FIELD(5) SALE-FIELD(6) SALE-FIELD(7)
                UNSTRING SALES-LOG-RECORD(23:) DELIMITED BY ALL SPACE
                    INTO SALE-FIELD(1) SALE-FIELD(2) SALE-FIELD(3)
                         SALE-FIELD(4) SALE-FIELD(5) SALE-FIELD(6)
                         SALE-FIELD(7)
                END-UNSTRING
                MOVE FUNCTION NUMVAL(SALE-FIELD(2)(7:)) TO SALE-BUYER
                MOVE FUNCTION NUMVAL(SALE-FIELD(3)(7:)) TO SALE-OWNER
                MOVE SALE-FIELD(4)(6:) TO SALE-ITEM
                MOVE FUNCTION NUMVAL(SALE-FIELD(5)(5:)) TO SALE-QTY
                MOVE FUNCTION NUMVAL(SALE-FIELD(6)(7:)) TO SALE-PRICE
                *> sales logged before the sign was recorded
                IF SALE-FIELD(7)(1:5) = "sign="
                    MOVE SALE-FIELD(7)(6:) TO SALE-SIGN
                ELSE
                    MOVE "unknown" TO SALE-SIGN
                END-IF
                IF SALE-OWNER < 1 OR SALE-OWNER > MAX-PLAYERS
                    EXIT PERFORM CYCLE
                END-IF
                ADD 1 TO TOTAL-SALES

                MOVE 0 TO FOUND-INDEX
                PERFORM VARYING GROUP-INDEX FROM 1 BY 1 UNTIL GROUP-INDEX > GROUP-COUNT
                    IF GROUP-OWNER(GROUP-INDEX) = SALE-OWNER
                            AND GROUP-SIGN(GROUP-INDEX) = SALE-SIGN
                            AND GROUP-ITEM(GROUP-INDEX) = SALE-ITEM
                        MOVE GROUP-INDEX TO FOUND-INDEX
                        EXIT PERFORM
                    END-IF
                END-PERFORM
                IF FOUND-INDEX = 0 AND GROUP-COUNT < MAX-STATEMENT-GROUPS
                    ADD 1 TO GROUP-COUNT
                    MOVE GROUP-COUNT TO FOUND-INDEX
                    MOVE SALE-OWNER TO GROUP-OWNER(FOUND-INDEX)
                    MOVE SALE-SIGN TO GROUP-SIGN(FOUND-INDEX)
                    MOVE SALE-ITEM TO GROUP-ITEM(FOUND-INDEX)
                    MOVE 0 TO GROUP-SALES(FOUND-INDEX)
                    MOVE 0 TO GROUP-QTY(FOUND-INDEX)
                    MOVE 0 TO GROUP-REVENUE(FOUND-INDEX)
                    MOVE 0 TO GROUP-BUYER-COUNT(FOUND-INDEX)
                END-IF
                IF FOUND-INDEX > 0
                    ADD 1 TO GROUP-SALES(FOUND-INDEX)
                    ADD SALE-QTY TO GROUP-QTY(FOUND-INDEX)
                    ADD SALE-PRICE TO GROUP-REVENUE(FOUND-INDEX)
                    MOVE 0 TO BUYER-KNOWN
                    PERFORM VARYING BUYER-INDEX FROM 1 BY 1
                            UNTIL BUYER-INDEX > GROUP-BUYER-COUNT(FOUND-INDEX)
                            OR BUYER-INDEX > 8
                        IF GROUP-BUYER(FOUND-INDEX, BUYER-INDEX) = SALE-BUYER
                            MOVE 1 TO BUYER-KNOWN
                        END-IF
                    END-PERFORM
                    *> past eight distinct buyers only the count grows
                    IF BUYER-KNOWN = 0
                        ADD 1 TO GROUP-BUYER-COUNT(FOUND-INDEX)
                        IF GROUP-BUYER-COUNT(FOUND-INDEX) <= 8
                            MOVE SALE-BUYER TO GROUP-BUYER(FOUND-INDEX,
                                GROUP-BUYER-COUNT(FOUND-INDEX))
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE SALES-LOG-FILE
    END-PERFORM

    *> one statement per owner: the totals line, then each sign/item
    MOVE 0 TO OWNERS-MAILED
    PERFORM VARYING OWNER-INDEX FROM 1 BY 1 UNTIL OWNER-INDEX > MAX-PLAYERS
        MOVE 0 TO OWNER-SALES
        MOVE 0 TO OWNER-REVENUE
        PERFORM VARYING GROUP-INDEX FROM 1 BY 1 UNTIL GROUP-INDEX > GROUP-COUNT
            IF GROUP-OWNER(GROUP-INDEX) = OWNER-INDEX
                ADD GROUP-SALES(GROUP-INDEX) TO OWNER-SALES
                ADD GROUP-REVENUE(GROUP-INDEX) TO OWNER-REVENUE
            END-IF
        END-PERFORM
        IF OWNER-SALES = 0
            EXIT PERFORM CYCLE
        END-IF
        ADD 1 TO OWNERS-MAILED

        MOVE OWNER-SALES TO COUNT-TEXT
        MOVE OWNER-REVENUE TO AMOUNT-TEXT
        MOVE SPACES TO MAIL-LINE
        STRING
            "Shop statement for " DELIMITED BY SIZE
            STATEMENT-DAY DELIMITED BY SIZE
            ": " DELIMITED BY SIZE
            FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
            " sale(s), " DELIMITED BY SIZE
            FUNCTION TRIM(AMOUNT-TEXT) DELIMITED BY SIZE
            " earned" DELIMITED BY SIZE
            INTO MAIL-LINE
        END-STRING
        CALL "Mail-Send" USING SERVER-SENDER OWNER-INDEX MAIL-LINE MAIL-RESPONSE

        PERFORM VARYING GROUP-INDEX FROM 1 BY 1 UNTIL GROUP-INDEX > GROUP-COUNT
            IF GROUP-OWNER(GROUP-INDEX) NOT = OWNER-INDEX
                EXIT PERFORM CYCLE
            END-IF
            MOVE GROUP-QTY(GROUP-INDEX) TO COUNT-TEXT
            MOVE GROUP-REVENUE(GROUP-INDEX) TO AMOUNT-TEXT
            MOVE SPACES TO MAIL-LINE
            MOVE 1 TO MAIL-POINTER
            STRING
                FUNCTION TRIM(GROUP-ITEM(GROUP-INDEX)) DELIMITED BY SIZE
                " x" DELIMITED BY SIZE
                FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
                " for " DELIMITED BY SIZE
                FUNCTION TRIM(AMOUNT-TEXT) DELIMITED BY SIZE
                " at " DELIMITED BY SIZE
                FUNCTION TRIM(GROUP-SIGN(GROUP-INDEX)) DELIMITED BY SIZE
                ", buyers" DELIMITED BY SIZE
                INTO MAIL-LINE
                WITH POINTER MAIL-POINTER
            END-STRING
            PERFORM VARYING BUYER-INDEX FROM 1 BY 1
                    UNTIL BUYER-INDEX > GROUP-BUYER-COUNT(GROUP-INDEX)
                    OR BUYER-INDEX > 8
                MOVE GROUP-BUYER(GROUP-INDEX, BUYER-INDEX) TO BUYER-TEXT
                STRING
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM(BUYER-TEXT) DELIMITED BY SIZE
                    INTO MAIL-LINE
                    WITH POINTER MAIL-POINTER
                END-STRING
            END-PERFORM
            IF GROUP-BUYER-COUNT(GROUP-INDEX) > 8
                COMPUTE COUNT-TEXT = GROUP-BUYER-COUNT(GROUP-INDEX) - 8
                STRING
                    " +" DELIMITED BY SIZE
                    FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
                    " more" DELIMITED BY SIZE
                    INTO MAIL-LINE
                    WITH POINTER MAIL-POINTER
                END-STRING
            END-IF
            CALL "Mail-Send" USING SERVER-SENDER OWNER-INDEX MAIL-LINE MAIL-RESPONSE
        END-PERFORM
    END-PERFORM

    MOVE OWNERS-MAILED TO COUNT-TEXT
    MOVE TOTAL-SALES TO BUYER-TEXT
    MOVE SPACES TO LK-RESPONSE
    STRING
        "Shop statements for " DELIMITED BY SIZE
        STATEMENT-DAY DELIMITED BY SIZE
        " mailed to " DELIMITED BY SIZE
        FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
        " owner(s) covering " DELIMITED BY SIZE
        FUNCTION TRIM(BUYER-TEXT) DELIMITED BY SIZE
        " sale(s)" DELIMITED BY SIZE
        INTO LK-RESPONSE
    END-STRING

    GOBACK.

END PROGRAM Shop-SendStatements.
