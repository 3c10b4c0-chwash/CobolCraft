*> Moves currency between two players, refusing overdrafts, and
*> leaves the transaction in the economy audit log. The balance table
*> is keyed by player id like the stats tables, so paying an offline
*> player simply credits the balance they come back to. Account 0 is
*> the server treasury: paying out of it mints currency and paying into
*> it burns currency, both counted in the treasury totals and saved at
*> once, so every coin that enters or leaves circulation has a line.
IDENTIFICATION DIVISION.
PROGRAM-ID. Economy-Transfer.

        LK-REASON LK-RESULT.
    MOVE 0 TO LK-RESULT
    IF LK-AMOUNT <= 0
            OR LK-FROM-PLAYER < 0 OR LK-FROM-PLAYER > MAX-PLAYERS
            OR LK-TO-PLAYER < 0 OR LK-TO-PLAYER > MAX-PLAYERS
            OR LK-FROM-PLAYER = LK-TO-PLAYER
        GOBACK
    END-IF
    IF LK-FROM-PLAYER NOT = TREASURY-ACCOUNT-ID
        IF PLAYER-BALANCE(LK-FROM-PLAYER) < LK-AMOUNT
            GOBACK
        END-IF
    END-IF

    IF LK-FROM-PLAYER = TREASURY-ACCOUNT-ID
        ADD LK-AMOUNT TO TREASURY-MINTED
    ELSE
        SUBTRACT LK-AMOUNT FROM PLAYER-BALANCE(LK-FROM-PLAYER)
    END-IF
    IF LK-TO-PLAYER = TREASURY-ACCOUNT-ID
        ADD LK-AMOUNT TO TREASURY-BURNED
    ELSE
        ADD LK-AMOUNT TO PLAYER-BALANCE(LK-TO-PLAYER)
    END-IF
    MOVE 1 TO LK-RESULT

    MOVE LK-FROM-PLAYER TO FROM-TEXT
    END-STRING
    CALL "Economy-LogLine" USING LOG-LINE

    IF LK-FROM-PLAYER = TREASURY-ACCOUNT-ID OR LK-TO-PLAYER = TREASURY-ACCOUNT-ID
        CALL "Treasury-Save"
    END-IF

    GOBACK.

END PROGRAM Economy-Transfer.
DATA DIVISION.
FILE SECTION.
FD  SHOP-LOG-FILE.
01  SHOP-LOG-RECORD              PIC X(320).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
*> buyer and the price to the sign's owner - atomically, stock first,
*> so a failed give leaves the chest untouched. Every outcome the
*> buyer needs to know about is a chat line; every completed sale is
*> an audit-log line naming the sign, the line the daily statements are
*> built from. A shelf that can't fill another lot gets the owner one
*> out-of-stock mail through Shop-StockAlert.
IDENTIFICATION DIVISION.
PROGRAM-ID. Shop-TryPurchase.

    01 GIVE-COUNT                BINARY-LONG UNSIGNED.
    01 SOLD-DURABILITY           BINARY-LONG.
    01 NOTICE-LINE               PIC X(128).
    01 LOG-LINE                  PIC X(200).
    01 BUYER-TEXT                PIC ---------9.
    01 OWNER-TEXT                PIC ---------9.
    01 QTY-TEXT                  PIC ---------9.
    01 PRICE-TEXT                PIC ---------9.
    01 SIGN-X-TEXT               PIC ---------9.
    01 SIGN-Y-TEXT               PIC ---------9.
    01 SIGN-Z-TEXT               PIC ---------9.
    01 SHELF-EMPTY               BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER                 BINARY-LONG.
    01 LK-SIGN-POSITION.
    IF STOCK-COUNT < SHOP-QUANTITY
        MOVE "This shop is out of stock" TO NOTICE-LINE
        CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER) NOTICE-LINE
        MOVE 1 TO SHELF-EMPTY
        CALL "Shop-StockAlert" USING OWNER-ID LK-SIGN-POSITION SHOP-ITEM-NAME
            SHELF-EMPTY
        GOBACK
    END-IF

    MOVE OWNER-ID TO OWNER-TEXT
    MOVE SHOP-QUANTITY TO QTY-TEXT
    MOVE SHOP-PRICE TO PRICE-TEXT
    MOVE LK-SIGN-X TO SIGN-X-TEXT
    MOVE LK-SIGN-Y TO SIGN-Y-TEXT
    MOVE LK-SIGN-Z TO SIGN-Z-TEXT
    MOVE SPACES TO LOG-LINE
    STRING
        "sale buyer=" DELIMITED BY SIZE
        FUNCTION TRIM(QTY-TEXT) DELIMITED BY SIZE
        " price=" DELIMITED BY SIZE
        FUNCTION TRIM(PRICE-TEXT) DELIMITED BY SIZE
        " sign=" DELIMITED BY SIZE
        FUNCTION TRIM(SIGN-X-TEXT) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(SIGN-Y-TEXT) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(SIGN-Z-TEXT) DELIMITED BY SIZE
        INTO LOG-LINE
    END-STRING
    CALL "Economy-LogLine" USING LOG-LINE

    *> this sale proves the shelf was stocked; what it left behind
    *> decides whether the owner hears about it now
    IF STOCK-COUNT - SHOP-QUANTITY < SHOP-QUANTITY
        MOVE 1 TO SHELF-EMPTY
    ELSE
        MOVE 0 TO SHELF-EMPTY
    END-IF
    CALL "Shop-StockAlert" USING OWNER-ID LK-SIGN-POSITION SHOP-ITEM-NAME
        SHELF-EMPTY

    MOVE "Purchase complete" TO NOTICE-LINE
    CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER) NOTICE-LINE
    IF PLAYER-CLIENT(OWNER-ID) NOT = 0
    GOBACK.

END PROGRAM Shop-TryPurchase.

*> --- Shop-StockAlert ---
*> Out-of-stock notice for a [SHOP] sign's owner, called by
*> Shop-TryPurchase with whether the chest beneath can fill another
*> lot. The first time a shelf comes up short the owner gets one
*> "out of stock at x,y,z" mail; the sign then stays on the alerted
*> list, so further failed purchases stay quiet, until a purchase finds
*> it stocked again and takes it off.
IDENTIFICATION DIVISION.
PROGRAM-ID. Shop-StockAlert.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-ECONOMY.
    01 ALERT-INDEX               BINARY-LONG UNSIGNED.
    01 FOUND-INDEX               BINARY-LONG UNSIGNED.
    01 SERVER-SENDER             BINARY-LONG VALUE 0.
    01 X-TEXT                    PIC ---------9.
    01 Y-TEXT                    PIC ---------9.
    01 Z-TEXT                    PIC ---------9.
    01 MAIL-LINE                 PIC X(128).
    01 MAIL-RESPONSE             PIC X(64).
LINKAGE SECTION.
    01 LK-OWNER-ID               BINARY-LONG.
    01 LK-SIGN-POSITION.
        02 LK-SIGN-X             BINARY-LONG.
        02 LK-SIGN-Y             BINARY-LONG.
        02 LK-SIGN-Z             BINARY-LONG.
    01 LK-ITEM-NAME              PIC X(64).
    01 LK-SHELF-EMPTY            BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-OWNER-ID LK-SIGN-POSITION LK-ITEM-NAME
        LK-SHELF-EMPTY.
    MOVE 0 TO FOUND-INDEX
    PERFORM VARYING ALERT-INDEX FROM 1 BY 1 UNTIL ALERT-INDEX > SHOP-STOCK-ALERT-COUNT
        IF SHOP-STOCK-ALERT-X(ALERT-INDEX) = LK-SIGN-X
                AND SHOP-STOCK-ALERT-Y(ALERT-INDEX) = LK-SIGN-Y
                AND SHOP-STOCK-ALERT-Z(ALERT-INDEX) = LK-SIGN-Z
            MOVE ALERT-INDEX TO FOUND-INDEX
            EXIT PERFORM
        END-IF
    END-PERFORM

    IF LK-SHELF-EMPTY = 0
        *> restocked - the last entry fills the gap
        IF FOUND-INDEX > 0
            MOVE SHOP-STOCK-ALERT(SHOP-STOCK-ALERT-COUNT)
                TO SHOP-STOCK-ALERT(FOUND-INDEX)
            SUBTRACT 1 FROM SHOP-STOCK-ALERT-COUNT
        END-IF
        GOBACK
    END-IF

    IF FOUND-INDEX > 0 OR SHOP-STOCK-ALERT-COUNT >= MAX-SHOP-STOCK-ALERTS
        GOBACK
    END-IF
    ADD 1 TO SHOP-STOCK-ALERT-COUNT
    MOVE LK-SIGN-X TO SHOP-STOCK-ALERT-X(SHOP-STOCK-ALERT-COUNT)
    MOVE LK-SIGN-Y TO SHOP-STOCK-ALERT-Y(SHOP-STOCK-ALERT-COUNT)
    MOVE LK-SIGN-Z TO SHOP-STOCK-ALERT-Z(SHOP-STOCK-ALERT-COUNT)

    MOVE LK-SIGN-X TO X-TEXT
    MOVE LK-SIGN-Y TO Y-TEXT
    MOVE LK-SIGN-Z TO Z-TEXT
    MOVE SPACES TO MAIL-LINE
    STRING
        "Out of stock at " DELIMITED BY SIZE
        FUNCTION TRIM(X-TEXT) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(Y-TEXT) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(Z-TEXT) DELIMITED BY SIZE
        " (" DELIMITED BY SIZE
        FUNCTION TRIM(LK-ITEM-NAME) DELIMITED BY SIZE
        ")" DELIMITED BY SIZE
        INTO MAIL-LINE
    END-STRING
    CALL "Mail-Send" USING SERVER-SENDER LK-OWNER-ID MAIL-LINE MAIL-RESPONSE

    GOBACK.

END PROGRAM Shop-StockAlert.
