*> --- Auction-Load ---
*> Reads the auction escrow at startup, alongside the other config
*> loaders. Lines are "next <id>" (the id the next listing gets) and
*> "auction <id> <state> <seller> <item> <count> <durability> <price>
*> <expires>", one per entry still holding goods.
IDENTIFICATION DIVISION.
PROGRAM-ID. Auction-Load.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL AUCTIONS-FILE ASSIGN TO AUCTIONS-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  AUCTIONS-FILE.
01  AUCTIONS-RECORD              PIC X(200).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-AUCTIONS.
    01 AUCTIONS-FILE-PATH        PIC X(256).
    01 AUCTIONS-EOF              BINARY-CHAR UNSIGNED.
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
    01 LOADED-COUNT              BINARY-LONG UNSIGNED.
    01 RECORD-KIND               PIC X(8).
    01 FIELD-ID                  PIC X(12).
    01 FIELD-STATE               PIC X(4).
    01 FIELD-SELLER              PIC X(12).
    01 FIELD-ITEM                PIC X(64).
    01 FIELD-COUNT               PIC X(12).
    01 FIELD-DURABILITY          PIC X(12).
    01 FIELD-PRICE               PIC X(12).
    01 FIELD-EXPIRES             PIC X(20).

PROCEDURE DIVISION.
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > MAX-AUCTIONS
        INITIALIZE AUCTION-ENTRY(ENTRY-INDEX)
    END-PERFORM
    MOVE 0 TO AUCTION-NEXT-ID
    MOVE 0 TO LOADED-COUNT

    MOVE SERVER-PROP-AUCTIONS-PATH TO AUCTIONS-FILE-PATH
    MOVE 0 TO AUCTIONS-EOF
    OPEN INPUT AUCTIONS-FILE
    PERFORM UNTIL AUCTIONS-EOF = 1
        READ AUCTIONS-FILE
            AT END
                MOVE 1 TO AUCTIONS-EOF
            NOT AT END
                MOVE SPACES TO RECORD-KIND FIELD-ID FIELD-STATE FIELD-SELLER
                    FIELD-ITEM FIELD-COUNT FIELD-DURABILITY FIELD-PRICE
                    FIELD-EXPIRES
                UNSTRING AUCTIONS-RECORD DELIMITED BY ALL SPACE
                    INTO RECORD-KIND FIELD-ID FIELD-STATE FIELD-SELLER
                        FIELD-ITEM FIELD-COUNT FIELD-DURABILITY FIELD-PRICE
                        FIELD-EXPIRES
                END-UNSTRING
                EVALUATE FUNCTION TRIM(RECORD-KIND)
                    WHEN "next"
                        MOVE FUNCTION NUMVAL(FIELD-ID) TO AUCTION-NEXT-ID
                    WHEN "auction"
                        IF FIELD-ITEM NOT = SPACES AND LOADED-COUNT < MAX-AUCTIONS
                            ADD 1 TO LOADED-COUNT
                            MOVE FUNCTION NUMVAL(FIELD-ID) TO AUCTION-ID(LOADED-COUNT)
                            MOVE FUNCTION NUMVAL(FIELD-STATE)
                                TO AUCTION-STATE(LOADED-COUNT)
                            MOVE FUNCTION NUMVAL(FIELD-SELLER)
                                TO AUCTION-SELLER(LOADED-COUNT)
                            MOVE FIELD-ITEM TO AUCTION-ITEM-NAME(LOADED-COUNT)
                            MOVE FUNCTION NUMVAL(FIELD-COUNT)
                                TO AUCTION-ITEM-COUNT(LOADED-COUNT)
                            MOVE FUNCTION NUMVAL(FIELD-DURABILITY)
                                TO AUCTION-ITEM-DURABILITY(LOADED-COUNT)
                            MOVE FUNCTION NUMVAL(FIELD-PRICE)
                                TO AUCTION-PRICE(LOADED-COUNT)
                            MOVE FUNCTION NUMVAL(FIELD-EXPIRES)
                                TO AUCTION-EXPIRES(LOADED-COUNT)
                            *> never hand out an id a loaded listing holds
                            IF AUCTION-ID(LOADED-COUNT) > AUCTION-NEXT-ID
                                MOVE AUCTION-ID(LOADED-COUNT) TO AUCTION-NEXT-ID
                            END-IF
                        END-IF
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE AUCTIONS-FILE

    GOBACK.

END PROGRAM Auction-Load.

*> --- Auction-Save ---
*> Rewrites the escrow file. Called after every listing, sale, cancel,
*> expiry and return - the file is the only place a listed stack
*> exists, so it can't wait for the autosave.
IDENTIFICATION DIVISION.
PROGRAM-ID. Auction-Save.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUCTIONS-FILE ASSIGN TO AUCTIONS-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  AUCTIONS-FILE.
01  AUCTIONS-RECORD              PIC X(200).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-AUCTIONS.
    01 AUCTIONS-FILE-PATH        PIC X(256).
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
    01 ID-TEXT                   PIC Z(9)9.
    01 STATE-TEXT                PIC 9.
    01 SELLER-TEXT               PIC ---9.
    01 COUNT-TEXT                PIC Z(9)9.
    01 DURABILITY-TEXT           PIC ---------9.
    01 PRICE-TEXT                PIC ---------9.
    01 EXPIRES-TEXT              PIC Z(17)9.

PROCEDURE DIVISION.
    MOVE SERVER-PROP-AUCTIONS-PATH TO AUCTIONS-FILE-PATH
    OPEN OUTPUT AUCTIONS-FILE

    MOVE AUCTION-NEXT-ID TO ID-TEXT
    MOVE SPACES TO AUCTIONS-RECORD
    STRING
        "next " DELIMITED BY SIZE
        FUNCTION TRIM(ID-TEXT) DELIMITED BY SIZE
        INTO AUCTIONS-RECORD
    END-STRING
    WRITE AUCTIONS-RECORD

    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > MAX-AUCTIONS
        IF AUCTION-STATE(ENTRY-INDEX) NOT = 0
            MOVE AUCTION-ID(ENTRY-INDEX) TO ID-TEXT
            MOVE AUCTION-STATE(ENTRY-INDEX) TO STATE-TEXT
            MOVE AUCTION-SELLER(ENTRY-INDEX) TO SELLER-TEXT
            MOVE AUCTION-ITEM-COUNT(ENTRY-INDEX) TO COUNT-TEXT
            MOVE AUCTION-ITEM-DURABILITY(ENTRY-INDEX) TO DURABILITY-TEXT
            MOVE AUCTION-PRICE(ENTRY-INDEX) TO PRICE-TEXT
            MOVE AUCTION-EXPIRES(ENTRY-INDEX) TO EXPIRES-TEXT
            MOVE SPACES TO AUCTIONS-RECORD
            STRING
                "auction " DELIMITED BY SIZE
                FUNCTION TRIM(ID-TEXT) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                STATE-TEXT DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(SELLER-TEXT) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(AUCTION-ITEM-NAME(ENTRY-INDEX)) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(DURABILITY-TEXT) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(PRICE-TEXT) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(EXPIRES-TEXT) DELIMITED BY SIZE
                INTO AUCTIONS-RECORD
            END-STRING
            WRITE AUCTIONS-RECORD
        END-IF
    END-PERFORM

    CLOSE AUCTIONS-FILE

    GOBACK.

END PROGRAM Auction-Save.

*> --- Auction-GetMinute ---
*> The wall clock in whole minutes (INTEGER-OF-DATE days times 1440
*> plus the minute of the day) - what listing expiry is measured in,
*> since the tick counter starts over with every restart.
IDENTIFICATION DIVISION.
PROGRAM-ID. Auction-GetMinute.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 NOW-STAMP.
        02 NOW-DATE              PIC 9(8).
        02 NOW-HOUR              PIC 9(2).
        02 NOW-MINUTE            PIC 9(2).
        02 FILLER                PIC X(9).
LINKAGE SECTION.
    01 LK-MINUTE                 BINARY-DOUBLE.

PROCEDURE DIVISION USING LK-MINUTE.
    MOVE FUNCTION CURRENT-DATE TO NOW-STAMP
    COMPUTE LK-MINUTE = FUNCTION INTEGER-OF-DATE(NOW-DATE) * 1440
        + NOW-HOUR * 60 + NOW-MINUTE
    GOBACK.

END PROGRAM Auction-GetMinute.

*> --- Auction-Sell ---
*> The "auction sell <price> <hours>" verb: the stack in the player's
*> hand goes into escrow as a new listing. The hand is emptied one
*> item at a time through Player-ConsumeHeldItem, the inventory
*> module's only held-slot removal, until it no longer holds that
*> item - so the listing counts exactly what left the inventory.
*> Creative players can't list: their stacks cost nothing to make.
IDENTIFICATION DIVISION.
PROGRAM-ID. Auction-Sell.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-AUCTIONS.
    COPY DD-SERVER-PROPERTIES.
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
    01 FREE-INDEX                BINARY-LONG UNSIGNED.
    01 LISTED-COUNT              BINARY-LONG UNSIGNED.
    01 HELD-ITEM-NAME            PIC X(64).
    01 CHECK-ITEM-NAME           PIC X(64).
    01 HELD-DURABILITY           BINARY-LONG.
    01 TAKEN-COUNT               BINARY-LONG UNSIGNED.
    01 NOW-MINUTE                BINARY-DOUBLE.
    01 ID-TEXT                   PIC Z(9)9.
    01 COUNT-TEXT                PIC Z(9)9.
    01 PRICE-TEXT                PIC ---------9.
    01 LIMIT-TEXT                PIC Z(9)9.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-PRICE                  BINARY-LONG.
    01 LK-HOURS                  BINARY-LONG.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-PRICE LK-HOURS LK-RESPONSE.
    MOVE SPACES TO LK-RESPONSE
    IF PLAYER-GAMEMODE(LK-PLAYER-ID) = 1 OR PLAYER-GAMEMODE(LK-PLAYER-ID) = 3
        MOVE "Only survival and adventure players can list items" TO LK-RESPONSE
        GOBACK
    END-IF
    IF LK-PRICE <= 0
        MOVE "The price must be at least 1" TO LK-RESPONSE
        GOBACK
    END-IF
    IF LK-HOURS < 1 OR LK-HOURS > SERVER-PROP-AUCTION-MAX-HOURS
        MOVE SERVER-PROP-AUCTION-MAX-HOURS TO LIMIT-TEXT
        STRING
            "The duration must be 1 to " DELIMITED BY SIZE
            FUNCTION TRIM(LIMIT-TEXT) DELIMITED BY SIZE
            " hours" DELIMITED BY SIZE
            INTO LK-RESPONSE
        END-STRING
        GOBACK
    END-IF

    MOVE 0 TO FREE-INDEX
    MOVE 0 TO LISTED-COUNT
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > MAX-AUCTIONS
        IF AUCTION-STATE(ENTRY-INDEX) = 0
            IF FREE-INDEX = 0
                MOVE ENTRY-INDEX TO FREE-INDEX
            END-IF
        ELSE
            IF AUCTION-STATE(ENTRY-INDEX) = 1
                    AND AUCTION-SELLER(ENTRY-INDEX) = LK-PLAYER-ID
                ADD 1 TO LISTED-COUNT
            END-IF
        END-IF
    END-PERFORM
    IF LISTED-COUNT >= SERVER-PROP-AUCTION-MAX-LISTINGS
        MOVE SERVER-PROP-AUCTION-MAX-LISTINGS TO LIMIT-TEXT
        STRING
            "You already have " DELIMITED BY SIZE
            FUNCTION TRIM(LIMIT-TEXT) DELIMITED BY SIZE
            " listings up" DELIMITED BY SIZE
            INTO LK-RESPONSE
        END-STRING
        GOBACK
    END-IF
    IF FREE-INDEX = 0
        MOVE "The auction house is full - try again later" TO LK-RESPONSE
        GOBACK
    END-IF

    MOVE SPACES TO HELD-ITEM-NAME
    CALL "Player-GetHeldItemName" USING LK-PLAYER-ID HELD-ITEM-NAME
    IF HELD-ITEM-NAME = SPACES OR HELD-ITEM-NAME = "minecraft:air"
        MOVE "Hold the stack you want to sell" TO LK-RESPONSE
        GOBACK
    END-IF
    *> the wear registry answers 0 for anything that isn't a tool
    CALL "Durability-GetRemaining" USING LK-PLAYER-ID HELD-ITEM-NAME
        HELD-DURABILITY

    MOVE 0 TO TAKEN-COUNT
    PERFORM UNTIL TAKEN-COUNT >= 64
        CALL "Player-ConsumeHeldItem" USING LK-PLAYER-ID
        ADD 1 TO TAKEN-COUNT
        MOVE SPACES TO CHECK-ITEM-NAME
        CALL "Player-GetHeldItemName" USING LK-PLAYER-ID CHECK-ITEM-NAME
        IF CHECK-ITEM-NAME NOT = HELD-ITEM-NAME
            EXIT PERFORM
        END-IF
    END-PERFORM

    CALL "Auction-GetMinute" USING NOW-MINUTE
    ADD 1 TO AUCTION-NEXT-ID
    INITIALIZE AUCTION-ENTRY(FREE-INDEX)
    MOVE AUCTION-NEXT-ID TO AUCTION-ID(FREE-INDEX)
    MOVE 1 TO AUCTION-STATE(FREE-INDEX)
    MOVE LK-PLAYER-ID TO AUCTION-SELLER(FREE-INDEX)
    MOVE HELD-ITEM-NAME TO AUCTION-ITEM-NAME(FREE-INDEX)
    MOVE TAKEN-COUNT TO AUCTION-ITEM-COUNT(FREE-INDEX)
    MOVE HELD-DURABILITY TO AUCTION-ITEM-DURABILITY(FREE-INDEX)
    MOVE LK-PRICE TO AUCTION-PRICE(FREE-INDEX)
    COMPUTE AUCTION-EXPIRES(FREE-INDEX) = NOW-MINUTE + LK-HOURS * 60
    CALL "Auction-Save"
    CALL "Auction-RefreshViewers"

    MOVE AUCTION-NEXT-ID TO ID-TEXT
    MOVE TAKEN-COUNT TO COUNT-TEXT
    MOVE LK-PRICE TO PRICE-TEXT
    STRING
        "Listed #" DELIMITED BY SIZE
        FUNCTION TRIM(ID-TEXT) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(HELD-ITEM-NAME) DELIMITED BY SIZE
        " x" DELIMITED BY SIZE
        FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
        " for " DELIMITED BY SIZE
        FUNCTION TRIM(PRICE-TEXT) DELIMITED BY SIZE
        INTO LK-RESPONSE
    END-STRING

    GOBACK.

END PROGRAM Auction-Sell.

*> --- Auction-GiveEntry ---
*> Hands one escrowed stack to a player: inventory first, an
*> item-entity drop at their feet as the fallback - the same net the
*> trade swap uses - and a worn tool arrives exactly as worn as it
*> was listed.
IDENTIFICATION DIVISION.
PROGRAM-ID. Auction-GiveEntry.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-AUCTIONS.
    01 GIVE-RESULT               BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-ENTRY-INDEX            BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-ENTRY-INDEX.
    CALL "Player-GiveItem" USING LK-PLAYER-ID
        AUCTION-ITEM-NAME(LK-ENTRY-INDEX)
        AUCTION-ITEM-COUNT(LK-ENTRY-INDEX)
        GIVE-RESULT
    IF GIVE-RESULT = 0
        CALL "ItemEntity-Spawn" USING
            AUCTION-ITEM-NAME(LK-ENTRY-INDEX)
            AUCTION-ITEM-COUNT(LK-ENTRY-INDEX)
            PLAYER-POSITION(LK-PLAYER-ID)
            AUCTION-ITEM-DURABILITY(LK-ENTRY-INDEX)
    END-IF
    IF AUCTION-ITEM-DURABILITY(LK-ENTRY-INDEX) > 0
        CALL "Durability-SetRemaining" USING LK-PLAYER-ID
            AUCTION-ITEM-NAME(LK-ENTRY-INDEX)
            AUCTION-ITEM-DURABILITY(LK-ENTRY-INDEX)
    END-IF
    GOBACK.

END PROGRAM Auction-GiveEntry.

*> --- Auction-DescribeEntry ---
*> "#<id> (<item> x<count>)", the way every notice names a listing.
IDENTIFICATION DIVISION.
PROGRAM-ID. Auction-DescribeEntry.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-AUCTIONS.
    01 ID-TEXT                   PIC Z(9)9.
    01 COUNT-TEXT                PIC Z(9)9.
LINKAGE SECTION.
    01 LK-ENTRY-INDEX            BINARY-LONG UNSIGNED.
    01 LK-TEXT                   PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-ENTRY-INDEX LK-TEXT.
    MOVE AUCTION-ID(LK-ENTRY-INDEX) TO ID-TEXT
    MOVE AUCTION-ITEM-COUNT(LK-ENTRY-INDEX) TO COUNT-TEXT
    MOVE SPACES TO LK-TEXT
    STRING
        "#" DELIMITED BY SIZE
        FUNCTION TRIM(ID-TEXT) DELIMITED BY SIZE
        " (" DELIMITED BY SIZE
        FUNCTION TRIM(AUCTION-ITEM-NAME(LK-ENTRY-INDEX)) DELIMITED BY SIZE
        " x" DELIMITED BY SIZE
        FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
        ")" DELIMITED BY SIZE
        INTO LK-TEXT
    END-STRING
    GOBACK.

END PROGRAM Auction-DescribeEntry.

*> --- Auction-ReturnEntry ---
*> Takes a listing off sale and sends the stack home: straight into
*> the inventory of a seller who is online, or - for one who isn't -
*> held as a pending return (state 2) with a mail telling them it will
*> be waiting at their next login. The caller saves.
IDENTIFICATION DIVISION.
PROGRAM-ID. Auction-ReturnEntry.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-AUCTIONS.
    01 SELLER-ID                 BINARY-LONG.
    01 SERVER-SENDER             BINARY-LONG VALUE 0.
    01 ENTRY-TEXT                PIC X(96).
    01 NOTICE-LINE               PIC X(128).
    01 MAIL-RESPONSE             PIC X(64).
LINKAGE SECTION.
    01 LK-ENTRY-INDEX            BINARY-LONG UNSIGNED.
    01 LK-WHY                    PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-ENTRY-INDEX LK-WHY.
    MOVE AUCTION-SELLER(LK-ENTRY-INDEX) TO SELLER-ID
    CALL "Auction-DescribeEntry" USING LK-ENTRY-INDEX ENTRY-TEXT
    MOVE SPACES TO NOTICE-LINE

    IF SELLER-ID >= 1 AND SELLER-ID <= MAX-PLAYERS
            AND PLAYER-CLIENT(SELLER-ID) NOT = 0
        CALL "Auction-GiveEntry" USING SELLER-ID LK-ENTRY-INDEX
        MOVE 0 TO AUCTION-STATE(LK-ENTRY-INDEX)
        STRING
            "Your auction " DELIMITED BY SIZE
            FUNCTION TRIM(ENTRY-TEXT) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(LK-WHY) DELIMITED BY SIZE
            " - returned to you" DELIMITED BY SIZE
            INTO NOTICE-LINE
        END-STRING
        CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(SELLER-ID) NOTICE-LINE
        GOBACK
    END-IF

    MOVE 2 TO AUCTION-STATE(LK-ENTRY-INDEX)
    STRING
        "Your auction " DELIMITED BY SIZE
        FUNCTION TRIM(ENTRY-TEXT) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(LK-WHY) DELIMITED BY SIZE
        " - it will be returned when you next log in" DELIMITED BY SIZE
        INTO NOTICE-LINE
    END-STRING
    CALL "Mail-Send" USING SERVER-SENDER SELLER-ID NOTICE-LINE MAIL-RESPONSE

    GOBACK.

END PROGRAM Auction-ReturnEntry.

*> --- Auction-Cancel ---
*> The "auction cancel <id>" verb: a seller withdraws their own
*> listing; the console may withdraw anyone's.
IDENTIFICATION DIVISION.
PROGRAM-ID. Auction-Cancel.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-AUCTIONS.
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
    01 FOUND-INDEX               BINARY-LONG UNSIGNED.
    01 ID-TEXT                   PIC Z(9)9.
LINKAGE SECTION.
    01 LK-ORIGIN-PLAYER          BINARY-LONG.
    01 LK-AUCTION-ID             BINARY-LONG.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-ORIGIN-PLAYER LK-AUCTION-ID LK-RESPONSE.
    MOVE SPACES TO LK-RESPONSE
    MOVE 0 TO FOUND-INDEX
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > MAX-AUCTIONS
        IF AUCTION-STATE(ENTRY-INDEX) = 1
                AND AUCTION-ID(ENTRY-INDEX) = LK-AUCTION-ID
            MOVE ENTRY-INDEX TO FOUND-INDEX
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF FOUND-INDEX = 0 OR LK-AUCTION-ID < 1
        MOVE "No such listing is up for sale" TO LK-RESPONSE
        GOBACK
    END-IF
    IF LK-ORIGIN-PLAYER NOT = 0
            AND AUCTION-SELLER(FOUND-INDEX) NOT = LK-ORIGIN-PLAYER
        MOVE "That listing is not yours" TO LK-RESPONSE
        GOBACK
    END-IF

    CALL "Auction-ReturnEntry" USING FOUND-INDEX "was cancelled"
    CALL "Auction-Save"
    CALL "Auction-RefreshViewers"

    MOVE LK-AUCTION-ID TO ID-TEXT
    STRING
        "Listing #" DELIMITED BY SIZE
        FUNCTION TRIM(ID-TEXT) DELIMITED BY SIZE
        " cancelled" DELIMITED BY SIZE
        INTO LK-RESPONSE
    END-STRING
    GOBACK.

END PROGRAM Auction-Cancel.

*> --- Auction-ExpireSweep ---
*> Sends every listing whose time has run out back to its seller.
*> Rides the player autosave schedule, and runs again before a browse
*> window opens so nobody is shown a listing that has lapsed.
IDENTIFICATION DIVISION.
PROGRAM-ID. Auction-ExpireSweep.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-AUCTIONS.
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
    01 EXPIRED-COUNT             BINARY-LONG UNSIGNED.
    01 NOW-MINUTE                BINARY-DOUBLE.

PROCEDURE DIVISION.
    CALL "Auction-GetMinute" USING NOW-MINUTE
    MOVE 0 TO EXPIRED-COUNT
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > MAX-AUCTIONS
        IF AUCTION-STATE(ENTRY-INDEX) = 1
                AND AUCTION-EXPIRES(ENTRY-INDEX) <= NOW-MINUTE
            CALL "Auction-ReturnEntry" USING ENTRY-INDEX "expired unsold"
            ADD 1 TO EXPIRED-COUNT
        END-IF
    END-PERFORM
    IF EXPIRED-COUNT > 0
        CALL "Auction-Save"
        CALL "Auction-RefreshViewers"
    END-IF
    GOBACK.

END PROGRAM Auction-ExpireSweep.

*> --- Auction-DeliverReturns ---
*> Run by Player-HandleLogin: every stack held back while this seller
*> was offline is handed over now.
IDENTIFICATION DIVISION.
PROGRAM-ID. Auction-DeliverReturns.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-AUCTIONS.
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
    01 RETURNED-COUNT            BINARY-LONG UNSIGNED.
    01 RETURNED-TEXT             PIC Z(9)9.
    01 NOTICE-LINE               PIC X(64).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    MOVE 0 TO RETURNED-COUNT
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > MAX-AUCTIONS
        IF AUCTION-STATE(ENTRY-INDEX) = 2
                AND AUCTION-SELLER(ENTRY-INDEX) = LK-PLAYER-ID
            CALL "Auction-GiveEntry" USING LK-PLAYER-ID ENTRY-INDEX
            MOVE 0 TO AUCTION-STATE(ENTRY-INDEX)
            ADD 1 TO RETURNED-COUNT
        END-IF
    END-PERFORM
    IF RETURNED-COUNT = 0
        GOBACK
    END-IF

    CALL "Auction-Save"
    MOVE RETURNED-COUNT TO RETURNED-TEXT
    MOVE SPACES TO NOTICE-LINE
    STRING
        FUNCTION TRIM(RETURNED-TEXT) DELIMITED BY SIZE
        " unsold auction stack(s) returned to you" DELIMITED BY SIZE
        INTO NOTICE-LINE
    END-STRING
    CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID) NOTICE-LINE
    GOBACK.

END PROGRAM Auction-DeliverReturns.

*> --- Auction-ListMine ---
*> The "auction mine" verb: the player's own listings on one line, ids
*> first so they can be cancelled.
IDENTIFICATION DIVISION.
PROGRAM-ID. Auction-ListMine.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-AUCTIONS.
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
    01 LISTED-COUNT              BINARY-LONG UNSIGNED.
    01 RESPONSE-POINTER          BINARY-LONG UNSIGNED.
    01 ENTRY-TEXT                PIC X(96).
    01 PRICE-TEXT                PIC ---------9.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-RESPONSE.
    MOVE SPACES TO LK-RESPONSE
    MOVE 0 TO LISTED-COUNT
    MOVE 1 TO RESPONSE-POINTER
    STRING "Your listings:" DELIMITED BY SIZE
        INTO LK-RESPONSE WITH POINTER RESPONSE-POINTER
    END-STRING
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > MAX-AUCTIONS
        IF AUCTION-STATE(ENTRY-INDEX) = 1
                AND AUCTION-SELLER(ENTRY-INDEX) = LK-PLAYER-ID
            ADD 1 TO LISTED-COUNT
            CALL "Auction-DescribeEntry" USING ENTRY-INDEX ENTRY-TEXT
            MOVE AUCTION-PRICE(ENTRY-INDEX) TO PRICE-TEXT
            STRING
                " " DELIMITED BY SIZE
                FUNCTION TRIM(ENTRY-TEXT) DELIMITED BY SIZE
                " @" DELIMITED BY SIZE
                FUNCTION TRIM(PRICE-TEXT) DELIMITED BY SIZE
                INTO LK-RESPONSE WITH POINTER RESPONSE-POINTER
            END-STRING
        END-IF
    END-PERFORM
    IF LISTED-COUNT = 0
        MOVE "You have nothing up for auction" TO LK-RESPONSE
    END-IF
    GOBACK.

END PROGRAM Auction-ListMine.

*> --- Auction-OpenWindowFor ---
*> The "auction browse" verb. Window layout (a generic 9x4): slots
*> 0-26 are one page of listings, 27 and 35 step back and forward a
*> page, 31 shows the page number. A click on a listing quotes it in
*> chat; a shift-click buys it.
IDENTIFICATION DIVISION.
PROGRAM-ID. Auction-OpenWindowFor.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-AUCTIONS.
    *> menu registry index for the generic 9x4 window
    01 WINDOW-TYPE-AUCTION       BINARY-LONG VALUE 3.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-RESPONSE.
    CALL "Auction-ExpireSweep"
    IF PLAYER-WINDOW-ID(LK-PLAYER-ID) NOT = 0
        CALL "Player-CloseOpenWindow" USING LK-PLAYER-ID
    END-IF

    MOVE 0 TO AUCTION-VIEW-PAGE(LK-PLAYER-ID)
    ADD 1 TO PLAYER-WINDOW-ID(LK-PLAYER-ID)
    IF PLAYER-WINDOW-ID(LK-PLAYER-ID) = 0
        MOVE 1 TO PLAYER-WINDOW-ID(LK-PLAYER-ID)
    END-IF
    MOVE WINDOW-TYPE-AUCTION TO PLAYER-WINDOW-TYPE(LK-PLAYER-ID)
    CALL "SendPacket-OpenScreen" USING PLAYER-CLIENT(LK-PLAYER-ID)
        PLAYER-WINDOW-ID(LK-PLAYER-ID) PLAYER-WINDOW-TYPE(LK-PLAYER-ID)
        "Auction House"
    CALL "Auction-SendContent" USING LK-PLAYER-ID

    MOVE "Click a listing for its price, shift-click to buy" TO LK-RESPONSE
    GOBACK.

END PROGRAM Auction-OpenWindowFor.

*> --- Auction-SendContent ---
*> Fills the browse window with the player's current page, recording
*> which listing each slot shows. A page emptied out from under the
*> player (sales, cancels) falls back to the last page that has any.
IDENTIFICATION DIVISION.
PROGRAM-ID. Auction-SendContent.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-AUCTIONS.
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
    01 SLOT-INDEX                BINARY-LONG UNSIGNED.
    01 ACTIVE-COUNT              BINARY-LONG UNSIGNED.
    01 SKIP-COUNT                BINARY-LONG UNSIGNED.
    01 SEEN-COUNT                BINARY-LONG UNSIGNED.
    01 SHOWN-COUNT               BINARY-LONG UNSIGNED.
    01 MORE-PAGES                BINARY-CHAR UNSIGNED.
    01 WINDOW-SLOTS.
        02 WINDOW-SLOT           OCCURS 36 TIMES.
            03 WINDOW-SLOT-NAME  PIC X(64).
            03 WINDOW-SLOT-COUNT BINARY-LONG UNSIGNED.
    01 SLOT-TOTAL                BINARY-LONG UNSIGNED VALUE 36.
    01 LISTING-SLOTS             BINARY-LONG UNSIGNED VALUE 27.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    MOVE 0 TO ACTIVE-COUNT
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > MAX-AUCTIONS
        IF AUCTION-STATE(ENTRY-INDEX) = 1
            ADD 1 TO ACTIVE-COUNT
        END-IF
    END-PERFORM
    IF AUCTION-VIEW-PAGE(LK-PLAYER-ID) * LISTING-SLOTS >= ACTIVE-COUNT
        IF ACTIVE-COUNT = 0
            MOVE 0 TO AUCTION-VIEW-PAGE(LK-PLAYER-ID)
        ELSE
            COMPUTE AUCTION-VIEW-PAGE(LK-PLAYER-ID) =
                (ACTIVE-COUNT - 1) / LISTING-SLOTS
        END-IF
    END-IF

    INITIALIZE WINDOW-SLOTS
    PERFORM VARYING SLOT-INDEX FROM 1 BY 1 UNTIL SLOT-INDEX > LISTING-SLOTS
        MOVE 0 TO AUCTION-VIEW-ID(LK-PLAYER-ID, SLOT-INDEX)
    END-PERFORM

    COMPUTE SKIP-COUNT = AUCTION-VIEW-PAGE(LK-PLAYER-ID) * LISTING-SLOTS
    MOVE 0 TO SEEN-COUNT
    MOVE 0 TO SHOWN-COUNT
    MOVE 0 TO MORE-PAGES
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > MAX-AUCTIONS
        IF AUCTION-STATE(ENTRY-INDEX) = 1
            ADD 1 TO SEEN-COUNT
            IF SEEN-COUNT > SKIP-COUNT
                IF SHOWN-COUNT >= LISTING-SLOTS
                    MOVE 1 TO MORE-PAGES
                    EXIT PERFORM
                END-IF
                ADD 1 TO SHOWN-COUNT
                MOVE AUCTION-ITEM-NAME(ENTRY-INDEX)
                    TO WINDOW-SLOT-NAME(SHOWN-COUNT)
                MOVE AUCTION-ITEM-COUNT(ENTRY-INDEX)
                    TO WINDOW-SLOT-COUNT(SHOWN-COUNT)
                MOVE AUCTION-ID(ENTRY-INDEX)
                    TO AUCTION-VIEW-ID(LK-PLAYER-ID, SHOWN-COUNT)
            END-IF
        END-IF
    END-PERFORM

    *> the control row: arrows only where there is somewhere to go
    IF AUCTION-VIEW-PAGE(LK-PLAYER-ID) > 0
        MOVE "minecraft:arrow" TO WINDOW-SLOT-NAME(28)
        MOVE 1 TO WINDOW-SLOT-COUNT(28)
    END-IF
    MOVE "minecraft:paper" TO WINDOW-SLOT-NAME(32)
    COMPUTE WINDOW-SLOT-COUNT(32) = AUCTION-VIEW-PAGE(LK-PLAYER-ID) + 1
    IF MORE-PAGES = 1
        MOVE "minecraft:arrow" TO WINDOW-SLOT-NAME(36)
        MOVE 1 TO WINDOW-SLOT-COUNT(36)
    END-IF

    CALL "SendPacket-ContainerItems" USING PLAYER-CLIENT(LK-PLAYER-ID)
        PLAYER-WINDOW-ID(LK-PLAYER-ID) SLOT-TOTAL WINDOW-SLOTS

    GOBACK.

END PROGRAM Auction-SendContent.

*> --- Auction-RefreshViewers ---
*> Redraws every open browse window after the listings change, so a
*> stack someone else just bought vanishes from everyone's view.
IDENTIFICATION DIVISION.
PROGRAM-ID. Auction-RefreshViewers.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    01 PLAYER-INDEX              BINARY-LONG.
    01 WINDOW-TYPE-AUCTION       BINARY-LONG VALUE 3.

PROCEDURE DIVISION.
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        IF PLAYER-CLIENT(PLAYER-INDEX) NOT = 0
                AND PLAYER-WINDOW-ID(PLAYER-INDEX) NOT = 0
                AND PLAYER-WINDOW-TYPE(PLAYER-INDEX) = WINDOW-TYPE-AUCTION
            CALL "Auction-SendContent" USING PLAYER-INDEX
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Auction-RefreshViewers.

*> --- Auction-HandleClick ---
*> Nothing in the browse window moves: every click is answered by
*> redrawing it (and the cursor, which the client predicted filling).
*> Slots 27/35 page, a plain click on a listing quotes it, a
*> shift-click buys it. Clicks past the window are the player's own
*> inventory.
IDENTIFICATION DIVISION.
PROGRAM-ID. Auction-HandleClick.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-AUCTIONS.
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
    01 FOUND-INDEX               BINARY-LONG UNSIGNED.
    01 SLOT-INDEX                BINARY-LONG UNSIGNED.
    01 VIEWED-ID                 BINARY-LONG UNSIGNED.
    01 CURSOR-NAME               PIC X(64).
    01 CURSOR-COUNT              BINARY-LONG UNSIGNED.
    01 NOW-MINUTE                BINARY-DOUBLE.
    01 HOURS-LEFT                BINARY-LONG.
    01 ENTRY-TEXT                PIC X(96).
    01 PRICE-TEXT                PIC ---------9.
    01 SELLER-TEXT               PIC ---9.
    01 HOURS-TEXT                PIC ---9.
    01 NOTICE-LINE               PIC X(160).
LINKAGE SECTION.
    01 LK-PLAYER                 BINARY-LONG.
    01 LK-SLOT                   BINARY-LONG.
    01 LK-BUTTON                 BINARY-LONG.
    01 LK-MODE                   BINARY-LONG.

PROCEDURE DIVISION USING LK-PLAYER LK-SLOT LK-BUTTON LK-MODE.
    IF LK-SLOT >= 36
        CALL "Player-InventoryClick" USING LK-PLAYER LK-SLOT LK-BUTTON LK-MODE
        GOBACK
    END-IF

    EVALUATE TRUE
        WHEN LK-SLOT = 27 AND LK-MODE = 0
            IF AUCTION-VIEW-PAGE(LK-PLAYER) > 0
                SUBTRACT 1 FROM AUCTION-VIEW-PAGE(LK-PLAYER)
            END-IF
        WHEN LK-SLOT = 35 AND LK-MODE = 0
            *> Auction-SendContent pulls an overshoot back to the last page
            ADD 1 TO AUCTION-VIEW-PAGE(LK-PLAYER)
        WHEN LK-SLOT >= 0 AND LK-SLOT < 27
                AND (LK-MODE = 0 OR LK-MODE = 1)
            COMPUTE SLOT-INDEX = LK-SLOT + 1
            MOVE AUCTION-VIEW-ID(LK-PLAYER, SLOT-INDEX) TO VIEWED-ID
            MOVE 0 TO FOUND-INDEX
            IF VIEWED-ID NOT = 0
                PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
                        UNTIL ENTRY-INDEX > MAX-AUCTIONS
                    IF AUCTION-STATE(ENTRY-INDEX) = 1
                            AND AUCTION-ID(ENTRY-INDEX) = VIEWED-ID
                        MOVE ENTRY-INDEX TO FOUND-INDEX
                        EXIT PERFORM
                    END-IF
                END-PERFORM
                IF FOUND-INDEX = 0
                    MOVE "That listing has already gone" TO NOTICE-LINE
                    CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER)
                        NOTICE-LINE
                END-IF
            END-IF
            IF FOUND-INDEX NOT = 0
                IF LK-MODE = 1
                    CALL "Auction-Buy" USING LK-PLAYER FOUND-INDEX
                ELSE
                    CALL "Auction-GetMinute" USING NOW-MINUTE
                    COMPUTE HOURS-LEFT =
                        (AUCTION-EXPIRES(FOUND-INDEX) - NOW-MINUTE + 59) / 60
                    CALL "Auction-DescribeEntry" USING FOUND-INDEX ENTRY-TEXT
                    MOVE AUCTION-PRICE(FOUND-INDEX) TO PRICE-TEXT
                    MOVE AUCTION-SELLER(FOUND-INDEX) TO SELLER-TEXT
                    MOVE HOURS-LEFT TO HOURS-TEXT
                    MOVE SPACES TO NOTICE-LINE
                    STRING
                        FUNCTION TRIM(ENTRY-TEXT) DELIMITED BY SIZE
                        " from Player" DELIMITED BY SIZE
                        FUNCTION TRIM(SELLER-TEXT) DELIMITED BY SIZE
                        " for " DELIMITED BY SIZE
                        FUNCTION TRIM(PRICE-TEXT) DELIMITED BY SIZE
                        ", " DELIMITED BY SIZE
                        FUNCTION TRIM(HOURS-TEXT) DELIMITED BY SIZE
                        "h left - shift-click to buy" DELIMITED BY SIZE
                        INTO NOTICE-LINE
                    END-STRING
                    CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER)
                        NOTICE-LINE
                END-IF
            END-IF
    END-EVALUATE

    CALL "Player-GetCursorItem" USING LK-PLAYER CURSOR-NAME CURSOR-COUNT
    CALL "Player-SetCursorItem" USING LK-PLAYER CURSOR-NAME CURSOR-COUNT
    IF PLAYER-WINDOW-ID(LK-PLAYER) NOT = 0
        CALL "Auction-SendContent" USING LK-PLAYER
    END-IF

    GOBACK.

END PROGRAM Auction-HandleClick.

*> --- Auction-Buy ---
*> Settles one sale: the price moves buyer to seller through
*> Economy-Transfer, so it lands in the economy log with the listing
*> named in the reason, then the escrowed stack goes to the buyer and
*> the seller is told - in chat if online, by mail if not.
IDENTIFICATION DIVISION.
PROGRAM-ID. Auction-Buy.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-AUCTIONS.
    01 SELLER-ID                 BINARY-LONG.
    01 SERVER-SENDER             BINARY-LONG VALUE 0.
    01 TRANSFER-RESULT           BINARY-CHAR UNSIGNED.
    01 TRANSFER-REASON           PIC X(96).
    01 ENTRY-TEXT                PIC X(96).
    01 PRICE-TEXT                PIC ---------9.
    01 BUYER-TEXT                PIC ---9.
    01 NOTICE-LINE               PIC X(128).
    01 MAIL-RESPONSE             PIC X(64).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-ENTRY-INDEX            BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-ENTRY-INDEX.
    MOVE AUCTION-SELLER(LK-ENTRY-INDEX) TO SELLER-ID
    MOVE AUCTION-PRICE(LK-ENTRY-INDEX) TO PRICE-TEXT
    CALL "Auction-DescribeEntry" USING LK-ENTRY-INDEX ENTRY-TEXT
    MOVE SPACES TO NOTICE-LINE

    IF SELLER-ID = LK-PLAYER-ID
        MOVE "That is your own listing - use /auction cancel to withdraw it"
            TO NOTICE-LINE
        CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID) NOTICE-LINE
        GOBACK
    END-IF

    MOVE SPACES TO TRANSFER-REASON
    STRING
        "auction " DELIMITED BY SIZE
        FUNCTION TRIM(ENTRY-TEXT) DELIMITED BY SIZE
        INTO TRANSFER-REASON
    END-STRING
    MOVE 0 TO TRANSFER-RESULT
    CALL "Economy-Transfer" USING LK-PLAYER-ID SELLER-ID
        AUCTION-PRICE(LK-ENTRY-INDEX) TRANSFER-REASON TRANSFER-RESULT
    IF TRANSFER-RESULT = 0
        STRING
            "You can't afford that - it costs " DELIMITED BY SIZE
            FUNCTION TRIM(PRICE-TEXT) DELIMITED BY SIZE
            INTO NOTICE-LINE
        END-STRING
        CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID) NOTICE-LINE
        GOBACK
    END-IF

    CALL "Auction-GiveEntry" USING LK-PLAYER-ID LK-ENTRY-INDEX
    MOVE 0 TO AUCTION-STATE(LK-ENTRY-INDEX)
    CALL "Auction-Save"

    STRING
        "Bought " DELIMITED BY SIZE
        FUNCTION TRIM(ENTRY-TEXT) DELIMITED BY SIZE
        " for " DELIMITED BY SIZE
        FUNCTION TRIM(PRICE-TEXT) DELIMITED BY SIZE
        INTO NOTICE-LINE
    END-STRING
    CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID) NOTICE-LINE

    MOVE LK-PLAYER-ID TO BUYER-TEXT
    MOVE SPACES TO NOTICE-LINE
    STRING
        "Your auction " DELIMITED BY SIZE
        FUNCTION TRIM(ENTRY-TEXT) DELIMITED BY SIZE
        " sold to Player" DELIMITED BY SIZE
        FUNCTION TRIM(BUYER-TEXT) DELIMITED BY SIZE
        " for " DELIMITED BY SIZE
        FUNCTION TRIM(PRICE-TEXT) DELIMITED BY SIZE
        INTO NOTICE-LINE
    END-STRING
    IF PLAYER-CLIENT(SELLER-ID) NOT = 0
        CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(SELLER-ID) NOTICE-LINE
    ELSE
        CALL "Mail-Send" USING SERVER-SENDER SELLER-ID NOTICE-LINE MAIL-RESPONSE
    END-IF

    CALL "Auction-RefreshViewers"
    GOBACK.

END PROGRAM Auction-Buy.
