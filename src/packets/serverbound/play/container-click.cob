    01 WINDOW-TYPE-HOPPER       BINARY-LONG VALUE 16.
    01 WINDOW-TYPE-ENCHANT      BINARY-LONG VALUE 13.
    01 WINDOW-TYPE-TRADE        BINARY-LONG VALUE 0.
    01 WINDOW-TYPE-AUCTION      BINARY-LONG VALUE 3.

LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
        WHEN WINDOW-TYPE-TRADE
            CALL "Trade-HandleClick" USING PLAYER-ID CLICKED-SLOT
                CLICK-BUTTON CLICK-MODE
        WHEN WINDOW-TYPE-AUCTION
            CALL "Auction-HandleClick" USING PLAYER-ID CLICKED-SLOT
                CLICK-BUTTON CLICK-MODE
    END-EVALUATE

    GOBACK.
