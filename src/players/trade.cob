        CALL "Durability-SetRemaining" USING LK-PLAYER
            CURSOR-NAME SWAP-DURABILITY
    END-IF
    *> a trade window has no block of its own - the transaction log
    *> places it where the staging player stands
    CALL "Container-LogSlotChange" USING LK-PLAYER PLAYER-POSITION(LK-PLAYER)
        "trade" SWAP-NAME SWAP-COUNT SWAP-DURABILITY
        TRADE-SLOT-NAME(SESSION-INDEX, MY-SIDE, SLOT-INDEX)
        TRADE-SLOT-COUNT(SESSION-INDEX, MY-SIDE, SLOT-INDEX)
        TRADE-SLOT-DURABILITY(SESSION-INDEX, MY-SIDE, SLOT-INDEX)
    CALL "Player-SetCursorItem" USING LK-PLAYER CURSOR-NAME CURSOR-COUNT

    MOVE 0 TO TRADE-CONFIRMED(SESSION-INDEX, 1)
                        TRADE-SLOT-NAME(LK-SESSION, SIDE-INDEX, SLOT-INDEX)
                        TRADE-SLOT-DURABILITY(LK-SESSION, SIDE-INDEX, SLOT-INDEX)
                END-IF
                CALL "Container-LogMove" USING RECEIVER-ID
                    PLAYER-POSITION(RECEIVER-ID) "trade" "took"
                    TRADE-SLOT-NAME(LK-SESSION, SIDE-INDEX, SLOT-INDEX)
                    TRADE-SLOT-COUNT(LK-SESSION, SIDE-INDEX, SLOT-INDEX)
                    TRADE-SLOT-DURABILITY(LK-SESSION, SIDE-INDEX, SLOT-INDEX)
                MOVE 0 TO TRADE-SLOT-COUNT(LK-SESSION, SIDE-INDEX, SLOT-INDEX)
                MOVE SPACES TO TRADE-SLOT-NAME(LK-SESSION, SIDE-INDEX, SLOT-INDEX)
                MOVE 0 TO TRADE-SLOT-DURABILITY(LK-SESSION, SIDE-INDEX, SLOT-INDEX)
                        TRADE-SLOT-NAME(SESSION-INDEX, SIDE-INDEX, SLOT-INDEX)
                        TRADE-SLOT-DURABILITY(SESSION-INDEX, SIDE-INDEX, SLOT-INDEX)
                END-IF
                CALL "Container-LogMove" USING OWNER-ID
                    PLAYER-POSITION(OWNER-ID) "trade" "took"
                    TRADE-SLOT-NAME(SESSION-INDEX, SIDE-INDEX, SLOT-INDEX)
                    TRADE-SLOT-COUNT(SESSION-INDEX, SIDE-INDEX, SLOT-INDEX)
                    TRADE-SLOT-DURABILITY(SESSION-INDEX, SIDE-INDEX, SLOT-INDEX)
                MOVE 0 TO TRADE-SLOT-COUNT(SESSION-INDEX, SIDE-INDEX, SLOT-INDEX)
                MOVE SPACES TO TRADE-SLOT-NAME(SESSION-INDEX, SIDE-INDEX, SLOT-INDEX)
                MOVE 0 TO TRADE-SLOT-DURABILITY(SESSION-INDEX, SIDE-INDEX, SLOT-INDEX)
