    IF LK-SENDER-ID NOT = 0
        CALL "Moderation-CheckMute" USING LK-SENDER-ID IS-MUTED
        IF IS-MUTED = 1
            CALL "ChatLog-Record" USING "mail" LK-SENDER-ID LK-TARGET-ID IS-MUTED LK-TEXT
            MOVE "You are muted and cannot send messages right now" TO LK-RESPONSE
            GOBACK
        END-IF
    MOVE LK-TEXT TO MAIL-TEXT(MAIL-COUNT)

    CALL "Mail-Save"
    MOVE 0 TO IS-MUTED
    CALL "ChatLog-Record" USING "mail" LK-SENDER-ID LK-TARGET-ID IS-MUTED LK-TEXT

    IF PLAYER-CLIENT(LK-TARGET-ID) NOT = 0
        MOVE "You have new mail - try /mail read" TO NOTICE-LINE
