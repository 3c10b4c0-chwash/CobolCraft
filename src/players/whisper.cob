*> the sender as the target's last correspondent for /reply, and hands
*> the sender their own echo line as the command response. A muted
*> player can't sidestep into whispers - the same Moderation-CheckMute
*> gate chat runs. Sender 0 is the console. A vanished target is
*> offline to everyone but the console and other staff. A sender on
*> rules probation may whisper to staff only.
IDENTIFICATION DIVISION.
PROGRAM-ID. Whisper-Send.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-VANISH.
    COPY DD-RULES.
    01 TARGET-LEVEL              BINARY-LONG UNSIGNED.
    01 IS-MUTED                  BINARY-CHAR UNSIGNED.
    01 SENDER-LEVEL              BINARY-LONG UNSIGNED.
    01 SENDER-LABEL              PIC X(16).
    01 TARGET-TEXT               PIC ---9.
    01 SENDER-TEXT               PIC ---9.
        GOBACK
    END-IF

    IF PLAYER-VANISHED(LK-TARGET-ID) = 1 AND LK-SENDER-ID NOT = 0
        CALL "Ops-GetLevel" USING LK-SENDER-ID SENDER-LEVEL
        IF SENDER-LEVEL < 1
            MOVE "That player is not online" TO LK-RESPONSE
            GOBACK
        END-IF
    END-IF

    IF LK-SENDER-ID NOT = 0
        IF PLAYER-ON-PROBATION(LK-SENDER-ID) = 1
            CALL "Ops-GetLevel" USING LK-TARGET-ID TARGET-LEVEL
            IF TARGET-LEVEL < 1
                MOVE "Until you accept the rules (/rules accept) you can only message staff" TO LK-RESPONSE
                GOBACK
            END-IF
        END-IF
        CALL "Moderation-CheckMute" USING LK-SENDER-ID IS-MUTED
        IF IS-MUTED = 1
            CALL "ChatLog-Record" USING "whisper" LK-SENDER-ID LK-TARGET-ID IS-MUTED LK-TEXT
            MOVE "You are muted and cannot send messages right now" TO LK-RESPONSE
            GOBACK
        END-IF
    CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-TARGET-ID) DELIVERY-LINE

    MOVE LK-SENDER-ID TO PLAYER-LAST-WHISPER-FROM(LK-TARGET-ID)
    MOVE 0 TO IS-MUTED
    CALL "ChatLog-Record" USING "whisper" LK-SENDER-ID LK-TARGET-ID IS-MUTED LK-TEXT

    MOVE LK-TARGET-ID TO TARGET-TEXT
    MOVE SPACES TO LK-RESPONSE
