    GOBACK.

END PROGRAM Moderation-CheckMute.

*> --- Moderation-NotifyStaff ---
*> Puts a server-raised alert in front of every operator online, on the
*> same footing as a line spoken in the staff channel: the "[S] "
*> prefix, and delivery only to players holding operator level 1 or
*> above. For alerts nobody typed - the anti-cheat and the like.
IDENTIFICATION DIVISION.
PROGRAM-ID. Moderation-NotifyStaff.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    01 CLIENT-ID                 BINARY-LONG UNSIGNED.
    01 RECIPIENT-ID              BINARY-LONG.
    01 RECIPIENT-LEVEL           BINARY-LONG UNSIGNED.
    01 ALERT-LINE                PIC X(300).
LINKAGE SECTION.
    01 LK-TEXT                   PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-TEXT.
    MOVE SPACES TO ALERT-LINE
    STRING
        "[S] " DELIMITED BY SIZE
        FUNCTION TRIM(LK-TEXT) DELIMITED BY SIZE
        INTO ALERT-LINE
    END-STRING

    PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
        IF CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY
            MOVE CLIENT-PLAYER(CLIENT-ID) TO RECIPIENT-ID
            MOVE 0 TO RECIPIENT-LEVEL
            IF RECIPIENT-ID >= 1
                CALL "Ops-GetLevel" USING RECIPIENT-ID RECIPIENT-LEVEL
            END-IF
            IF RECIPIENT-LEVEL >= 1
                CALL "SendPacket-SystemChat" USING CLIENT-ID ALERT-LINE
            END-IF
        END-IF
    END-PERFORM

    GOBACK.

END PROGRAM Moderation-NotifyStaff.
