    GOBACK.

END PROGRAM ConnLimit-HandleDisconnect.

*> --- ConnLimit-ApplyCooldown ---
*> Puts a client's address on the same cooldown a login flood earns,
*> for abuse found after the connection was accepted (repeated wrong
*> passwords). Reconnects are refused by ConnLimit-CheckConnect until
*> it runs out.
IDENTIFICATION DIVISION.
PROGRAM-ID. ConnLimit-ApplyCooldown.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CONNECTION-LIMITS.
    COPY DD-SERVER-PROPERTIES.
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
    01 CURRENT-TICK              BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-CLIENT                 BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-CLIENT.
    IF CLIENT-ADDRESS(LK-CLIENT) = SPACES
        GOBACK
    END-IF
    CALL "Server-GetCurrentTick" USING CURRENT-TICK
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
            UNTIL ENTRY-INDEX > TRACKED-ADDRESS-COUNT
        IF TRACKED-ADDR-TEXT(ENTRY-INDEX) = CLIENT-ADDRESS(LK-CLIENT)
            COMPUTE TRACKED-ADDR-COOLDOWN-TICK(ENTRY-INDEX) =
                CURRENT-TICK + SERVER-PROP-LOGIN-COOLDOWN-TICKS
            EXIT PERFORM
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM ConnLimit-ApplyCooldown.
