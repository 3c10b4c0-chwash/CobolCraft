IDENTIFICATION DIVISION.
PROGRAM-ID. RecvPacket-SetPlayerRotation.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-PLAYERS.
    01 PLAYER-ID                BINARY-LONG.
    *> payload
    01 NEW-YAW                  USAGE COMP-2.
    01 NEW-PITCH                USAGE COMP-2.
    01 MOVEMENT-FLAGS           BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
    01 LK-BUFFER                PIC X ANY LENGTH.
    01 LK-OFFSET                BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-CLIENT LK-BUFFER LK-OFFSET.
    MOVE CLIENT-PLAYER(LK-CLIENT) TO PLAYER-ID

    CALL "Decode-Float" USING LK-BUFFER LK-OFFSET NEW-YAW
    CALL "Decode-Float" USING LK-BUFFER LK-OFFSET NEW-PITCH
    CALL "Decode-Byte" USING LK-BUFFER LK-OFFSET MOVEMENT-FLAGS

    *> the server keeps no facing of its own; a change of look only
    *> matters as a sign the player is at the keyboard
    CALL "Afk-NoteRotation" USING PLAYER-ID NEW-YAW NEW-PITCH

    GOBACK.

END PROGRAM RecvPacket-SetPlayerRotation.
