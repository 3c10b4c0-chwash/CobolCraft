*> --- SendPacket-SetObjective ---
*> Creates (mode 0), removes (mode 1) or retitles (mode 2) a scoreboard
*> objective on one client. The title is a plain-string text component
*> - the bare NBT string tag SendPacket-PlayerInfoAdd writes for display
*> names - and the objective is always an integer one with the client's
*> default number format. Creating a name the client already holds is
*> fatal to the connection, so whoever recreates one removes it first.
IDENTIFICATION DIVISION.
PROGRAM-ID. SendPacket-SetObjective.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PACKET REPLACING IDENTIFIER BY "play/clientbound/minecraft:set_objective".
    01 PAYLOAD          PIC X(160).
    01 PAYLOADLEN       BINARY-LONG UNSIGNED    VALUE 0.
    01 MODE-REMOVE      BINARY-CHAR UNSIGNED    VALUE 1.
    01 TITLE-LENGTH     BINARY-LONG UNSIGNED.
    01 NBT-TAG-STRING   BINARY-CHAR UNSIGNED    VALUE 8.
    01 LENGTH-HIGH      BINARY-CHAR UNSIGNED.
    01 LENGTH-LOW       BINARY-CHAR UNSIGNED.
    *> render type 0 = integer
    01 RENDER-INTEGER   BINARY-LONG             VALUE 0.
    01 NO-NUMBER-FORMAT BINARY-CHAR UNSIGNED    VALUE 0.
LINKAGE SECTION.
    01 LK-CLIENT        BINARY-LONG UNSIGNED.
    01 LK-NAME          PIC X(16).
    01 LK-MODE          BINARY-CHAR UNSIGNED.
    01 LK-TITLE         PIC X(64).

PROCEDURE DIVISION USING LK-CLIENT LK-NAME LK-MODE LK-TITLE.
    COPY PROC-PACKET-INIT.

    MOVE 0 TO PAYLOADLEN
    CALL "Encode-String" USING PAYLOAD PAYLOADLEN LK-NAME
    CALL "Encode-Byte" USING PAYLOAD PAYLOADLEN LK-MODE

    IF LK-MODE NOT = MODE-REMOVE
        COMPUTE TITLE-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(LK-TITLE TRAILING))
        DIVIDE TITLE-LENGTH BY 256 GIVING LENGTH-HIGH REMAINDER LENGTH-LOW
        CALL "Encode-Byte" USING PAYLOAD PAYLOADLEN NBT-TAG-STRING
        CALL "Encode-Byte" USING PAYLOAD PAYLOADLEN LENGTH-HIGH
        CALL "Encode-Byte" USING PAYLOAD PAYLOADLEN LENGTH-LOW
        MOVE LK-TITLE(1:TITLE-LENGTH) TO PAYLOAD(PAYLOADLEN + 1:TITLE-LENGTH)
        ADD TITLE-LENGTH TO PAYLOADLEN
        CALL "Encode-VarInt" USING PAYLOAD PAYLOADLEN RENDER-INTEGER
        CALL "Encode-Byte" USING PAYLOAD PAYLOADLEN NO-NUMBER-FORMAT
    END-IF

    CALL "SendPacket" USING LK-CLIENT PACKET-ID PAYLOAD PAYLOADLEN
    GOBACK.

END PROGRAM SendPacket-SetObjective.

*> --- SendPacket-DisplayObjective ---
*> Shows an objective in one of the client's scoreboard slots (0 list,
*> 1 sidebar, 2 below name, 3-18 the team-coloured sidebars).
IDENTIFICATION DIVISION.
PROGRAM-ID. SendPacket-DisplayObjective.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PACKET REPLACING IDENTIFIER BY "play/clientbound/minecraft:set_display_objective".
    01 PAYLOAD          PIC X(32).
    01 PAYLOADLEN       BINARY-LONG UNSIGNED    VALUE 0.
LINKAGE SECTION.
    01 LK-CLIENT        BINARY-LONG UNSIGNED.
    01 LK-SLOT          BINARY-LONG.
    01 LK-NAME          PIC X(16).

PROCEDURE DIVISION USING LK-CLIENT LK-SLOT LK-NAME.
    COPY PROC-PACKET-INIT.

    MOVE 0 TO PAYLOADLEN
    CALL "Encode-VarInt" USING PAYLOAD PAYLOADLEN LK-SLOT
    CALL "Encode-String" USING PAYLOAD PAYLOADLEN LK-NAME

    CALL "SendPacket" USING LK-CLIENT PACKET-ID PAYLOAD PAYLOADLEN
    GOBACK.

END PROGRAM SendPacket-DisplayObjective.

*> --- SendPacket-SetScore ---
*> Sets one entry's score under an objective, adding the entry if it
*> is new. The entry is shown under its own name, with no display name
*> or number format of its own.
IDENTIFICATION DIVISION.
PROGRAM-ID. SendPacket-SetScore.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PACKET REPLACING IDENTIFIER BY "play/clientbound/minecraft:set_score".
    01 PAYLOAD          PIC X(80).
    01 PAYLOADLEN       BINARY-LONG UNSIGNED    VALUE 0.
    01 NO-DISPLAY-NAME  BINARY-CHAR UNSIGNED    VALUE 0.
    01 NO-NUMBER-FORMAT BINARY-CHAR UNSIGNED    VALUE 0.
LINKAGE SECTION.
    01 LK-CLIENT        BINARY-LONG UNSIGNED.
    01 LK-ENTRY         PIC X(16).
    01 LK-NAME          PIC X(16).
    01 LK-VALUE         BINARY-LONG.

PROCEDURE DIVISION USING LK-CLIENT LK-ENTRY LK-NAME LK-VALUE.
    COPY PROC-PACKET-INIT.

    MOVE 0 TO PAYLOADLEN
    CALL "Encode-String" USING PAYLOAD PAYLOADLEN LK-ENTRY
    CALL "Encode-String" USING PAYLOAD PAYLOADLEN LK-NAME
    CALL "Encode-VarInt" USING PAYLOAD PAYLOADLEN LK-VALUE
    CALL "Encode-Byte" USING PAYLOAD PAYLOADLEN NO-DISPLAY-NAME
    CALL "Encode-Byte" USING PAYLOAD PAYLOADLEN NO-NUMBER-FORMAT

    CALL "SendPacket" USING LK-CLIENT PACKET-ID PAYLOAD PAYLOADLEN
    GOBACK.

END PROGRAM SendPacket-SetScore.

*> --- SendPacket-ResetScore ---
*> Drops one entry from an objective.
IDENTIFICATION DIVISION.
PROGRAM-ID. SendPacket-ResetScore.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PACKET REPLACING IDENTIFIER BY "play/clientbound/minecraft:reset_score".
    01 PAYLOAD          PIC X(48).
    01 PAYLOADLEN       BINARY-LONG UNSIGNED    VALUE 0.
    01 HAS-OBJECTIVE    BINARY-CHAR UNSIGNED    VALUE 1.
LINKAGE SECTION.
    01 LK-CLIENT        BINARY-LONG UNSIGNED.
    01 LK-ENTRY         PIC X(16).
    01 LK-NAME          PIC X(16).

PROCEDURE DIVISION USING LK-CLIENT LK-ENTRY LK-NAME.
    COPY PROC-PACKET-INIT.

    MOVE 0 TO PAYLOADLEN
    CALL "Encode-String" USING PAYLOAD PAYLOADLEN LK-ENTRY
    CALL "Encode-Byte" USING PAYLOAD PAYLOADLEN HAS-OBJECTIVE
    CALL "Encode-String" USING PAYLOAD PAYLOADLEN LK-NAME

    CALL "SendPacket" USING LK-CLIENT PACKET-ID PAYLOAD PAYLOADLEN
    GOBACK.

END PROGRAM SendPacket-ResetScore.
