*> Adds one player to a client's tab list. Players in this tree are
*> identified by id alone, so the UUID is a stable synthetic one with
*> the id in its low bytes and the display name is "Player <id>" - the
*> same identity the chat and command layers already present. A player
*> whose permission group has a prefix also gets a display name with
*> the prefix in front, the way chat shows them, and an AFK player is
*> tagged "[AFK]"; an entry with neither carries no display name,
*> which clears any earlier one. Sending the entry again updates it
*> in place.
IDENTIFICATION DIVISION.
PROGRAM-ID. SendPacket-PlayerInfoAdd.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PACKET REPLACING IDENTIFIER BY "play/clientbound/minecraft:player_info_update".
    COPY DD-AFK.
    01 PAYLOAD          PIC X(160).
    01 PAYLOADLEN       BINARY-LONG UNSIGNED    VALUE 0.
    *> actions bitmask: 0x01 = add player, 0x08 = update listed - both
    *> in one entry, since an entry added without the listed action
    *> never shows up in the tab list at all - plus 0x20 = update
    *> display name
    01 ACTIONS-ADD-LISTED-NAMED BINARY-CHAR UNSIGNED VALUE 41.
    01 LISTED-FLAG      BINARY-CHAR UNSIGNED    VALUE 1.
    01 ENTRY-COUNT      BINARY-LONG             VALUE 1.
    01 PLAYER-UUID      PIC X(16).
    01 PLAYER-NAME      PIC X(16).
    01 PLAYER-ID-TEXT   PIC ---9.
    01 PROPERTY-COUNT   BINARY-LONG             VALUE 0.
    01 GROUP-PREFIX-TEXT PIC X(16).
    01 DISPLAY-NAME     PIC X(48).
    01 DISPLAY-LENGTH   BINARY-LONG UNSIGNED.
    01 HAS-DISPLAY-NAME BINARY-CHAR UNSIGNED    VALUE 1.
    01 NO-DISPLAY-NAME  BINARY-CHAR UNSIGNED    VALUE 0.
    *> a plain-string text component is a bare NBT string tag: type
    *> byte 8, then a two-byte big-endian length and the characters
    01 NBT-TAG-STRING   BINARY-CHAR UNSIGNED    VALUE 8.
    01 LENGTH-HIGH      BINARY-CHAR UNSIGNED.
    01 LENGTH-LOW       BINARY-CHAR UNSIGNED.
    01 LINE-POINTER     BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-CLIENT        BINARY-LONG UNSIGNED.
    01 LK-PLAYER-ID     BINARY-LONG.
PROCEDURE DIVISION USING LK-CLIENT LK-PLAYER-ID.
    COPY PROC-PACKET-INIT.

    CALL "Groups-GetPrefix" USING LK-PLAYER-ID GROUP-PREFIX-TEXT

    MOVE 0 TO PAYLOADLEN
    CALL "Encode-Byte" USING PAYLOAD PAYLOADLEN ACTIONS-ADD-LISTED-NAMED
    CALL "Encode-VarInt" USING PAYLOAD PAYLOADLEN ENTRY-COUNT

    MOVE LOW-VALUES TO PLAYER-UUID
    CALL "Encode-VarInt" USING PAYLOAD PAYLOADLEN PROPERTY-COUNT
    CALL "Encode-Byte" USING PAYLOAD PAYLOADLEN LISTED-FLAG

    MOVE SPACES TO DISPLAY-NAME
    MOVE 1 TO LINE-POINTER
    IF PLAYER-AFK(LK-PLAYER-ID) = 1
        STRING "[AFK] " DELIMITED BY SIZE
            INTO DISPLAY-NAME WITH POINTER LINE-POINTER
        END-STRING
    END-IF
    IF GROUP-PREFIX-TEXT NOT = SPACES
        STRING
            FUNCTION TRIM(GROUP-PREFIX-TEXT) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            INTO DISPLAY-NAME WITH POINTER LINE-POINTER
        END-STRING
    END-IF

    IF LINE-POINTER = 1
        CALL "Encode-Byte" USING PAYLOAD PAYLOADLEN NO-DISPLAY-NAME
    ELSE
        STRING FUNCTION TRIM(PLAYER-NAME) DELIMITED BY SIZE
            INTO DISPLAY-NAME WITH POINTER LINE-POINTER
        END-STRING
        COMPUTE DISPLAY-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(DISPLAY-NAME TRAILING))
        DIVIDE DISPLAY-LENGTH BY 256 GIVING LENGTH-HIGH REMAINDER LENGTH-LOW
        CALL "Encode-Byte" USING PAYLOAD PAYLOADLEN HAS-DISPLAY-NAME
        CALL "Encode-Byte" USING PAYLOAD PAYLOADLEN NBT-TAG-STRING
        CALL "Encode-Byte" USING PAYLOAD PAYLOADLEN LENGTH-HIGH
        CALL "Encode-Byte" USING PAYLOAD PAYLOADLEN LENGTH-LOW
        MOVE DISPLAY-NAME(1:DISPLAY-LENGTH) TO PAYLOAD(PAYLOADLEN + 1:DISPLAY-LENGTH)
        ADD DISPLAY-LENGTH TO PAYLOADLEN
    END-IF

    CALL "SendPacket" USING LK-CLIENT PACKET-ID PAYLOAD PAYLOADLEN
    GOBACK.

