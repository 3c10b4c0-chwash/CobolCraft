*> --- Death-DropInventory ---
*> The cost and the record of a death, run by Player-HandleDeath while
*> the player still stands where they fell. A survival or adventure
*> death spills every inventory stack as an item entity at the death
*> position, each tool carrying its recorded wear the way a thrown
*> tool does, lifting each stack out through the inventory module.
*> Every death - creative ones included, with nothing lost - gets one
*> line in the death log: position, dimension, cause and the stacks
*> dropped, the line restore-death reads back. The player is told
*> where they died, so they can go back for their things.
IDENTIFICATION DIVISION.
PROGRAM-ID. Death-DropInventory.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL DEATH-LOG-FILE ASSIGN TO DEATH-LOG-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  DEATH-LOG-FILE.
01  DEATH-LOG-RECORD             PIC X(4096).

WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-SERVER-PROPERTIES.
    01 DEATH-LOG-PATH            PIC X(256).
    01 LOG-TIMESTAMP             PIC X(21).
    *> the player inventory window: slot 0 is the crafting result
    *> (derived, never held), 1-4 the crafting grid, 5-8 armor, 9-35
    *> the main rows, 36-44 the hotbar, 45 the offhand
    01 FIRST-INVENTORY-SLOT      BINARY-LONG VALUE 1.
    01 LAST-INVENTORY-SLOT       BINARY-LONG VALUE 45.
    01 SLOT-NUMBER               BINARY-LONG.
    01 SLOT-NAME                 PIC X(64).
    01 SLOT-COUNT                BINARY-LONG UNSIGNED.
    01 SLOT-DURABILITY           BINARY-LONG.
    01 LEFT-BUTTON               BINARY-LONG VALUE 0.
    01 PICKUP-MODE               BINARY-LONG VALUE 0.
    01 NO-ITEM                   PIC X(64) VALUE SPACES.
    01 NO-COUNT                  BINARY-LONG UNSIGNED VALUE 0.
    01 DROP-POSITION.
        02 DROP-X                BINARY-LONG.
        02 DROP-Y                BINARY-LONG.
        02 DROP-Z                BINARY-LONG.
    01 DROPPED-STACKS            BINARY-LONG UNSIGNED.
    01 CLEARED-COUNT             BINARY-LONG UNSIGNED.
    01 ALL-ITEMS                 PIC X(64) VALUE SPACES.
    *> the dropped stacks as "name*count" tokens, "@wear" appended for
    *> tools
    01 ITEMS-TEXT                PIC X(3800).
    01 ITEMS-POINTER             BINARY-LONG UNSIGNED.
    01 COUNT-TEXT                PIC Z(9)9.
    01 WEAR-TEXT                 PIC Z(9)9.
    01 PLAYER-TEXT               PIC ---------9.
    01 X-TEXT                    PIC ---------9.
    01 Y-TEXT                    PIC ---------9.
    01 Z-TEXT                    PIC ---------9.
    01 NOTICE-LINE               PIC X(160).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-CAUSE                  PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-CAUSE.
    IF LK-PLAYER-ID < 1 OR LK-PLAYER-ID > MAX-PLAYERS
        GOBACK
    END-IF

    MOVE PLAYER-POSITION(LK-PLAYER-ID) TO DROP-POSITION
    MOVE 0 TO DROPPED-STACKS
    MOVE SPACES TO ITEMS-TEXT
    MOVE 1 TO ITEMS-POINTER

    *> only survival and adventure deaths cost anything
    IF PLAYER-GAMEMODE(LK-PLAYER-ID) = 0 OR PLAYER-GAMEMODE(LK-PLAYER-ID) = 2
        *> an open window or a held cursor stack would otherwise sit
        *> outside the inventory the sweep below empties
        IF PLAYER-WINDOW-ID(LK-PLAYER-ID) NOT = 0
            CALL "Player-CloseOpenWindow" USING LK-PLAYER-ID
        END-IF
        CALL "Player-ReturnCursorItem" USING LK-PLAYER-ID

        PERFORM VARYING SLOT-NUMBER FROM FIRST-INVENTORY-SLOT BY 1
                UNTIL SLOT-NUMBER > LAST-INVENTORY-SLOT
            *> the inventory module hands a slot out only through the
            *> cursor: a plain left click lifts the whole stack onto the
            *> (emptied) cursor, which is read and emptied again
            CALL "Player-InventoryClick" USING LK-PLAYER-ID SLOT-NUMBER
                LEFT-BUTTON PICKUP-MODE
            CALL "Player-GetCursorItem" USING LK-PLAYER-ID SLOT-NAME SLOT-COUNT
            IF SLOT-COUNT > 0 AND SLOT-NAME NOT = SPACES
                CALL "Player-SetCursorItem" USING LK-PLAYER-ID NO-ITEM NO-COUNT
                *> the inventory module carries no wear; the registry
                *> answers 0 for anything that isn't a tool
                CALL "Durability-GetRemaining" USING LK-PLAYER-ID SLOT-NAME
                    SLOT-DURABILITY
                CALL "ItemEntity-Spawn" USING SLOT-NAME SLOT-COUNT
                    DROP-POSITION SLOT-DURABILITY
                ADD 1 TO DROPPED-STACKS

                MOVE SLOT-COUNT TO COUNT-TEXT
                IF DROPPED-STACKS > 1
                    STRING " " DELIMITED BY SIZE
                        INTO ITEMS-TEXT WITH POINTER ITEMS-POINTER
                    END-STRING
                END-IF
                STRING
                    FUNCTION TRIM(SLOT-NAME) DELIMITED BY SIZE
                    "*" DELIMITED BY SIZE
                    FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
                    INTO ITEMS-TEXT WITH POINTER ITEMS-POINTER
                END-STRING
                IF SLOT-DURABILITY > 0
                    MOVE SLOT-DURABILITY TO WEAR-TEXT
                    STRING
                        "@" DELIMITED BY SIZE
                        FUNCTION TRIM(WEAR-TEXT) DELIMITED BY SIZE
                        INTO ITEMS-TEXT WITH POINTER ITEMS-POINTER
                    END-STRING
                END-IF
            END-IF
        END-PERFORM

        IF DROPPED-STACKS > 0
            CALL "Player-ClearInventory" USING LK-PLAYER-ID ALL-ITEMS CLEARED-COUNT
        END-IF
    END-IF
    IF DROPPED-STACKS = 0
        MOVE "none" TO ITEMS-TEXT
    END-IF

    MOVE LK-PLAYER-ID TO PLAYER-TEXT
    MOVE DROP-X TO X-TEXT
    MOVE DROP-Y TO Y-TEXT
    MOVE DROP-Z TO Z-TEXT
    MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP
    MOVE SPACES TO DEATH-LOG-RECORD
    STRING
        LOG-TIMESTAMP DELIMITED BY SIZE
        " death player=" DELIMITED BY SIZE
        FUNCTION TRIM(PLAYER-TEXT) DELIMITED BY SIZE
        " dimension=" DELIMITED BY SIZE
        FUNCTION TRIM(PLAYER-DIMENSION(LK-PLAYER-ID)) DELIMITED BY SIZE
        " pos=" DELIMITED BY SIZE
        FUNCTION TRIM(X-TEXT) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(Y-TEXT) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(Z-TEXT) DELIMITED BY SIZE
        " cause=[" DELIMITED BY SIZE
        FUNCTION TRIM(LK-CAUSE) DELIMITED BY SIZE
        "] items=" DELIMITED BY SIZE
        FUNCTION TRIM(ITEMS-TEXT) DELIMITED BY SIZE
        INTO DEATH-LOG-RECORD
    END-STRING
    MOVE SERVER-PROP-DEATH-LOG-PATH TO DEATH-LOG-PATH
    OPEN EXTEND DEATH-LOG-FILE
    WRITE DEATH-LOG-RECORD
    CLOSE DEATH-LOG-FILE

    IF PLAYER-CLIENT(LK-PLAYER-ID) NOT = 0
        MOVE SPACES TO NOTICE-LINE
        STRING
            "You died at " DELIMITED BY SIZE
            FUNCTION TRIM(X-TEXT) DELIMITED BY SIZE
            ", " DELIMITED BY SIZE
            FUNCTION TRIM(Y-TEXT) DELIMITED BY SIZE
            ", " DELIMITED BY SIZE
            FUNCTION TRIM(Z-TEXT) DELIMITED BY SIZE
            " in " DELIMITED BY SIZE
            FUNCTION TRIM(PLAYER-DIMENSION(LK-PLAYER-ID)) DELIMITED BY SIZE
            INTO NOTICE-LINE
        END-STRING
        CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID) NOTICE-LINE
    END-IF

    GOBACK.

END PROGRAM Death-DropInventory.

*> --- Death-RestoreLast ---
*> The "restore-death" verb, for deaths staff agree were the server's
*> fault (lag, a bug): finds the player's most recent death in the
*> death log, across every rotated generation, and hands its stacks
*> back at the player's feet through the same item-entity pickup the
*> "give" verb uses, tools with their logged wear. A "restored" line
*> follows the death in the log, so the same death can't be paid out
*> twice.
IDENTIFICATION DIVISION.
PROGRAM-ID. Death-RestoreLast.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL DEATH-LOG-FILE ASSIGN TO DEATH-LOG-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  DEATH-LOG-FILE.
01  DEATH-LOG-RECORD             PIC X(4096).

WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-SERVER-PROPERTIES.
    01 DEATH-LOG-PATH            PIC X(300).
    01 DEATH-EOF                 BINARY-CHAR UNSIGNED.
    01 GENERATION-COUNT          BINARY-LONG UNSIGNED.
    01 GENERATION-TABLE.
        02 GENERATION-ENTRY      PIC X(300) OCCURS 65 TIMES.
    01 GENERATION-INDEX          BINARY-LONG UNSIGNED.
    01 LINE-KIND                 PIC X(16).
    01 LINE-PLAYER-FIELD         PIC X(32).
    01 LINE-PLAYER-ID            BINARY-LONG.
    *> the player's most recent death-log line, death or restore
    01 LAST-LINE                 PIC X(4096).
    01 LAST-KIND                 PIC X(16).
    01 LINE-HEAD                 PIC X(300).
    01 ITEMS-TEXT                PIC X(3800).
    01 ITEMS-POINTER             BINARY-LONG UNSIGNED.
    01 ITEM-TOKEN                PIC X(96).
    01 ITEM-NAME                 PIC X(64).
    01 ITEM-COUNT-FIELD          PIC X(16).
    01 ITEM-WEAR-FIELD           PIC X(16).
    01 ITEM-COUNT                BINARY-LONG UNSIGNED.
    01 ITEM-DURABILITY           BINARY-LONG.
    01 RESTORED-STACKS           BINARY-LONG UNSIGNED.
    01 LOG-TIMESTAMP             PIC X(21).
    01 PLAYER-TEXT               PIC ---------9.
    01 STACKS-TEXT               PIC ---------9.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-RESPONSE.
    MOVE SPACES TO LK-RESPONSE
    IF LK-PLAYER-ID < 1 OR LK-PLAYER-ID > MAX-PLAYERS
            OR PLAYER-CLIENT(LK-PLAYER-ID) = 0
        MOVE "Player is offline" TO LK-RESPONSE
        GOBACK
    END-IF

    MOVE SPACES TO LAST-LINE
    MOVE SPACES TO LAST-KIND
    CALL "Log-ListGenerations" USING SERVER-PROP-DEATH-LOG-PATH
        GENERATION-COUNT GENERATION-TABLE
    PERFORM VARYING GENERATION-INDEX FROM 1 BY 1
            UNTIL GENERATION-INDEX > GENERATION-COUNT
    MOVE GENERATION-ENTRY(GENERATION-INDEX) TO DEATH-LOG-PATH
    MOVE 0 TO DEATH-EOF
    OPEN INPUT DEATH-LOG-FILE
    PERFORM UNTIL DEATH-EOF = 1
        READ DEATH-LOG-FILE
            AT END
                MOVE 1 TO DEATH-EOF
            NOT AT END
                MOVE SPACES TO LINE-KIND LINE-PLAYER-FIELD
                UNSTRING DEATH-LOG-RECORD(23:) DELIMITED BY ALL SPACE
                    INTO LINE-KIND LINE-PLAYER-FIELD
                END-UNSTRING
                IF LINE-PLAYER-FIELD(1:7) = "player="
                    MOVE FUNCTION NUMVAL(LINE-PLAYER-FIELD(8:)) TO LINE-PLAYER-ID
                    IF LINE-PLAYER-ID = LK-PLAYER-ID
                        MOVE DEATH-LOG-RECORD TO LAST-LINE
                        MOVE LINE-KIND TO LAST-KIND
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE DEATH-LOG-FILE
    END-PERFORM

    MOVE LK-PLAYER-ID TO PLAYER-TEXT
    IF LAST-KIND = SPACES
        STRING
            "No death on record for player " DELIMITED BY SIZE
            FUNCTION TRIM(PLAYER-TEXT) DELIMITED BY SIZE
            INTO LK-RESPONSE
        END-STRING
        GOBACK
    END-IF
    IF LAST-KIND NOT = "death"
        STRING
            "Player " DELIMITED BY SIZE
            FUNCTION TRIM(PLAYER-TEXT) DELIMITED BY SIZE
            "'s last death was already restored" DELIMITED BY SIZE
            INTO LK-RESPONSE
        END-STRING
        GOBACK
    END-IF

    MOVE SPACES TO LINE-HEAD
    MOVE SPACES TO ITEMS-TEXT
    UNSTRING LAST-LINE DELIMITED BY "] items="
        INTO LINE-HEAD ITEMS-TEXT
    END-UNSTRING

    MOVE 0 TO RESTORED-STACKS
    IF ITEMS-TEXT NOT = "none"
        MOVE 1 TO ITEMS-POINTER
        PERFORM UNTIL ITEMS-POINTER > LENGTH OF ITEMS-TEXT
            MOVE SPACES TO ITEM-TOKEN
            UNSTRING ITEMS-TEXT DELIMITED BY ALL SPACE
                INTO ITEM-TOKEN WITH POINTER ITEMS-POINTER
            END-UNSTRING
            IF ITEM-TOKEN = SPACES
                EXIT PERFORM
            END-IF
            MOVE SPACES TO ITEM-NAME ITEM-COUNT-FIELD ITEM-WEAR-FIELD
            UNSTRING ITEM-TOKEN DELIMITED BY "*" OR "@"
                INTO ITEM-NAME ITEM-COUNT-FIELD ITEM-WEAR-FIELD
            END-UNSTRING
            MOVE FUNCTION NUMVAL(ITEM-COUNT-FIELD) TO ITEM-COUNT
            MOVE 0 TO ITEM-DURABILITY
            IF ITEM-WEAR-FIELD NOT = SPACES
                MOVE FUNCTION NUMVAL(ITEM-WEAR-FIELD) TO ITEM-DURABILITY
            END-IF
            IF ITEM-NAME NOT = SPACES AND ITEM-COUNT > 0
                CALL "ItemEntity-Spawn" USING ITEM-NAME ITEM-COUNT
                    PLAYER-POSITION(LK-PLAYER-ID) ITEM-DURABILITY
                ADD 1 TO RESTORED-STACKS
            END-IF
        END-PERFORM
    END-IF

    MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP
    MOVE SPACES TO DEATH-LOG-RECORD
    STRING
        LOG-TIMESTAMP DELIMITED BY SIZE
        " restored player=" DELIMITED BY SIZE
        FUNCTION TRIM(PLAYER-TEXT) DELIMITED BY SIZE
        INTO DEATH-LOG-RECORD
    END-STRING
    MOVE SERVER-PROP-DEATH-LOG-PATH TO DEATH-LOG-PATH
    OPEN EXTEND DEATH-LOG-FILE
    WRITE DEATH-LOG-RECORD
    CLOSE DEATH-LOG-FILE

    MOVE RESTORED-STACKS TO STACKS-TEXT
    STRING
        "Restored " DELIMITED BY SIZE
        FUNCTION TRIM(STACKS-TEXT) DELIMITED BY SIZE
        " stacks from player " DELIMITED BY SIZE
        FUNCTION TRIM(PLAYER-TEXT) DELIMITED BY SIZE
        "'s death (" DELIMITED BY SIZE
        LAST-LINE(1:14) DELIMITED BY SIZE
        ")" DELIMITED BY SIZE
        INTO LK-RESPONSE
    END-STRING

    GOBACK.

END PROGRAM Death-RestoreLast.
