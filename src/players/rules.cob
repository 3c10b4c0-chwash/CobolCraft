*> --- Rules-ApplyAtLogin ---
*> Called from Player-HandleLogin: a player who has not accepted the
*> current rules version - a newcomer, or anyone after the version is
*> bumped - starts the session on probation and is shown the rules.
IDENTIFICATION DIVISION.
PROGRAM-ID. Rules-ApplyAtLogin.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-RULES.
    COPY DD-PLAYERS.
    COPY DD-SERVER-PROPERTIES.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    IF LK-PLAYER-ID < 1 OR LK-PLAYER-ID > MAX-PLAYERS
        GOBACK
    END-IF

    IF SERVER-PROP-RULES-VERSION = 0
            OR PLAYER-RULES-VERSION(LK-PLAYER-ID) = SERVER-PROP-RULES-VERSION
        MOVE 0 TO PLAYER-ON-PROBATION(LK-PLAYER-ID)
        GOBACK
    END-IF

    MOVE 1 TO PLAYER-ON-PROBATION(LK-PLAYER-ID)
    CALL "Rules-Show" USING PLAYER-CLIENT(LK-PLAYER-ID)
    GOBACK.

END PROGRAM Rules-ApplyAtLogin.

*> --- Rules-Show ---
*> Sends the rules to one client through the message catalog, in the
*> client's language: rules-1, rules-2, ... until a key the catalog
*> lacks or SERVER-PROP-RULES-LINES, then the rules-accept hint.
IDENTIFICATION DIVISION.
PROGRAM-ID. Rules-Show.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    01 LINE-NUMBER               BINARY-LONG UNSIGNED.
    01 LINE-NUMBER-TEXT          PIC Z(3)9.
    01 RULE-KEY                  PIC X(32).
    01 RULE-TEMPLATE             PIC X(128).
    01 NO-ARG                    PIC X VALUE SPACE.
    01 NO-OTHER-ARG              PIC X VALUE SPACE.
LINKAGE SECTION.
    01 LK-CLIENT                 BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-CLIENT.
    PERFORM VARYING LINE-NUMBER FROM 1 BY 1
            UNTIL LINE-NUMBER > SERVER-PROP-RULES-LINES
        MOVE LINE-NUMBER TO LINE-NUMBER-TEXT
        MOVE SPACES TO RULE-KEY
        STRING
            "rules-" DELIMITED BY SIZE
            FUNCTION TRIM(LINE-NUMBER-TEXT) DELIMITED BY SIZE
            INTO RULE-KEY
        END-STRING
        *> an unknown key resolves to itself - the end of the rules
        CALL "Messages-Resolve" USING LK-CLIENT RULE-KEY RULE-TEMPLATE
        IF RULE-TEMPLATE = RULE-KEY
            EXIT PERFORM
        END-IF
        CALL "Messages-Send" USING LK-CLIENT RULE-KEY NO-ARG NO-OTHER-ARG
    END-PERFORM
    CALL "Messages-Send" USING LK-CLIENT "rules-accept" NO-ARG NO-OTHER-ARG
    GOBACK.

END PROGRAM Rules-Show.

*> --- Rules-Accept ---
*> "/rules accept": records the current rules version and the time,
*> lifts probation, and hands over a starter kit held back at the
*> player's first login. Saved at once - acceptance must survive a
*> crash as surely as a relog.
IDENTIFICATION DIVISION.
PROGRAM-ID. Rules-Accept.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-RULES.
    COPY DD-PLAYERS.
    COPY DD-SERVER-PROPERTIES.
    01 NOW-TIMESTAMP             PIC X(14).
    01 NOW-SECONDS               BINARY-DOUBLE.
    01 STARTER-KIT-NAME          PIC X(32) VALUE "starter".
    01 STARTER-NO-COOLDOWN       BINARY-CHAR UNSIGNED VALUE 1.
    01 STARTER-RESPONSE          PIC X(64).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-RESPONSE.
    IF LK-PLAYER-ID < 1 OR LK-PLAYER-ID > MAX-PLAYERS
        MOVE "Only players can accept the rules" TO LK-RESPONSE
        GOBACK
    END-IF
    IF PLAYER-ON-PROBATION(LK-PLAYER-ID) = 0
        MOVE "You have already accepted the rules" TO LK-RESPONSE
        GOBACK
    END-IF

    MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-TIMESTAMP
    CALL "Rollback-TimestampToSeconds" USING NOW-TIMESTAMP NOW-SECONDS
    MOVE SERVER-PROP-RULES-VERSION TO PLAYER-RULES-VERSION(LK-PLAYER-ID)
    MOVE NOW-SECONDS TO PLAYER-RULES-ACCEPTED-SECONDS(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-ON-PROBATION(LK-PLAYER-ID)

    IF PLAYER-RULES-KIT-PENDING(LK-PLAYER-ID) = 1
        MOVE 0 TO PLAYER-RULES-KIT-PENDING(LK-PLAYER-ID)
        CALL "Kits-Grant" USING LK-PLAYER-ID STARTER-KIT-NAME
            STARTER-NO-COOLDOWN STARTER-RESPONSE
    END-IF

    CALL "PlayerExtra-SaveAll"
    MOVE "Thanks for accepting the rules - have fun!" TO LK-RESPONSE
    GOBACK.

END PROGRAM Rules-Accept.
