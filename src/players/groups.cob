*> --- Groups-Load ---
*> Reads the permission groups from disk into DD-GROUPS. Called once at
*> startup by the external boot sequence, alongside Ops-Load. Lines:
*>   group <name> [prefix]            defines a group
*>   allow <group> <verb> [sub-verb]  grants a verb, or one sub-verb
*>   promote <from> <to> <hours>      online-time promotion rule
*>   member <player-id> <group>       a player's membership
*> An "allow" for a group not yet defined is dropped, so groups come
*> first; anything else is ignored like a comment.
IDENTIFICATION DIVISION.
PROGRAM-ID. Groups-Load.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL GROUPS-FILE ASSIGN TO GROUPS-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  GROUPS-FILE.
01  GROUPS-RECORD                PIC X(128).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-GROUPS.
    COPY DD-PLAYERS.
    01 GROUPS-FILE-PATH          PIC X(256).
    01 GROUPS-EOF                BINARY-CHAR UNSIGNED.
    01 RECORD-KIND               PIC X(16).
    01 FIELD-ONE                 PIC X(16).
    01 FIELD-TWO                 PIC X(32).
    01 FIELD-THREE               PIC X(16).
    01 GROUP-INDEX               BINARY-LONG UNSIGNED.
    01 PARSED-ID                 BINARY-LONG.

PROCEDURE DIVISION.
    MOVE 0 TO GROUP-COUNT
    MOVE 0 TO PROMOTION-COUNT
    PERFORM VARYING PARSED-ID FROM 1 BY 1 UNTIL PARSED-ID > MAX-PLAYERS
        MOVE SPACES TO PLAYER-GROUP(PARSED-ID)
    END-PERFORM

    MOVE SERVER-PROP-GROUPS-PATH TO GROUPS-FILE-PATH
    MOVE 0 TO GROUPS-EOF
    OPEN INPUT GROUPS-FILE
    PERFORM UNTIL GROUPS-EOF = 1
        READ GROUPS-FILE
            AT END
                MOVE 1 TO GROUPS-EOF
            NOT AT END
                MOVE SPACES TO RECORD-KIND FIELD-ONE FIELD-TWO FIELD-THREE
                UNSTRING GROUPS-RECORD DELIMITED BY ALL SPACE
                    INTO RECORD-KIND FIELD-ONE FIELD-TWO FIELD-THREE
                END-UNSTRING
                IF FIELD-ONE = SPACES
                    EXIT PERFORM CYCLE
                END-IF
                EVALUATE FUNCTION TRIM(RECORD-KIND)
                    WHEN "group"
                        CALL "Groups-Find" USING FIELD-ONE GROUP-INDEX
                        IF GROUP-INDEX = 0 AND GROUP-COUNT < MAX-GROUP-ENTRIES
                            ADD 1 TO GROUP-COUNT
                            MOVE GROUP-COUNT TO GROUP-INDEX
                            MOVE FIELD-ONE TO GROUP-NAME(GROUP-INDEX)
                            MOVE 0 TO GROUP-GRANT-COUNT(GROUP-INDEX)
                        END-IF
                        IF GROUP-INDEX > 0
                            MOVE FIELD-TWO TO GROUP-PREFIX(GROUP-INDEX)
                        END-IF
                    WHEN "allow"
                        CALL "Groups-Find" USING FIELD-ONE GROUP-INDEX
                        IF GROUP-INDEX > 0 AND FIELD-TWO NOT = SPACES
                                AND GROUP-GRANT-COUNT(GROUP-INDEX) < MAX-GROUP-GRANTS
                            ADD 1 TO GROUP-GRANT-COUNT(GROUP-INDEX)
                            MOVE FIELD-TWO TO GROUP-GRANT-VERB(GROUP-INDEX,
                                GROUP-GRANT-COUNT(GROUP-INDEX))
                            MOVE FIELD-THREE TO GROUP-GRANT-SUB(GROUP-INDEX,
                                GROUP-GRANT-COUNT(GROUP-INDEX))
                        END-IF
                    WHEN "promote"
                        IF FIELD-TWO NOT = SPACES AND FIELD-THREE NOT = SPACES
                                AND PROMOTION-COUNT < MAX-PROMOTION-RULES
                            ADD 1 TO PROMOTION-COUNT
                            MOVE FIELD-ONE TO PROMOTION-FROM(PROMOTION-COUNT)
                            MOVE FIELD-TWO TO PROMOTION-TO(PROMOTION-COUNT)
                            MOVE FUNCTION NUMVAL(FIELD-THREE)
                                TO PROMOTION-HOURS(PROMOTION-COUNT)
                        END-IF
                    WHEN "member"
                        MOVE FUNCTION NUMVAL(FIELD-ONE) TO PARSED-ID
                        IF PARSED-ID >= 1 AND PARSED-ID <= MAX-PLAYERS
                            MOVE FIELD-TWO TO PLAYER-GROUP(PARSED-ID)
                        END-IF
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE GROUPS-FILE

    GOBACK.

END PROGRAM Groups-Load.

*> --- Groups-Save ---
*> Writes DD-GROUPS back to disk whole - definitions, grants, rules and
*> memberships - after a "group set" or a promotion, so a restart never
*> forgets who was moved where.
IDENTIFICATION DIVISION.
PROGRAM-ID. Groups-Save.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GROUPS-FILE ASSIGN TO GROUPS-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  GROUPS-FILE.
01  GROUPS-RECORD                PIC X(128).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-GROUPS.
    COPY DD-PLAYERS.
    01 GROUPS-FILE-PATH          PIC X(256).
    01 GROUP-INDEX               BINARY-LONG UNSIGNED.
    01 GRANT-INDEX               BINARY-LONG UNSIGNED.
    01 RULE-INDEX                BINARY-LONG UNSIGNED.
    01 PLAYER-INDEX              BINARY-LONG UNSIGNED.
    01 ID-TEXT                   PIC ---------9.
    01 HOURS-TEXT                PIC Z(8)9.

PROCEDURE DIVISION.
    MOVE SERVER-PROP-GROUPS-PATH TO GROUPS-FILE-PATH
    OPEN OUTPUT GROUPS-FILE

    PERFORM VARYING GROUP-INDEX FROM 1 BY 1 UNTIL GROUP-INDEX > GROUP-COUNT
        MOVE SPACES TO GROUPS-RECORD
        STRING
            "group " DELIMITED BY SIZE
            FUNCTION TRIM(GROUP-NAME(GROUP-INDEX)) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(GROUP-PREFIX(GROUP-INDEX)) DELIMITED BY SIZE
            INTO GROUPS-RECORD
        END-STRING
        WRITE GROUPS-RECORD
        PERFORM VARYING GRANT-INDEX FROM 1 BY 1
                UNTIL GRANT-INDEX > GROUP-GRANT-COUNT(GROUP-INDEX)
            MOVE SPACES TO GROUPS-RECORD
            STRING
                "allow " DELIMITED BY SIZE
                FUNCTION TRIM(GROUP-NAME(GROUP-INDEX)) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(GROUP-GRANT-VERB(GROUP-INDEX, GRANT-INDEX)) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(GROUP-GRANT-SUB(GROUP-INDEX, GRANT-INDEX)) DELIMITED BY SIZE
                INTO GROUPS-RECORD
            END-STRING
            WRITE GROUPS-RECORD
        END-PERFORM
    END-PERFORM

    PERFORM VARYING RULE-INDEX FROM 1 BY 1 UNTIL RULE-INDEX > PROMOTION-COUNT
        MOVE PROMOTION-HOURS(RULE-INDEX) TO HOURS-TEXT
        MOVE SPACES TO GROUPS-RECORD
        STRING
            "promote " DELIMITED BY SIZE
            FUNCTION TRIM(PROMOTION-FROM(RULE-INDEX)) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(PROMOTION-TO(RULE-INDEX)) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(HOURS-TEXT) DELIMITED BY SIZE
            INTO GROUPS-RECORD
        END-STRING
        WRITE GROUPS-RECORD
    END-PERFORM

    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        IF PLAYER-GROUP(PLAYER-INDEX) NOT = SPACES
            MOVE PLAYER-INDEX TO ID-TEXT
            MOVE SPACES TO GROUPS-RECORD
            STRING
                "member " DELIMITED BY SIZE
                FUNCTION TRIM(ID-TEXT) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(PLAYER-GROUP(PLAYER-INDEX)) DELIMITED BY SIZE
                INTO GROUPS-RECORD
            END-STRING
            WRITE GROUPS-RECORD
        END-IF
    END-PERFORM

    CLOSE GROUPS-FILE

    GOBACK.

END PROGRAM Groups-Save.

*> --- Groups-Find ---
*> Looks a group up by name; index 0 when there is no such group.
IDENTIFICATION DIVISION.
PROGRAM-ID. Groups-Find.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-GROUPS.
LINKAGE SECTION.
    01 LK-NAME                   PIC X ANY LENGTH.
    01 LK-INDEX                  BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-NAME LK-INDEX.
    PERFORM VARYING LK-INDEX FROM 1 BY 1 UNTIL LK-INDEX > GROUP-COUNT
        IF GROUP-NAME(LK-INDEX) = LK-NAME
            GOBACK
        END-IF
    END-PERFORM
    MOVE 0 TO LK-INDEX
    GOBACK.

END PROGRAM Groups-Find.

*> --- Groups-GetGroup ---
*> Reports the group a player is in - their membership, or the default
*> group when they have none.
IDENTIFICATION DIVISION.
PROGRAM-ID. Groups-GetGroup.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-GROUPS.
    COPY DD-PLAYERS.
    COPY DD-SERVER-PROPERTIES.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-NAME                   PIC X(16).

PROCEDURE DIVISION USING LK-PLAYER-ID LK-NAME.
    MOVE SERVER-PROP-GROUPS-DEFAULT TO LK-NAME
    IF LK-PLAYER-ID >= 1 AND LK-PLAYER-ID <= MAX-PLAYERS
        IF PLAYER-GROUP(LK-PLAYER-ID) NOT = SPACES
            MOVE PLAYER-GROUP(LK-PLAYER-ID) TO LK-NAME
        END-IF
    END-IF
    GOBACK.

END PROGRAM Groups-GetGroup.

*> --- Groups-GetPrefix ---
*> The chat and tab-list prefix of a player's group, spaces for none.
IDENTIFICATION DIVISION.
PROGRAM-ID. Groups-GetPrefix.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-GROUPS.
    01 GROUP-TEXT                PIC X(16).
    01 GROUP-INDEX               BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-PREFIX                 PIC X(16).

PROCEDURE DIVISION USING LK-PLAYER-ID LK-PREFIX.
    MOVE SPACES TO LK-PREFIX
    CALL "Groups-GetGroup" USING LK-PLAYER-ID GROUP-TEXT
    CALL "Groups-Find" USING GROUP-TEXT GROUP-INDEX
    IF GROUP-INDEX > 0
        MOVE GROUP-PREFIX(GROUP-INDEX) TO LK-PREFIX
    END-IF
    GOBACK.

END PROGRAM Groups-GetPrefix.

*> --- Groups-CheckGrant ---
*> Called from Command-Execute when a player's operator level falls
*> short of a verb: granted when their group's allow list names the
*> verb outright, or names it with the sub-verb the command line
*> starts with ("warp set" allows "warp set home" and nothing else).
IDENTIFICATION DIVISION.
PROGRAM-ID. Groups-CheckGrant.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-GROUPS.
    01 GROUP-TEXT                PIC X(16).
    01 GROUP-INDEX               BINARY-LONG UNSIGNED.
    01 GRANT-INDEX               BINARY-LONG UNSIGNED.
    01 SUB-VERB                  PIC X(16).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-VERB                   PIC X ANY LENGTH.
    01 LK-ARGS                   PIC X ANY LENGTH.
    01 LK-GRANTED                BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-VERB LK-ARGS LK-GRANTED.
    MOVE 0 TO LK-GRANTED
    CALL "Groups-GetGroup" USING LK-PLAYER-ID GROUP-TEXT
    CALL "Groups-Find" USING GROUP-TEXT GROUP-INDEX
    IF GROUP-INDEX = 0
        GOBACK
    END-IF

    MOVE SPACES TO SUB-VERB
    UNSTRING LK-ARGS DELIMITED BY ALL SPACE INTO SUB-VERB
    PERFORM VARYING GRANT-INDEX FROM 1 BY 1
            UNTIL GRANT-INDEX > GROUP-GRANT-COUNT(GROUP-INDEX)
        IF GROUP-GRANT-VERB(GROUP-INDEX, GRANT-INDEX) = LK-VERB
            IF GROUP-GRANT-SUB(GROUP-INDEX, GRANT-INDEX) = SPACES
                    OR GROUP-GRANT-SUB(GROUP-INDEX, GRANT-INDEX) = SUB-VERB
                MOVE 1 TO LK-GRANTED
                GOBACK
            END-IF
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Groups-CheckGrant.

*> --- Groups-HasVerb ---
*> Whether a player's group grants any part of a verb - tab completion
*> offers the verb when it does, before the sub-verb is typed.
IDENTIFICATION DIVISION.
PROGRAM-ID. Groups-HasVerb.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-GROUPS.
    01 GROUP-TEXT                PIC X(16).
    01 GROUP-INDEX               BINARY-LONG UNSIGNED.
    01 GRANT-INDEX               BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-VERB                   PIC X ANY LENGTH.
    01 LK-HAS                    BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-VERB LK-HAS.
    MOVE 0 TO LK-HAS
    CALL "Groups-GetGroup" USING LK-PLAYER-ID GROUP-TEXT
    CALL "Groups-Find" USING GROUP-TEXT GROUP-INDEX
    IF GROUP-INDEX = 0
        GOBACK
    END-IF
    PERFORM VARYING GRANT-INDEX FROM 1 BY 1
            UNTIL GRANT-INDEX > GROUP-GRANT-COUNT(GROUP-INDEX)
        IF GROUP-GRANT-VERB(GROUP-INDEX, GRANT-INDEX) = LK-VERB
            MOVE 1 TO LK-HAS
            GOBACK
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Groups-HasVerb.

*> --- Groups-Set ---
*> Moves a player into a group (the "group set" verb and promotions),
*> persists the change and refreshes their tab-list entry everywhere
*> so the new prefix shows at once. The default group needs no
*> definition; any other must be defined. Result 1 done, 0 refused.
IDENTIFICATION DIVISION.
PROGRAM-ID. Groups-Set.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-GROUPS.
    COPY DD-PLAYERS.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-VANISH.
    01 GROUP-INDEX               BINARY-LONG UNSIGNED.
    01 CLIENT-ID                 BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-NAME                   PIC X ANY LENGTH.
    01 LK-RESULT                 BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-NAME LK-RESULT.
    MOVE 0 TO LK-RESULT
    IF LK-PLAYER-ID < 1 OR LK-PLAYER-ID > MAX-PLAYERS OR LK-NAME = SPACES
        GOBACK
    END-IF
    CALL "Groups-Find" USING LK-NAME GROUP-INDEX
    IF GROUP-INDEX = 0 AND LK-NAME NOT = SERVER-PROP-GROUPS-DEFAULT
        GOBACK
    END-IF

    *> the default group is stored as no membership at all, so a later
    *> change of default carries these players with it
    IF LK-NAME = SERVER-PROP-GROUPS-DEFAULT
        MOVE SPACES TO PLAYER-GROUP(LK-PLAYER-ID)
    ELSE
        MOVE LK-NAME TO PLAYER-GROUP(LK-PLAYER-ID)
    END-IF
    CALL "Groups-Save"

    IF PLAYER-CLIENT(LK-PLAYER-ID) NOT = 0
        PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
            *> a vanished player's entry only goes back to themselves
            IF CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY
                    AND (PLAYER-VANISHED(LK-PLAYER-ID) = 0
                         OR CLIENT-ID = PLAYER-CLIENT(LK-PLAYER-ID))
                CALL "SendPacket-PlayerInfoAdd" USING CLIENT-ID LK-PLAYER-ID
            END-IF
        END-PERFORM
    END-IF

    MOVE 1 TO LK-RESULT
    GOBACK.

END PROGRAM Groups-Set.

*> --- Groups-CheckPromotion ---
*> Called from Stats-Tick on its five-second cadence for each online
*> player: the first promotion rule whose "from" group is the player's
*> and whose hours of online time they have reached moves them on. A
*> chain (guest to member to regular) advances one step per check.
IDENTIFICATION DIVISION.
PROGRAM-ID. Groups-CheckPromotion.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-GROUPS.
    COPY DD-PLAYERS.
    COPY DD-PLAYER-STATS.
    01 TICKS-PER-HOUR            BINARY-LONG UNSIGNED VALUE 72000.
    01 GROUP-TEXT                PIC X(16).
    01 RULE-INDEX                BINARY-LONG UNSIGNED.
    01 NEEDED-TICKS              BINARY-DOUBLE UNSIGNED.
    01 SET-RESULT                BINARY-CHAR UNSIGNED.
    01 NOTICE-LINE               PIC X(64).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    IF PROMOTION-COUNT = 0
        GOBACK
    END-IF
    CALL "Groups-GetGroup" USING LK-PLAYER-ID GROUP-TEXT
    PERFORM VARYING RULE-INDEX FROM 1 BY 1 UNTIL RULE-INDEX > PROMOTION-COUNT
        IF PROMOTION-FROM(RULE-INDEX) = GROUP-TEXT
            COMPUTE NEEDED-TICKS = PROMOTION-HOURS(RULE-INDEX) * TICKS-PER-HOUR
            IF PLAYER-STAT-ONLINE-TICKS(LK-PLAYER-ID) >= NEEDED-TICKS
                CALL "Groups-Set" USING LK-PLAYER-ID PROMOTION-TO(RULE-INDEX) SET-RESULT
                IF SET-RESULT = 1
                    MOVE SPACES TO NOTICE-LINE
                    STRING
                        "You have been promoted to " DELIMITED BY SIZE
                        FUNCTION TRIM(PROMOTION-TO(RULE-INDEX)) DELIMITED BY SIZE
                        INTO NOTICE-LINE
                    END-STRING
                    CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID)
                        NOTICE-LINE
                END-IF
                GOBACK
            END-IF
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Groups-CheckPromotion.

*> --- Groups-List ---
*> The "group list" verb: every defined group with its prefix, grant
*> count and recorded member count; the default group is marked, its
*> members being everyone with no membership at all.
IDENTIFICATION DIVISION.
PROGRAM-ID. Groups-List.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-GROUPS.
    COPY DD-PLAYERS.
    COPY DD-SERVER-PROPERTIES.
    01 GROUP-INDEX               BINARY-LONG UNSIGNED.
    01 PLAYER-INDEX              BINARY-LONG.
    01 MEMBER-COUNT              BINARY-LONG UNSIGNED.
    01 MEMBER-TEXT               PIC Z(8)9.
    01 GRANT-TEXT                PIC Z(8)9.
    01 RESPONSE-POINTER          BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-RESPONSE.
    MOVE SPACES TO LK-RESPONSE
    IF GROUP-COUNT = 0
        MOVE "No groups are defined" TO LK-RESPONSE
        GOBACK
    END-IF

    MOVE 1 TO RESPONSE-POINTER
    STRING "Groups:" DELIMITED BY SIZE
        INTO LK-RESPONSE WITH POINTER RESPONSE-POINTER
    END-STRING
    PERFORM VARYING GROUP-INDEX FROM 1 BY 1 UNTIL GROUP-INDEX > GROUP-COUNT
        MOVE 0 TO MEMBER-COUNT
        PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
            IF PLAYER-GROUP(PLAYER-INDEX) = GROUP-NAME(GROUP-INDEX)
                ADD 1 TO MEMBER-COUNT
            END-IF
        END-PERFORM
        MOVE MEMBER-COUNT TO MEMBER-TEXT
        MOVE GROUP-GRANT-COUNT(GROUP-INDEX) TO GRANT-TEXT
        STRING
            " " DELIMITED BY SIZE
            FUNCTION TRIM(GROUP-NAME(GROUP-INDEX)) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(GROUP-PREFIX(GROUP-INDEX)) DELIMITED BY SIZE
            " (" DELIMITED BY SIZE
            FUNCTION TRIM(GRANT-TEXT) DELIMITED BY SIZE
            " grants, " DELIMITED BY SIZE
            FUNCTION TRIM(MEMBER-TEXT) DELIMITED BY SIZE
            " members)" DELIMITED BY SIZE
            INTO LK-RESPONSE WITH POINTER RESPONSE-POINTER
        END-STRING
        IF GROUP-NAME(GROUP-INDEX) = SERVER-PROP-GROUPS-DEFAULT
            STRING " default" DELIMITED BY SIZE
                INTO LK-RESPONSE WITH POINTER RESPONSE-POINTER
            END-STRING
        END-IF
        STRING ";" DELIMITED BY SIZE
            INTO LK-RESPONSE WITH POINTER RESPONSE-POINTER
        END-STRING
    END-PERFORM
    GOBACK.

END PROGRAM Groups-List.

*> --- Groups-Show ---
*> The "group show" verb: one group's allow list and the promotion
*> rules leading out of it.
IDENTIFICATION DIVISION.
PROGRAM-ID. Groups-Show.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-GROUPS.
    01 GROUP-INDEX               BINARY-LONG UNSIGNED.
    01 GRANT-INDEX               BINARY-LONG UNSIGNED.
    01 RULE-INDEX                BINARY-LONG UNSIGNED.
    01 HOURS-TEXT                PIC Z(8)9.
    01 RESPONSE-POINTER          BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-NAME                   PIC X ANY LENGTH.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-NAME LK-RESPONSE.
    MOVE SPACES TO LK-RESPONSE
    CALL "Groups-Find" USING LK-NAME GROUP-INDEX
    IF GROUP-INDEX = 0
        MOVE "No such group" TO LK-RESPONSE
        GOBACK
    END-IF

    MOVE 1 TO RESPONSE-POINTER
    STRING
        FUNCTION TRIM(GROUP-NAME(GROUP-INDEX)) DELIMITED BY SIZE
        " allows:" DELIMITED BY SIZE
        INTO LK-RESPONSE WITH POINTER RESPONSE-POINTER
    END-STRING
    IF GROUP-GRANT-COUNT(GROUP-INDEX) = 0
        STRING " nothing" DELIMITED BY SIZE
            INTO LK-RESPONSE WITH POINTER RESPONSE-POINTER
        END-STRING
    END-IF
    PERFORM VARYING GRANT-INDEX FROM 1 BY 1
            UNTIL GRANT-INDEX > GROUP-GRANT-COUNT(GROUP-INDEX)
        STRING
            " " DELIMITED BY SIZE
            FUNCTION TRIM(GROUP-GRANT-VERB(GROUP-INDEX, GRANT-INDEX)) DELIMITED BY SIZE
            INTO LK-RESPONSE WITH POINTER RESPONSE-POINTER
        END-STRING
        IF GROUP-GRANT-SUB(GROUP-INDEX, GRANT-INDEX) NOT = SPACES
            STRING
                ":" DELIMITED BY SIZE
                FUNCTION TRIM(GROUP-GRANT-SUB(GROUP-INDEX, GRANT-INDEX)) DELIMITED BY SIZE
                INTO LK-RESPONSE WITH POINTER RESPONSE-POINTER
            END-STRING
        END-IF
    END-PERFORM
    PERFORM VARYING RULE-INDEX FROM 1 BY 1 UNTIL RULE-INDEX > PROMOTION-COUNT
        IF PROMOTION-FROM(RULE-INDEX) = GROUP-NAME(GROUP-INDEX)
            MOVE PROMOTION-HOURS(RULE-INDEX) TO HOURS-TEXT
            STRING
                "; to " DELIMITED BY SIZE
                FUNCTION TRIM(PROMOTION-TO(RULE-INDEX)) DELIMITED BY SIZE
                " after " DELIMITED BY SIZE
                FUNCTION TRIM(HOURS-TEXT) DELIMITED BY SIZE
                "h online" DELIMITED BY SIZE
                INTO LK-RESPONSE WITH POINTER RESPONSE-POINTER
            END-STRING
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Groups-Show.
