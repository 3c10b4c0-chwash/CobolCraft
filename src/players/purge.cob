*> --- PlayerPurge-Run ---
*> The "purge-inactive" batch job. A player is inactive once neither
*> PLAYER-LAST-SEEN-SECONDS nor their latest session in the session
*> log is within LK-DAYS (0 meaning PURGE-INACTIVE-DAYS); players
*> online now, and slots with no record of ever being seen, are left
*> alone. The report lists every such player with their balance, team
*> and operator level, and each protection zone they own for staff to
*> review - zones are never touched here. Unless it is a dry run, each
*> player's data is then archived by PlayerPurge-Archive and removed
*> by PlayerPurge-Clear, and every file involved is written back once
*> at the end. A player who already has an archive was purged before
*> and has not been restored; they are reported and left alone, so
*> their archive is never overwritten with what is left of the slot.
IDENTIFICATION DIVISION.
PROGRAM-ID. PlayerPurge-Run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL SESSION-LOG-FILE ASSIGN TO SESSION-LOG-PATH
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REPORT-FILE ASSIGN TO REPORT-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  SESSION-LOG-FILE.
01  SESSION-LOG-RECORD           PIC X(192).
FD  REPORT-FILE.
01  REPORT-RECORD                PIC X(160).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-PLAYERS.
    COPY DD-SESSIONS.
    COPY DD-ECONOMY.
    COPY DD-PROTECTION-ZONES.
    01 SESSION-LOG-PATH          PIC X(256).
    01 REPORT-FILE-PATH          PIC X(256).
    01 SESSION-EOF               BINARY-CHAR UNSIGNED.
    01 FIELD-PREFIX              PIC X(16).
    01 FIELD-PLAYER              PIC X(12).
    01 FIELD-JOIN                PIC X(16).
    01 FIELD-QUIT                PIC X(16).
    01 PARSED-ID                 BINARY-LONG.
    01 PARSED-QUIT               BINARY-DOUBLE.
    01 LOGGED-LAST-SEEN          BINARY-DOUBLE OCCURS 256 TIMES.
    01 LAST-SEEN                 BINARY-DOUBLE.
    01 NOW-TIMESTAMP             PIC X(14).
    01 NOW-SECONDS               BINARY-DOUBLE.
    01 CUTOFF-SECONDS            BINARY-DOUBLE.
    01 DAYS-LIMIT                BINARY-LONG.
    01 DAYS-AWAY                 BINARY-LONG.
    01 PLAYER-INDEX              BINARY-LONG.
    01 ZONE-INDEX                BINARY-LONG UNSIGNED.
    01 PURGE-COUNT               BINARY-LONG UNSIGNED.
    01 ZONE-COUNT                BINARY-LONG UNSIGNED.
    01 ARCHIVE-RESULT            BINARY-CHAR UNSIGNED.
    01 ARCHIVE-FILE-PATH         PIC X(256).
    01 FILE-DETAILS              PIC X(16).
    01 TEAM-NAME-FOUND           PIC X(32).
    01 OPS-LEVEL-FOUND           BINARY-LONG UNSIGNED.
    01 ID-TEXT                   PIC -(9)9.
    01 DAYS-TEXT                 PIC Z(8)9.
    01 BALANCE-TEXT              PIC -(9)9.
    01 LEVEL-TEXT                PIC 9.
    01 COUNT-TEXT                PIC Z(8)9.
    01 ZONES-TEXT                PIC Z(8)9.
    01 MIN-X-TEXT                PIC -(9)9.
    01 MIN-Z-TEXT                PIC -(9)9.
    01 MAX-X-TEXT                PIC -(9)9.
    01 MAX-Z-TEXT                PIC -(9)9.
    01 MODE-TEXT                 PIC X(8).
LINKAGE SECTION.
    01 LK-DAYS                   BINARY-LONG.
    01 LK-DRY-RUN                BINARY-CHAR UNSIGNED.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-DAYS LK-DRY-RUN LK-RESPONSE.
    MOVE LK-DAYS TO DAYS-LIMIT
    IF DAYS-LIMIT = 0
        MOVE SERVER-PROP-PURGE-INACTIVE-DAYS TO DAYS-LIMIT
    END-IF
    IF DAYS-LIMIT < 1
        MOVE "Usage: purge-inactive dry-run|run [days]" TO LK-RESPONSE
        GOBACK
    END-IF

    MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-TIMESTAMP
    CALL "Rollback-TimestampToSeconds" USING NOW-TIMESTAMP NOW-SECONDS
    COMPUTE CUTOFF-SECONDS = NOW-SECONDS - DAYS-LIMIT * 86400

    *> the latest quit the session log holds for each player - it
    *> covers players whose "seen" line predates the last-seen record
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        MOVE 0 TO LOGGED-LAST-SEEN(PLAYER-INDEX)
    END-PERFORM
    MOVE SERVER-PROP-SESSION-LOG-PATH TO SESSION-LOG-PATH
    MOVE 0 TO SESSION-EOF
    OPEN INPUT SESSION-LOG-FILE
    PERFORM UNTIL SESSION-EOF = 1
        READ SESSION-LOG-FILE
            AT END
                MOVE 1 TO SESSION-EOF
            NOT AT END
                MOVE SPACES TO FIELD-PREFIX FIELD-PLAYER FIELD-JOIN FIELD-QUIT
                UNSTRING SESSION-LOG-RECORD DELIMITED BY "player=" OR " join="
                        OR " quit=" OR " reason="
                    INTO FIELD-PREFIX FIELD-PLAYER FIELD-JOIN FIELD-QUIT
                END-UNSTRING
                IF FIELD-PREFIX = "session" AND FIELD-QUIT NOT = SPACES
                    MOVE FUNCTION NUMVAL(FIELD-PLAYER) TO PARSED-ID
                    MOVE FUNCTION NUMVAL(FIELD-QUIT) TO PARSED-QUIT
                    IF PARSED-ID >= 1 AND PARSED-ID <= MAX-PLAYERS
                        IF PARSED-QUIT > LOGGED-LAST-SEEN(PARSED-ID)
                            MOVE PARSED-QUIT TO LOGGED-LAST-SEEN(PARSED-ID)
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE SESSION-LOG-FILE

    IF LK-DRY-RUN = 1
        MOVE "dry-run" TO MODE-TEXT
    ELSE
        MOVE "purge" TO MODE-TEXT
        *> the archive copies the files, so they must hold what memory does
        CALL "PlayerExtra-SaveAll"
    END-IF

    MOVE SERVER-PROP-PURGE-REPORT-PATH TO REPORT-FILE-PATH
    OPEN OUTPUT REPORT-FILE
    MOVE DAYS-LIMIT TO DAYS-TEXT
    MOVE SPACES TO REPORT-RECORD
    STRING
        "purge-inactive " DELIMITED BY SIZE
        NOW-TIMESTAMP DELIMITED BY SIZE
        " mode=" DELIMITED BY SIZE
        FUNCTION TRIM(MODE-TEXT) DELIMITED BY SIZE
        " days=" DELIMITED BY SIZE
        FUNCTION TRIM(DAYS-TEXT) DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    MOVE 0 TO PURGE-COUNT
    MOVE 0 TO ZONE-COUNT
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        MOVE PLAYER-LAST-SEEN-SECONDS(PLAYER-INDEX) TO LAST-SEEN
        IF LOGGED-LAST-SEEN(PLAYER-INDEX) > LAST-SEEN
            MOVE LOGGED-LAST-SEEN(PLAYER-INDEX) TO LAST-SEEN
        END-IF
        IF PLAYER-CLIENT(PLAYER-INDEX) = 0 AND LAST-SEEN > 0
                AND LAST-SEEN < CUTOFF-SECONDS
            MOVE PLAYER-INDEX TO ID-TEXT
            CALL "PlayerPurge-ArchivePath" USING PLAYER-INDEX ARCHIVE-FILE-PATH
            CALL "CBL_CHECK_FILE_EXIST" USING ARCHIVE-FILE-PATH FILE-DETAILS
            IF RETURN-CODE = 0
                MOVE SPACES TO REPORT-RECORD
                STRING
                    "player id=" DELIMITED BY SIZE
                    FUNCTION TRIM(ID-TEXT) DELIMITED BY SIZE
                    " already archived" DELIMITED BY SIZE
                    INTO REPORT-RECORD
                END-STRING
                WRITE REPORT-RECORD
                EXIT PERFORM CYCLE
            END-IF

            ADD 1 TO PURGE-COUNT
            COMPUTE DAYS-AWAY = (NOW-SECONDS - LAST-SEEN) / 86400
            CALL "Teams-FindByPlayer" USING PLAYER-INDEX TEAM-NAME-FOUND
            CALL "Ops-GetLevel" USING PLAYER-INDEX OPS-LEVEL-FOUND
            MOVE PLAYER-INDEX TO ID-TEXT
            MOVE DAYS-AWAY TO DAYS-TEXT
            MOVE PLAYER-BALANCE(PLAYER-INDEX) TO BALANCE-TEXT
            MOVE OPS-LEVEL-FOUND TO LEVEL-TEXT
            MOVE SPACES TO REPORT-RECORD
            STRING
                "player id=" DELIMITED BY SIZE
                FUNCTION TRIM(ID-TEXT) DELIMITED BY SIZE
                " days-away=" DELIMITED BY SIZE
                FUNCTION TRIM(DAYS-TEXT) DELIMITED BY SIZE
                " balance=" DELIMITED BY SIZE
                FUNCTION TRIM(BALANCE-TEXT) DELIMITED BY SIZE
                " op-level=" DELIMITED BY SIZE
                LEVEL-TEXT DELIMITED BY SIZE
                " team=" DELIMITED BY SIZE
                FUNCTION TRIM(TEAM-NAME-FOUND) DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING
            WRITE REPORT-RECORD

            PERFORM VARYING ZONE-INDEX FROM 1 BY 1
                    UNTIL ZONE-INDEX > PROTECTION-ZONE-COUNT
                IF PROTECTION-ZONE-OWNER-PLAYER-ID(ZONE-INDEX) = PLAYER-INDEX
                    ADD 1 TO ZONE-COUNT
                    MOVE PROTECTION-ZONE-MIN-X(ZONE-INDEX) TO MIN-X-TEXT
                    MOVE PROTECTION-ZONE-MIN-Z(ZONE-INDEX) TO MIN-Z-TEXT
                    MOVE PROTECTION-ZONE-MAX-X(ZONE-INDEX) TO MAX-X-TEXT
                    MOVE PROTECTION-ZONE-MAX-Z(ZONE-INDEX) TO MAX-Z-TEXT
                    MOVE SPACES TO REPORT-RECORD
                    STRING
                        "  review-zone owner=" DELIMITED BY SIZE
                        FUNCTION TRIM(ID-TEXT) DELIMITED BY SIZE
                        " from=" DELIMITED BY SIZE
                        FUNCTION TRIM(MIN-X-TEXT) DELIMITED BY SIZE
                        "," DELIMITED BY SIZE
                        FUNCTION TRIM(MIN-Z-TEXT) DELIMITED BY SIZE
                        " to=" DELIMITED BY SIZE
                        FUNCTION TRIM(MAX-X-TEXT) DELIMITED BY SIZE
                        "," DELIMITED BY SIZE
                        FUNCTION TRIM(MAX-Z-TEXT) DELIMITED BY SIZE
                        " team=" DELIMITED BY SIZE
                        FUNCTION TRIM(PROTECTION-ZONE-TEAM-NAME(ZONE-INDEX)) DELIMITED BY SIZE
                        INTO REPORT-RECORD
                    END-STRING
                    WRITE REPORT-RECORD
                END-IF
            END-PERFORM

            IF LK-DRY-RUN = 0
                CALL "PlayerPurge-Archive" USING PLAYER-INDEX LAST-SEEN ARCHIVE-RESULT
                IF ARCHIVE-RESULT = 1
                    CALL "PlayerPurge-Clear" USING PLAYER-INDEX
                ELSE
                    *> without an archive nothing is removed
                    SUBTRACT 1 FROM PURGE-COUNT
                    MOVE "  not purged: the archive could not be written" TO REPORT-RECORD
                    WRITE REPORT-RECORD
                END-IF
            END-IF
        END-IF
    END-PERFORM

    MOVE PURGE-COUNT TO COUNT-TEXT
    MOVE ZONE-COUNT TO ZONES-TEXT
    MOVE SPACES TO REPORT-RECORD
    STRING
        "total players=" DELIMITED BY SIZE
        FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
        " zones-to-review=" DELIMITED BY SIZE
        FUNCTION TRIM(ZONES-TEXT) DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    CLOSE REPORT-FILE

    MOVE SPACES TO LK-RESPONSE
    IF LK-DRY-RUN = 1
        STRING
            FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
            " players would be purged, " DELIMITED BY SIZE
            FUNCTION TRIM(ZONES-TEXT) DELIMITED BY SIZE
            " zones to review - see " DELIMITED BY SIZE
            FUNCTION TRIM(SERVER-PROP-PURGE-REPORT-PATH) DELIMITED BY SIZE
            INTO LK-RESPONSE
        END-STRING
        GOBACK
    END-IF

    IF PURGE-COUNT > 0
        CALL "PlayerExtra-SaveAll"
        CALL "Mail-Save"
        CALL "Teams-Save"
        CALL "Ops-Save"
        CALL "Groups-Save"
        CALL "PlayerAccess-Save"
        CALL "Auth-Save"
    END-IF
    STRING
        FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
        " players purged and archived, " DELIMITED BY SIZE
        FUNCTION TRIM(ZONES-TEXT) DELIMITED BY SIZE
        " zones to review - see " DELIMITED BY SIZE
        FUNCTION TRIM(SERVER-PROP-PURGE-REPORT-PATH) DELIMITED BY SIZE
        INTO LK-RESPONSE
    END-STRING
    GOBACK.

END PROGRAM PlayerPurge-Run.

*> --- PlayerPurge-ArchivePath ---
*> The archive file for a player: PURGE-ARCHIVE-DIR/player-<id>.dat.
IDENTIFICATION DIVISION.
PROGRAM-ID. PlayerPurge-ArchivePath.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    01 ID-TEXT                   PIC -(9)9.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-PATH                   PIC X(256).

PROCEDURE DIVISION USING LK-PLAYER-ID LK-PATH.
    MOVE LK-PLAYER-ID TO ID-TEXT
    MOVE SPACES TO LK-PATH
    STRING
        FUNCTION TRIM(SERVER-PROP-PURGE-ARCHIVE-DIR) DELIMITED BY SIZE
        "/player-" DELIMITED BY SIZE
        FUNCTION TRIM(ID-TEXT) DELIMITED BY SIZE
        ".dat" DELIMITED BY SIZE
        INTO LK-PATH
    END-STRING
    GOBACK.

END PROGRAM PlayerPurge-ArchivePath.

*> --- PlayerPurge-Archive ---
*> Writes everything held for one player to their archive file, one
*> tagged line per fact: their player-extra lines verbatim (balance,
*> stats, achievements, homes and the rest - the file must be freshly
*> saved), the mail waiting for them, their team, permission group,
*> operator level, whitelist entry and password. An existing archive
*> is never replaced: it holds a purge that has not been restored, and
*> the slot it came from has nothing left to archive.
IDENTIFICATION DIVISION.
PROGRAM-ID. PlayerPurge-Archive.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARCHIVE-FILE ASSIGN TO ARCHIVE-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ARCHIVE-STATUS.
    SELECT OPTIONAL EXTRA-FILE ASSIGN TO EXTRA-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  ARCHIVE-FILE.
01  ARCHIVE-RECORD               PIC X(256).
FD  EXTRA-FILE.
01  EXTRA-RECORD                 PIC X(128).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-PLAYERS.
    COPY DD-MAIL.
    COPY DD-PLAYER-ACCESS.
    COPY DD-AUTH.
    COPY DD-GROUPS.
    01 ARCHIVE-FILE-PATH         PIC X(256).
    01 ARCHIVE-STATUS            PIC XX.
    01 FILE-DETAILS              PIC X(16).
    01 EXTRA-FILE-PATH           PIC X(256).
    01 EXTRA-EOF                 BINARY-CHAR UNSIGNED.
    01 RECORD-KIND               PIC X(12).
    01 FIELD-ONE                 PIC X(12).
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
    01 TEAM-NAME-FOUND           PIC X(32).
    01 OPS-LEVEL-FOUND           BINARY-LONG UNSIGNED.
    01 ID-TEXT                   PIC -(9)9.
    01 TO-TEXT                   PIC -(9)9.
    01 FROM-TEXT                 PIC -(9)9.
    01 READ-TEXT                 PIC 9.
    01 LEVEL-TEXT                PIC 9.
    01 SEEN-TEXT                 PIC 9(12).
    01 NOW-TIMESTAMP             PIC X(14).
    01 SHELL-COMMAND             PIC X(300).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-LAST-SEEN              BINARY-DOUBLE.
    01 LK-RESULT                 BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-LAST-SEEN LK-RESULT.
    MOVE 0 TO LK-RESULT
    MOVE SPACES TO SHELL-COMMAND
    STRING
        "mkdir -p " DELIMITED BY SIZE
        FUNCTION TRIM(SERVER-PROP-PURGE-ARCHIVE-DIR) DELIMITED BY SIZE
        INTO SHELL-COMMAND
    END-STRING
    CALL "SYSTEM" USING SHELL-COMMAND

    CALL "PlayerPurge-ArchivePath" USING LK-PLAYER-ID ARCHIVE-FILE-PATH
    CALL "CBL_CHECK_FILE_EXIST" USING ARCHIVE-FILE-PATH FILE-DETAILS
    IF RETURN-CODE = 0
        GOBACK
    END-IF
    OPEN OUTPUT ARCHIVE-FILE
    IF ARCHIVE-STATUS NOT = "00"
        GOBACK
    END-IF

    MOVE LK-PLAYER-ID TO ID-TEXT
    MOVE LK-LAST-SEEN TO SEEN-TEXT
    MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-TIMESTAMP
    MOVE SPACES TO ARCHIVE-RECORD
    STRING
        "archived " DELIMITED BY SIZE
        FUNCTION TRIM(ID-TEXT) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        NOW-TIMESTAMP DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        SEEN-TEXT DELIMITED BY SIZE
        INTO ARCHIVE-RECORD
    END-STRING
    WRITE ARCHIVE-RECORD

    *> every player-extra line keyed to this player
    MOVE SERVER-PROP-PLAYER-EXTRA-PATH TO EXTRA-FILE-PATH
    MOVE 0 TO EXTRA-EOF
    OPEN INPUT EXTRA-FILE
    PERFORM UNTIL EXTRA-EOF = 1
        READ EXTRA-FILE
            AT END
                MOVE 1 TO EXTRA-EOF
            NOT AT END
                MOVE SPACES TO RECORD-KIND FIELD-ONE
                UNSTRING EXTRA-RECORD DELIMITED BY ALL SPACE
                    INTO RECORD-KIND FIELD-ONE
                END-UNSTRING
                IF FIELD-ONE NOT = SPACES
                    IF FUNCTION NUMVAL(FIELD-ONE) = LK-PLAYER-ID
                        MOVE SPACES TO ARCHIVE-RECORD
                        STRING
                            "extra " DELIMITED BY SIZE
                            EXTRA-RECORD DELIMITED BY SIZE
                            INTO ARCHIVE-RECORD
                        END-STRING
                        WRITE ARCHIVE-RECORD
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE EXTRA-FILE

    *> mail waiting for them, in the Mail-Save line layout
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > MAIL-COUNT
        IF MAIL-TO-PLAYER(ENTRY-INDEX) = LK-PLAYER-ID
            MOVE MAIL-TO-PLAYER(ENTRY-INDEX) TO TO-TEXT
            MOVE MAIL-FROM-PLAYER(ENTRY-INDEX) TO FROM-TEXT
            MOVE MAIL-READ-FLAG(ENTRY-INDEX) TO READ-TEXT
            MOVE SPACES TO ARCHIVE-RECORD
            STRING
                "mail " DELIMITED BY SIZE
                FUNCTION TRIM(TO-TEXT) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(FROM-TEXT) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                READ-TEXT DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(MAIL-TEXT(ENTRY-INDEX)) DELIMITED BY SIZE
                INTO ARCHIVE-RECORD
            END-STRING
            WRITE ARCHIVE-RECORD
        END-IF
    END-PERFORM

    CALL "Teams-FindByPlayer" USING LK-PLAYER-ID TEAM-NAME-FOUND
    IF TEAM-NAME-FOUND NOT = SPACES
        MOVE SPACES TO ARCHIVE-RECORD
        STRING
            "team " DELIMITED BY SIZE
            FUNCTION TRIM(TEAM-NAME-FOUND) DELIMITED BY SIZE
            INTO ARCHIVE-RECORD
        END-STRING
        WRITE ARCHIVE-RECORD
    END-IF

    IF PLAYER-GROUP(LK-PLAYER-ID) NOT = SPACES
        MOVE SPACES TO ARCHIVE-RECORD
        STRING
            "group " DELIMITED BY SIZE
            FUNCTION TRIM(PLAYER-GROUP(LK-PLAYER-ID)) DELIMITED BY SIZE
            INTO ARCHIVE-RECORD
        END-STRING
        WRITE ARCHIVE-RECORD
    END-IF

    CALL "Ops-GetLevel" USING LK-PLAYER-ID OPS-LEVEL-FOUND
    IF OPS-LEVEL-FOUND > 0
        MOVE OPS-LEVEL-FOUND TO LEVEL-TEXT
        MOVE SPACES TO ARCHIVE-RECORD
        STRING
            "ops " DELIMITED BY SIZE
            LEVEL-TEXT DELIMITED BY SIZE
            INTO ARCHIVE-RECORD
        END-STRING
        WRITE ARCHIVE-RECORD
    END-IF

    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > WHITELIST-COUNT
        IF WHITELIST-PLAYER-ID(ENTRY-INDEX) = LK-PLAYER-ID
            MOVE "whitelist" TO ARCHIVE-RECORD
            WRITE ARCHIVE-RECORD
            EXIT PERFORM
        END-IF
    END-PERFORM

    IF PLAYER-AUTH-DIGEST(LK-PLAYER-ID) NOT = SPACES
        MOVE SPACES TO ARCHIVE-RECORD
        STRING
            "auth " DELIMITED BY SIZE
            FUNCTION TRIM(PLAYER-AUTH-SALT(LK-PLAYER-ID)) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(PLAYER-AUTH-DIGEST(LK-PLAYER-ID)) DELIMITED BY SIZE
            INTO ARCHIVE-RECORD
        END-STRING
        WRITE ARCHIVE-RECORD
    END-IF

    CLOSE ARCHIVE-FILE
    MOVE 1 TO LK-RESULT
    GOBACK.

END PROGRAM PlayerPurge-Archive.

*> --- PlayerPurge-Clear ---
*> Removes a player's data from memory once it is archived: their
*> player-extra facts, mail, kit cooldowns and password, their team
*> membership (Teams-Leave drops a team left empty), permission group,
*> operator level and whitelist entry. A balance goes back to the
*> treasury so the money supply still reconciles, and the leaderboard
*> windows are told the counters went, so nobody climbs a board on the
*> gap. The caller saves the files.
IDENTIFICATION DIVISION.
PROGRAM-ID. PlayerPurge-Clear.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-PLAYER-STATS.
    COPY DD-ECONOMY.
    COPY DD-ACHIEVEMENTS.
    COPY DD-ITEM-WEAR.
    COPY DD-ENCHANTMENTS.
    COPY DD-SESSIONS.
    COPY DD-JAIL.
    COPY DD-RULES.
    COPY DD-VANISH.
    COPY DD-MAIL.
    COPY DD-KITS.
    COPY DD-AUTH.
    COPY DD-GROUPS.
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
    01 KEEP-COUNT                BINARY-LONG UNSIGNED.
    01 BEFORE-CHANGE             BINARY-LONG VALUE 1.
    01 AFTER-CHANGE              BINARY-LONG VALUE 2.
    01 TREASURY-ID               BINARY-LONG VALUE 0.
    01 BALANCE-AMOUNT            BINARY-LONG.
    01 NO-LEVEL                  BINARY-LONG VALUE 0.
    01 CHANGE-RESULT             BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    CALL "Leaderboard-Carry" USING LK-PLAYER-ID BEFORE-CHANGE

    IF PLAYER-BALANCE(LK-PLAYER-ID) > 0
        MOVE PLAYER-BALANCE(LK-PLAYER-ID) TO BALANCE-AMOUNT
        CALL "Economy-Transfer" USING LK-PLAYER-ID TREASURY-ID BALANCE-AMOUNT
            "purge-inactive" CHANGE-RESULT
    END-IF
    MOVE 0 TO PLAYER-BALANCE(LK-PLAYER-ID)

    MOVE 0 TO PLAYER-HAS-RESPAWN(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-HAS-HOME(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-GAMEMODE(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-HEALTH(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-FOOD-LEVEL(LK-PLAYER-ID)
    MOVE SPACES TO PLAYER-DIMENSION(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-XP-TOTAL(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-XP-LEVEL(LK-PLAYER-ID)
    INITIALIZE PLAYER-STAT(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-LAST-SEEN-SECONDS(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-JAIL-TICKS-LEFT(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-JAIL-RETURN-SET(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-RULES-VERSION(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-RULES-ACCEPTED-SECONDS(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-RULES-KIT-PENDING(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-VANISHED(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-VANISH-SEEN-SECONDS(LK-PLAYER-ID)
    MOVE SPACES TO PLAYER-AUTH-SALT(LK-PLAYER-ID)
    MOVE SPACES TO PLAYER-AUTH-DIGEST(LK-PLAYER-ID)
    MOVE SPACES TO PLAYER-AUTH-REMEMBER-ADDRESS(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-AUTH-REMEMBER-UNTIL(LK-PLAYER-ID)
    MOVE SPACES TO PLAYER-GROUP(LK-PLAYER-ID)

    *> the shared tables keep everyone else's rows, in order
    MOVE 0 TO KEEP-COUNT
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > ACHIEVEMENT-UNLOCK-COUNT
        IF ACH-UNLOCK-PLAYER-ID(ENTRY-INDEX) NOT = LK-PLAYER-ID
            ADD 1 TO KEEP-COUNT
            IF KEEP-COUNT NOT = ENTRY-INDEX
                MOVE ACHIEVEMENT-UNLOCK(ENTRY-INDEX) TO ACHIEVEMENT-UNLOCK(KEEP-COUNT)
            END-IF
        END-IF
    END-PERFORM
    MOVE KEEP-COUNT TO ACHIEVEMENT-UNLOCK-COUNT

    MOVE 0 TO KEEP-COUNT
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > ITEM-WEAR-COUNT
        IF ITEM-WEAR-PLAYER-ID(ENTRY-INDEX) NOT = LK-PLAYER-ID
            ADD 1 TO KEEP-COUNT
            IF KEEP-COUNT NOT = ENTRY-INDEX
                MOVE ITEM-WEAR(ENTRY-INDEX) TO ITEM-WEAR(KEEP-COUNT)
            END-IF
        END-IF
    END-PERFORM
    MOVE KEEP-COUNT TO ITEM-WEAR-COUNT

    MOVE 0 TO KEEP-COUNT
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > ENCHANT-ENTRY-COUNT
        IF ENCHANT-PLAYER-ID(ENTRY-INDEX) NOT = LK-PLAYER-ID
            ADD 1 TO KEEP-COUNT
            IF KEEP-COUNT NOT = ENTRY-INDEX
                MOVE ENCHANT-ENTRY(ENTRY-INDEX) TO ENCHANT-ENTRY(KEEP-COUNT)
            END-IF
        END-IF
    END-PERFORM
    MOVE KEEP-COUNT TO ENCHANT-ENTRY-COUNT

    MOVE 0 TO KEEP-COUNT
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > MAIL-COUNT
        IF MAIL-TO-PLAYER(ENTRY-INDEX) NOT = LK-PLAYER-ID
            ADD 1 TO KEEP-COUNT
            IF KEEP-COUNT NOT = ENTRY-INDEX
                MOVE MAIL-ENTRY(ENTRY-INDEX) TO MAIL-ENTRY(KEEP-COUNT)
            END-IF
        END-IF
    END-PERFORM
    MOVE KEEP-COUNT TO MAIL-COUNT

    MOVE 0 TO KEEP-COUNT
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > KIT-COOLDOWN-COUNT
        IF KIT-COOLDOWN-PLAYER-ID(ENTRY-INDEX) NOT = LK-PLAYER-ID
            ADD 1 TO KEEP-COUNT
            IF KEEP-COUNT NOT = ENTRY-INDEX
                MOVE KIT-COOLDOWN(ENTRY-INDEX) TO KIT-COOLDOWN(KEEP-COUNT)
            END-IF
        END-IF
    END-PERFORM
    MOVE KEEP-COUNT TO KIT-COOLDOWN-COUNT

    CALL "Teams-Leave" USING LK-PLAYER-ID CHANGE-RESULT
    CALL "Ops-Set" USING LK-PLAYER-ID NO-LEVEL CHANGE-RESULT
    CALL "PlayerAccess-WhitelistRemove" USING LK-PLAYER-ID CHANGE-RESULT

    CALL "Leaderboard-Carry" USING LK-PLAYER-ID AFTER-CHANGE
    GOBACK.

END PROGRAM PlayerPurge-Clear.

*> --- PlayerPurge-Restore ---
*> "restore-player <id>": reads a purged player's archive back. The
*> player-extra lines go through PlayerExtra-Load itself, by way of a
*> scratch file beside the archive; mail, team, permission group,
*> operator level, whitelist entry and password are put back directly,
*> and the archived balance is paid back out of the treasury it went
*> into. The archive is renamed to .restored so it can't be applied
*> twice. A player who came back after the purge - the usual reason
*> for a restore - keeps what they have built since: the archived
*> balance and counters are added to theirs, their last-seen stays
*> the newer one, and a team, group or higher operator level they
*> have now is not replaced. Only a player online at the moment is
*> refused.
IDENTIFICATION DIVISION.
PROGRAM-ID. PlayerPurge-Restore.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO ARCHIVE-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SCRATCH-FILE ASSIGN TO SCRATCH-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  ARCHIVE-FILE.
01  ARCHIVE-RECORD               PIC X(256).
FD  SCRATCH-FILE.
01  SCRATCH-RECORD               PIC X(128).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-PLAYERS.
    COPY DD-SESSIONS.
    COPY DD-ECONOMY.
    COPY DD-MAIL.
    COPY DD-TEAMS.
    COPY DD-AUTH.
    COPY DD-GROUPS.
    COPY DD-PLAYER-STATS.
    COPY DD-ACHIEVEMENTS.
    01 ARCHIVE-FILE-PATH         PIC X(256).
    01 SCRATCH-FILE-PATH         PIC X(256).
    01 RESTORED-PATH             PIC X(256).
    01 FILE-DETAILS              PIC X(16).
    01 ARCHIVE-EOF               BINARY-CHAR UNSIGNED.
    01 RECORD-KIND               PIC X(12).
    01 FIELD-ONE                 PIC X(40).
    01 FIELD-TWO                 PIC X(40).
    01 FIELD-THREE               PIC X(4).
    01 REST-POINTER              BINARY-LONG UNSIGNED.
    01 FOUND-ARCHIVE             BINARY-CHAR UNSIGNED.
    01 TEAM-INDEX                BINARY-LONG UNSIGNED.
    01 RESTORE-TEAM              PIC X(32).
    01 RESTORE-GROUP             PIC X(16).
    01 RESTORE-LEVEL             BINARY-LONG.
    01 CURRENT-LEVEL             BINARY-LONG UNSIGNED.
    01 RESTORE-BALANCE           BINARY-LONG.
    *> what the player has built up since coming back, if they have
    01 RETURN-BALANCE            BINARY-LONG.
    01 RETURN-SEEN               BINARY-DOUBLE.
    01 RETURN-STAT.
        02 RETURN-STAT-PLACED    BINARY-DOUBLE UNSIGNED.
        02 RETURN-STAT-BROKEN    BINARY-DOUBLE UNSIGNED.
        02 RETURN-STAT-DISTANCE  BINARY-DOUBLE UNSIGNED.
        02 RETURN-STAT-ONLINE-TICKS BINARY-DOUBLE UNSIGNED.
        02 RETURN-STAT-DEATHS    BINARY-DOUBLE UNSIGNED.
        02 RETURN-STAT-KILLS     BINARY-DOUBLE UNSIGNED.
        02 RETURN-STAT-PVP-KILLS BINARY-DOUBLE UNSIGNED.
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
    01 CHECK-INDEX               BINARY-LONG UNSIGNED.
    01 KEEP-COUNT                BINARY-LONG UNSIGNED.
    01 DUPLICATE-FOUND           BINARY-CHAR UNSIGNED.
    01 BEFORE-CHANGE             BINARY-LONG VALUE 1.
    01 AFTER-CHANGE              BINARY-LONG VALUE 2.
    01 TREASURY-ID               BINARY-LONG VALUE 0.
    01 CHANGE-RESULT             BINARY-CHAR UNSIGNED.
    01 ID-TEXT                   PIC -(9)9.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-RESPONSE.
    IF LK-PLAYER-ID < 1 OR LK-PLAYER-ID > MAX-PLAYERS
        MOVE "Usage: restore-player <player-id>" TO LK-RESPONSE
        GOBACK
    END-IF
    CALL "PlayerPurge-ArchivePath" USING LK-PLAYER-ID ARCHIVE-FILE-PATH
    CALL "CBL_CHECK_FILE_EXIST" USING ARCHIVE-FILE-PATH FILE-DETAILS
    IF RETURN-CODE NOT = 0
        MOVE "No archive for that player" TO LK-RESPONSE
        GOBACK
    END-IF
    IF PLAYER-CLIENT(LK-PLAYER-ID) NOT = 0
        MOVE "That player is online - restore once they have left" TO LK-RESPONSE
        GOBACK
    END-IF

    MOVE SPACES TO SCRATCH-FILE-PATH
    STRING
        FUNCTION TRIM(ARCHIVE-FILE-PATH) DELIMITED BY SIZE
        ".extra" DELIMITED BY SIZE
        INTO SCRATCH-FILE-PATH
    END-STRING
    OPEN OUTPUT SCRATCH-FILE

    MOVE 0 TO FOUND-ARCHIVE
    MOVE SPACES TO RESTORE-TEAM
    MOVE SPACES TO RESTORE-GROUP
    MOVE 0 TO RESTORE-LEVEL
    MOVE 0 TO ARCHIVE-EOF
    OPEN INPUT ARCHIVE-FILE
    PERFORM UNTIL ARCHIVE-EOF = 1
        READ ARCHIVE-FILE
            AT END
                MOVE 1 TO ARCHIVE-EOF
            NOT AT END
                MOVE SPACES TO RECORD-KIND FIELD-ONE FIELD-TWO FIELD-THREE
                MOVE 1 TO REST-POINTER
                UNSTRING ARCHIVE-RECORD DELIMITED BY ALL SPACE
                    INTO RECORD-KIND FIELD-ONE FIELD-TWO FIELD-THREE
                    WITH POINTER REST-POINTER
                END-UNSTRING
                EVALUATE FUNCTION TRIM(RECORD-KIND)
                    WHEN "archived"
                        MOVE 1 TO FOUND-ARCHIVE
                    WHEN "extra"
                        MOVE ARCHIVE-RECORD(7:) TO SCRATCH-RECORD
                        WRITE SCRATCH-RECORD
                    WHEN "mail"
                        IF MAIL-COUNT < MAX-MAIL-ENTRIES AND REST-POINTER <= 256
                            ADD 1 TO MAIL-COUNT
                            MOVE FUNCTION NUMVAL(FIELD-ONE) TO MAIL-TO-PLAYER(MAIL-COUNT)
                            MOVE FUNCTION NUMVAL(FIELD-TWO) TO MAIL-FROM-PLAYER(MAIL-COUNT)
                            MOVE FUNCTION NUMVAL(FIELD-THREE) TO MAIL-READ-FLAG(MAIL-COUNT)
                            MOVE ARCHIVE-RECORD(REST-POINTER:) TO MAIL-TEXT(MAIL-COUNT)
                        END-IF
                    WHEN "team"
                        MOVE FIELD-ONE TO RESTORE-TEAM
                    WHEN "group"
                        MOVE FIELD-ONE TO RESTORE-GROUP
                    WHEN "ops"
                        MOVE FUNCTION NUMVAL(FIELD-ONE) TO RESTORE-LEVEL
                    WHEN "whitelist"
                        CALL "PlayerAccess-WhitelistAdd" USING LK-PLAYER-ID CHANGE-RESULT
                    WHEN "auth"
                        MOVE FIELD-ONE TO PLAYER-AUTH-SALT(LK-PLAYER-ID)
                        MOVE FIELD-TWO TO PLAYER-AUTH-DIGEST(LK-PLAYER-ID)
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE ARCHIVE-FILE
    CLOSE SCRATCH-FILE

    IF FOUND-ARCHIVE = 0
        CALL "CBL_DELETE_FILE" USING SCRATCH-FILE-PATH
        MOVE "That archive is not a player archive" TO LK-RESPONSE
        GOBACK
    END-IF

    *> set aside what the player has built since coming back, so the
    *> archive loads onto an empty slot and is added to it afterwards
    CALL "Leaderboard-Carry" USING LK-PLAYER-ID BEFORE-CHANGE
    MOVE PLAYER-BALANCE(LK-PLAYER-ID) TO RETURN-BALANCE
    MOVE PLAYER-STAT(LK-PLAYER-ID) TO RETURN-STAT
    MOVE PLAYER-LAST-SEEN-SECONDS(LK-PLAYER-ID) TO RETURN-SEEN
    MOVE 0 TO PLAYER-BALANCE(LK-PLAYER-ID)
    INITIALIZE PLAYER-STAT(LK-PLAYER-ID)

    CALL "PlayerExtra-Load" USING SCRATCH-FILE-PATH
    CALL "CBL_DELETE_FILE" USING SCRATCH-FILE-PATH

    *> the archived balance was burned at the purge; mint it back on
    *> top of whatever they hold now
    MOVE PLAYER-BALANCE(LK-PLAYER-ID) TO RESTORE-BALANCE
    MOVE RETURN-BALANCE TO PLAYER-BALANCE(LK-PLAYER-ID)
    IF RESTORE-BALANCE > 0
        CALL "Economy-Transfer" USING TREASURY-ID LK-PLAYER-ID RESTORE-BALANCE
            "restore-player" CHANGE-RESULT
    END-IF

    ADD RETURN-STAT-PLACED TO PLAYER-STAT-PLACED(LK-PLAYER-ID)
    ADD RETURN-STAT-BROKEN TO PLAYER-STAT-BROKEN(LK-PLAYER-ID)
    ADD RETURN-STAT-DISTANCE TO PLAYER-STAT-DISTANCE(LK-PLAYER-ID)
    ADD RETURN-STAT-ONLINE-TICKS TO PLAYER-STAT-ONLINE-TICKS(LK-PLAYER-ID)
    ADD RETURN-STAT-DEATHS TO PLAYER-STAT-DEATHS(LK-PLAYER-ID)
    ADD RETURN-STAT-KILLS TO PLAYER-STAT-KILLS(LK-PLAYER-ID)
    ADD RETURN-STAT-PVP-KILLS TO PLAYER-STAT-PVP-KILLS(LK-PLAYER-ID)
    *> the archive's "seen" is from before the purge - keeping it would
    *> put the player straight back on the next purge list
    IF RETURN-SEEN > PLAYER-LAST-SEEN-SECONDS(LK-PLAYER-ID)
        MOVE RETURN-SEEN TO PLAYER-LAST-SEEN-SECONDS(LK-PLAYER-ID)
    END-IF

    *> an achievement earned both before the purge and since is kept once
    MOVE 0 TO KEEP-COUNT
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > ACHIEVEMENT-UNLOCK-COUNT
        MOVE 0 TO DUPLICATE-FOUND
        IF ACH-UNLOCK-PLAYER-ID(ENTRY-INDEX) = LK-PLAYER-ID
            PERFORM VARYING CHECK-INDEX FROM 1 BY 1 UNTIL CHECK-INDEX > KEEP-COUNT
                IF ACH-UNLOCK-PLAYER-ID(CHECK-INDEX) = LK-PLAYER-ID
                        AND ACH-UNLOCK-KEY(CHECK-INDEX) = ACH-UNLOCK-KEY(ENTRY-INDEX)
                    MOVE 1 TO DUPLICATE-FOUND
                    EXIT PERFORM
                END-IF
            END-PERFORM
        END-IF
        IF DUPLICATE-FOUND = 0
            ADD 1 TO KEEP-COUNT
            IF KEEP-COUNT NOT = ENTRY-INDEX
                MOVE ACHIEVEMENT-UNLOCK(ENTRY-INDEX) TO ACHIEVEMENT-UNLOCK(KEEP-COUNT)
            END-IF
        END-IF
    END-PERFORM
    MOVE KEEP-COUNT TO ACHIEVEMENT-UNLOCK-COUNT
    CALL "Leaderboard-Carry" USING LK-PLAYER-ID AFTER-CHANGE

    *> back into their team, or the team again if it was disbanded -
    *> unless they have joined one since
    IF RESTORE-TEAM NOT = SPACES AND PLAYER-TEAM(LK-PLAYER-ID) = SPACES
        PERFORM VARYING TEAM-INDEX FROM 1 BY 1 UNTIL TEAM-INDEX > TEAM-COUNT
            IF TEAM-NAME(TEAM-INDEX) = RESTORE-TEAM
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF TEAM-INDEX > TEAM-COUNT
            CALL "Teams-Create" USING RESTORE-TEAM LK-PLAYER-ID CHANGE-RESULT
        ELSE
            IF TEAM-MEMBER-COUNT(TEAM-INDEX) < MAX-TEAM-MEMBERS
                ADD 1 TO TEAM-MEMBER-COUNT(TEAM-INDEX)
                MOVE LK-PLAYER-ID TO TEAM-MEMBER-PLAYER-ID(TEAM-INDEX,
                    TEAM-MEMBER-COUNT(TEAM-INDEX))
                MOVE RESTORE-TEAM TO PLAYER-TEAM(LK-PLAYER-ID)
                CALL "Teams-Save"
            END-IF
        END-IF
    END-IF
    IF RESTORE-GROUP NOT = SPACES AND PLAYER-GROUP(LK-PLAYER-ID) = SPACES
        CALL "Groups-Set" USING LK-PLAYER-ID RESTORE-GROUP CHANGE-RESULT
    END-IF
    CALL "Ops-GetLevel" USING LK-PLAYER-ID CURRENT-LEVEL
    IF RESTORE-LEVEL > CURRENT-LEVEL
        CALL "Ops-Set" USING LK-PLAYER-ID RESTORE-LEVEL CHANGE-RESULT
    END-IF

    CALL "PlayerExtra-SaveAll"
    CALL "Mail-Save"
    CALL "Auth-Save"

    MOVE SPACES TO RESTORED-PATH
    STRING
        FUNCTION TRIM(ARCHIVE-FILE-PATH) DELIMITED BY SIZE
        ".restored" DELIMITED BY SIZE
        INTO RESTORED-PATH
    END-STRING
    CALL "CBL_DELETE_FILE" USING RESTORED-PATH
    CALL "CBL_RENAME_FILE" USING ARCHIVE-FILE-PATH RESTORED-PATH

    MOVE LK-PLAYER-ID TO ID-TEXT
    MOVE SPACES TO LK-RESPONSE
    STRING
        "Player " DELIMITED BY SIZE
        FUNCTION TRIM(ID-TEXT) DELIMITED BY SIZE
        " restored from the archive" DELIMITED BY SIZE
        INTO LK-RESPONSE
    END-STRING
    GOBACK.

END PROGRAM PlayerPurge-Restore.
