*> The serverbound Command Suggestions Request: completes verbs out of
*> the shared dispatcher's table (filtered by what the asking player's
*> operator level may actually run, via the same Command-RequiredLevel
*> the dispatcher checks, plus whatever their permission group allows)
*> and completes arguments contextually -
*> online player ids for the player-taking verbs, warp names for
*> "warp", team names for "team join". The response is the
*> clientbound suggestions packet with the replacement span computed
    COPY DD-PLAYERS.
    COPY DD-WARPS.
    COPY DD-TEAMS.
    COPY DD-VANISH.
    01 PLAYER-ID                BINARY-LONG.
    *> payload
    01 TRANSACTION-ID           BINARY-LONG.
    01 VERB-TEXT                PIC X(32).
    01 ORIGIN-LEVEL             BINARY-LONG UNSIGNED.
    01 REQUIRED-LEVEL           BINARY-LONG UNSIGNED.
    01 GROUP-HAS-VERB           BINARY-CHAR UNSIGNED.
    01 VERB-COUNT               BINARY-LONG UNSIGNED.
    01 VERB-TABLE               PIC X(32) OCCURS 128 TIMES.
    01 VERB-INDEX               BINARY-LONG UNSIGNED.
    01 CANDIDATE-TEXT           PIC X(64).
    01 OTHER-PLAYER             BINARY-LONG.
                UNTIL VERB-INDEX > VERB-COUNT OR REPLY-COUNT >= 32
            MOVE VERB-TABLE(VERB-INDEX) TO VERB-TEXT
            CALL "Command-RequiredLevel" USING VERB-TEXT REQUIRED-LEVEL
            MOVE 0 TO GROUP-HAS-VERB
            IF ORIGIN-LEVEL < REQUIRED-LEVEL
                CALL "Groups-HasVerb" USING PLAYER-ID VERB-TEXT GROUP-HAS-VERB
            END-IF
            IF ORIGIN-LEVEL >= REQUIRED-LEVEL OR GROUP-HAS-VERB = 1
                IF PARTIAL-LENGTH = 0
                        OR VERB-TEXT(1:PARTIAL-LENGTH)
                            = PARTIAL-TEXT(1:PARTIAL-LENGTH)
            WHEN "pay"
            WHEN "seen"
            WHEN "trade"
                *> online player ids - vanished ones are not offered
                PERFORM VARYING OTHER-PLAYER FROM 1 BY 1
                        UNTIL OTHER-PLAYER > MAX-PLAYERS OR REPLY-COUNT >= 32
                    IF PLAYER-CLIENT(OTHER-PLAYER) NOT = 0
                            AND PLAYER-VANISHED(OTHER-PLAYER) = 0
                        MOVE OTHER-PLAYER TO PLAYER-ID-NUMBER
                        MOVE SPACES TO CANDIDATE-TEXT
                        MOVE PLAYER-ID-NUMBER TO CANDIDATE-TEXT(1:4)
        02 FILLER PIC X(32) VALUE "warpportal".
        02 FILLER PIC X(32) VALUE "maintenance".
        02 FILLER PIC X(32) VALUE "import".
        02 FILLER PIC X(32) VALUE "daily-digest".
        02 FILLER PIC X(32) VALUE "restore-death".
        02 FILLER PIC X(32) VALUE "pvpzone".
        02 FILLER PIC X(32) VALUE "economy-reconcile".
        02 FILLER PIC X(32) VALUE "eco".
        02 FILLER PIC X(32) VALUE "treasury".
        02 FILLER PIC X(32) VALUE "shop-statements".
        02 FILLER PIC X(32) VALUE "auction".
        02 FILLER PIC X(32) VALUE "jobs".
        02 FILLER PIC X(32) VALUE "jobs-report".
        02 FILLER PIC X(32) VALUE "lock".
        02 FILLER PIC X(32) VALUE "container-history".
        02 FILLER PIC X(32) VALUE "xray-report".
        02 FILLER PIC X(32) VALUE "alts".
        02 FILLER PIC X(32) VALUE "ban-address".
        02 FILLER PIC X(32) VALUE "pardon-address".
        02 FILLER PIC X(32) VALUE "trace".
        02 FILLER PIC X(32) VALUE "near".
        02 FILLER PIC X(32) VALUE "chat-export".
        02 FILLER PIC X(32) VALUE "report".
        02 FILLER PIC X(32) VALUE "ticket".
        02 FILLER PIC X(32) VALUE "warn".
        02 FILLER PIC X(32) VALUE "jail".
        02 FILLER PIC X(32) VALUE "unjail".
        02 FILLER PIC X(32) VALUE "history".
        02 FILLER PIC X(32) VALUE "group".
        02 FILLER PIC X(32) VALUE "vanish".
        02 FILLER PIC X(32) VALUE "rules".
        02 FILLER PIC X(32) VALUE "register".
        02 FILLER PIC X(32) VALUE "login".
        02 FILLER PIC X(32) VALUE "auth-reset".
        02 FILLER PIC X(32) VALUE "profile".
        02 FILLER PIC X(32) VALUE "purge-inactive".
        02 FILLER PIC X(32) VALUE "restore-player".
        02 FILLER PIC X(32) VALUE "validate-data".
        02 FILLER PIC X(32) VALUE "render-map".
        02 FILLER PIC X(32) VALUE "export-anvil".
        02 FILLER PIC X(32) VALUE "prune-chunks".
        02 FILLER PIC X(32) VALUE "leaderboard".
        02 FILLER PIC X(32) VALUE "weekly-standings".
    01 KNOWN-VERB-TABLE REDEFINES KNOWN-VERBS.
        02 KNOWN-VERB            PIC X(32) OCCURS 85 TIMES.
    01 VERB-INDEX                BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-COUNT                  BINARY-LONG UNSIGNED.
    01 LK-TABLE.
        02 LK-VERB               PIC X(32) OCCURS 128 TIMES.

PROCEDURE DIVISION USING LK-COUNT LK-TABLE.
    MOVE 85 TO LK-COUNT
    PERFORM VARYING VERB-INDEX FROM 1 BY 1 UNTIL VERB-INDEX > 85
        MOVE KNOWN-VERB(VERB-INDEX) TO LK-VERB(VERB-INDEX)
    END-PERFORM
    GOBACK.
