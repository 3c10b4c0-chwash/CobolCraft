*> sessions (origin player 0 - the console already authenticated with
*> the server password, so it runs at level 4) and in-game slash
*> commands (origin is the issuing player, checked against Ops-GetLevel
*> before the verb runs, and failing that against their permission
*> group's allow list). One command table, two entry points.
IDENTIFICATION DIVISION.
PROGRAM-ID. Command-Execute.

    COPY DD-ECONOMY.
    COPY DD-CHANNELS.
    COPY DD-MAINTENANCE.
    COPY DD-JAIL.
    COPY DD-RULES.
    COPY DD-AUTH.
    01 COMMAND-VERB              PIC X(32).
    01 COMMAND-ARGS              PIC X(128).
    01 CLIENT-ID                 BINARY-LONG UNSIGNED.
    01 ACCESS-FIELD-TWO            PIC X(16).
    01 ACCESS-REST-POINTER         BINARY-LONG UNSIGNED.
    01 ACCESS-REASON               PIC X(64).
    01 ACCESS-ADDRESS              PIC X(46).
    01 HISTORY-MINUTES             BINARY-LONG.
    01 WARN-LINE                   PIC X(200).
    01 WHITELIST-FLAG              BINARY-CHAR UNSIGNED.
    01 PVPZONE-FLAG                BINARY-CHAR UNSIGNED.
    01 OP-LEVEL                    BINARY-LONG.
    01 VERB-LENGTH                 BINARY-LONG UNSIGNED.
    01 REQUIRED-LEVEL              BINARY-LONG UNSIGNED.
    01 ORIGIN-LEVEL                BINARY-LONG UNSIGNED.
    01 GROUP-GRANTED               BINARY-CHAR UNSIGNED.
    01 GROUP-NAME-ARG              PIC X(16).
    01 TEAM-SUBCOMMAND             PIC X(16).
    01 TEAM-ARG-NAME               PIC X(32).
    01 TEAM-TARGET-ID              BINARY-LONG.
    01 TEAM-RESULT                 BINARY-CHAR UNSIGNED.
    01 STOP-SECONDS                BINARY-LONG.
    01 PREGEN-ARG-RADIUS           BINARY-LONG.
    01 PROFILE-ARG-SECONDS         BINARY-LONG.
    01 PURGE-ARG-MODE              PIC X(16).
    01 PURGE-ARG-DAYS              PIC X(16).
    01 PURGE-DAYS                  BINARY-LONG.
    01 PURGE-DRY-RUN               BINARY-CHAR UNSIGNED.
    01 MAP-ARG-DIMENSION           PIC X(32).
    01 MAP-ARG-OVERLAY             BINARY-CHAR UNSIGNED.
    01 TIME-VALUE                  BINARY-LONG UNSIGNED.
    01 GAMEMODE-VALUE              BINARY-LONG.
    01 STATS-PLAYER-COUNT          BINARY-LONG UNSIGNED.
        02 TP-Y                    BINARY-LONG.
        02 TP-Z                    BINARY-LONG.
    01 TP-TARGET-ID                BINARY-LONG.
    01 HISTORY-LIMIT               BINARY-LONG UNSIGNED.
    01 REPORT-DAYS                 BINARY-LONG UNSIGNED.
    01 QUERY-FIELD                 PIC X(32) OCCURS 8 TIMES.
    01 QUERY-RADIUS                BINARY-LONG UNSIGNED.
    01 QUERY-DIMENSION             PIC X(32).
    01 QUERY-FROM                  PIC X(32).
    01 QUERY-TO                    PIC X(32).
    01 TICKET-NUMBER               BINARY-LONG.
    01 TP-RESULT                   BINARY-CHAR UNSIGNED.
    01 WARP-NAME-ARG               PIC X(32).
    01 TIME-TEXT                   PIC 9(5).
        MOVE LK-COMMAND(VERB-LENGTH + 2:) TO COMMAND-ARGS
    END-IF

    *> until they log in, a player can do nothing but log in
    IF LK-ORIGIN-PLAYER >= 1 AND LK-ORIGIN-PLAYER <= MAX-PLAYERS
        IF PLAYER-AUTHENTICATED(LK-ORIGIN-PLAYER) = 0
                AND FUNCTION TRIM(COMMAND-VERB) NOT = "login"
                AND FUNCTION TRIM(COMMAND-VERB) NOT = "register"
            MOVE "Log in first - /login <password>" TO LK-RESPONSE
            CALL "Command-AuditLog" USING LK-ORIGIN-PLAYER LK-COMMAND LK-RESPONSE
            GOBACK
        END-IF
    END-IF

    *> Console origin holds level 4; a player origin runs at whatever
    *> the ops registry grants them, which for most players is 0, or
    *> where that falls short, at whatever their group explicitly allows
    IF LK-ORIGIN-PLAYER NOT = 0
        CALL "Command-RequiredLevel" USING COMMAND-VERB REQUIRED-LEVEL
        CALL "Ops-GetLevel" USING LK-ORIGIN-PLAYER ORIGIN-LEVEL
        MOVE 0 TO GROUP-GRANTED
        IF ORIGIN-LEVEL < REQUIRED-LEVEL
            CALL "Groups-CheckGrant" USING LK-ORIGIN-PLAYER COMMAND-VERB
                COMMAND-ARGS GROUP-GRANTED
        END-IF
        IF ORIGIN-LEVEL < REQUIRED-LEVEL AND GROUP-GRANTED = 0
            MOVE "You do not have permission to use this command" TO LK-RESPONSE
            CALL "Command-AuditLog" USING LK-ORIGIN-PLAYER LK-COMMAND LK-RESPONSE
            GOBACK
        END-IF
    END-IF

    *> a jailed player keeps their level but loses every way out
    IF LK-ORIGIN-PLAYER >= 1 AND LK-ORIGIN-PLAYER <= MAX-PLAYERS
        IF PLAYER-JAIL-TICKS-LEFT(LK-ORIGIN-PLAYER) > 0
            EVALUATE FUNCTION TRIM(COMMAND-VERB)
                WHEN "warp"
                WHEN "home"
                WHEN "tp"
                WHEN "kit"
                WHEN "trade"
                    MOVE "You cannot do that while jailed" TO LK-RESPONSE
                    CALL "Command-AuditLog" USING LK-ORIGIN-PLAYER LK-COMMAND LK-RESPONSE
                    GOBACK
            END-EVALUATE
        END-IF
        *> nor, until the rules are accepted, can a newcomer trade,
        *> collect kits or message the whole server by mail
        IF PLAYER-ON-PROBATION(LK-ORIGIN-PLAYER) = 1
            EVALUATE FUNCTION TRIM(COMMAND-VERB)
                WHEN "kit"
                WHEN "trade"
                WHEN "pay"
                WHEN "auction"
                WHEN "mail"
                    MOVE "Accept the rules first - /rules accept" TO LK-RESPONSE
                    CALL "Command-AuditLog" USING LK-ORIGIN-PLAYER LK-COMMAND LK-RESPONSE
                    GOBACK
            END-EVALUATE
        END-IF
    END-IF

    EVALUATE FUNCTION TRIM(COMMAND-VERB)
        WHEN "save-all"
            CALL "World-SaveAll" USING SAVED-COUNT FAILED-COUNT
            MOVE "Broadcast sent" TO LK-RESPONSE

        WHEN "kick"
            MOVE SPACES TO ACCESS-FIELD-ONE
            MOVE 1 TO ACCESS-REST-POINTER
            UNSTRING COMMAND-ARGS DELIMITED BY ALL SPACE
                INTO ACCESS-FIELD-ONE
                WITH POINTER ACCESS-REST-POINTER
            END-UNSTRING
            MOVE FUNCTION NUMVAL(ACCESS-FIELD-ONE) TO KICK-PLAYER-ID
            MOVE "Kicked by admin" TO ACCESS-REASON
            IF ACCESS-REST-POINTER <= 128
                    AND COMMAND-ARGS(ACCESS-REST-POINTER:) NOT = SPACES
                MOVE COMMAND-ARGS(ACCESS-REST-POINTER:) TO ACCESS-REASON
            END-IF
            IF KICK-PLAYER-ID >= 1 AND KICK-PLAYER-ID <= MAX-PLAYERS
                    AND PLAYER-CLIENT(KICK-PLAYER-ID) NOT = 0
                CALL "Sessions-SetQuitReason" USING KICK-PLAYER-ID "kick"
                CALL "Server-DisconnectClient" USING PLAYER-CLIENT(KICK-PLAYER-ID) ACCESS-REASON
                MOVE 0 TO HISTORY-MINUTES
                CALL "ModHistory-Record" USING KICK-PLAYER-ID "kick" LK-ORIGIN-PLAYER
                    HISTORY-MINUTES ACCESS-REASON
                MOVE "Kicked player" TO LK-RESPONSE
            ELSE
                MOVE "Unknown player id" TO LK-RESPONSE
                CALL "PlayerAccess-Ban" USING ACCESS-PLAYER-ID ACCESS-MINUTES
                    ACCESS-REASON ACCESS-RESULT
                IF ACCESS-RESULT = 1
                    CALL "ModHistory-Record" USING ACCESS-PLAYER-ID "ban" LK-ORIGIN-PLAYER
                        ACCESS-MINUTES ACCESS-REASON
                    MOVE "Player banned" TO LK-RESPONSE
                ELSE
                    MOVE "Ban registry is full" TO LK-RESPONSE
            MOVE FUNCTION NUMVAL(COMMAND-ARGS) TO ACCESS-PLAYER-ID
            CALL "PlayerAccess-Pardon" USING ACCESS-PLAYER-ID ACCESS-RESULT
            IF ACCESS-RESULT = 1
                MOVE 0 TO HISTORY-MINUTES
                CALL "ModHistory-Record" USING ACCESS-PLAYER-ID "pardon" LK-ORIGIN-PLAYER
                    HISTORY-MINUTES SPACES
                MOVE "Player pardoned" TO LK-RESPONSE
            ELSE
                MOVE "No ban found for that player id" TO LK-RESPONSE
            END-IF

        WHEN "ban-address"
            MOVE SPACES TO ACCESS-ADDRESS
            MOVE SPACES TO ACCESS-FIELD-TWO
            MOVE 1 TO ACCESS-REST-POINTER
            UNSTRING COMMAND-ARGS DELIMITED BY ALL SPACE
                INTO ACCESS-ADDRESS ACCESS-FIELD-TWO
                WITH POINTER ACCESS-REST-POINTER
            END-UNSTRING
            IF ACCESS-ADDRESS = SPACES OR ACCESS-FIELD-TWO = SPACES
                MOVE "Usage: ban-address <address> <minutes, 0=permanent> [reason]" TO LK-RESPONSE
            ELSE
                MOVE FUNCTION NUMVAL(ACCESS-FIELD-TWO) TO ACCESS-MINUTES
                MOVE "Banned by admin" TO ACCESS-REASON
                IF ACCESS-REST-POINTER <= 128
                        AND COMMAND-ARGS(ACCESS-REST-POINTER:) NOT = SPACES
                    MOVE COMMAND-ARGS(ACCESS-REST-POINTER:) TO ACCESS-REASON
                END-IF
                CALL "PlayerAccess-BanAddress" USING ACCESS-ADDRESS ACCESS-MINUTES
                    ACCESS-REASON ACCESS-RESULT
                IF ACCESS-RESULT = 1
                    MOVE "Address banned" TO LK-RESPONSE
                ELSE
                    MOVE "Address ban registry is full" TO LK-RESPONSE
                END-IF
            END-IF

        WHEN "pardon-address"
            MOVE SPACES TO ACCESS-ADDRESS
            UNSTRING COMMAND-ARGS DELIMITED BY ALL SPACE
                INTO ACCESS-ADDRESS
            END-UNSTRING
            CALL "PlayerAccess-PardonAddress" USING ACCESS-ADDRESS ACCESS-RESULT
            IF ACCESS-RESULT = 1
                MOVE "Address pardoned" TO LK-RESPONSE
            ELSE
                MOVE "No ban found for that address" TO LK-RESPONSE
            END-IF

        WHEN "alts"
            IF COMMAND-ARGS = SPACES
                MOVE "Usage: alts <player-id>" TO LK-RESPONSE
            ELSE
                MOVE FUNCTION NUMVAL(COMMAND-ARGS) TO ACCESS-PLAYER-ID
                CALL "AddressHistory-Alts" USING ACCESS-PLAYER-ID LK-RESPONSE
            END-IF

        WHEN "whitelist"
            MOVE SPACES TO ACCESS-FIELD-ONE
            MOVE SPACES TO ACCESS-FIELD-TWO
                MOVE "Usage: rollback player=<id> minutes=<n> x1=<x> z1=<z> x2=<x> z2=<z> (at least one filter)" TO LK-RESPONSE
            END-IF

        WHEN "restore-death"
            IF COMMAND-ARGS = SPACES
                MOVE "Usage: restore-death <player-id>" TO LK-RESPONSE
            ELSE
                MOVE FUNCTION NUMVAL(COMMAND-ARGS) TO ACCESS-PLAYER-ID
                CALL "Death-RestoreLast" USING ACCESS-PLAYER-ID LK-RESPONSE
            END-IF

        WHEN "pvpzone"
            MOVE SPACES TO SCHEM-FIELD(1) SCHEM-FIELD(2) SCHEM-FIELD(3)
            UNSTRING COMMAND-ARGS DELIMITED BY ALL SPACE
                INTO SCHEM-FIELD(1) SCHEM-FIELD(2) SCHEM-FIELD(3)
            END-UNSTRING
            IF SCHEM-FIELD(3) NOT = "on" AND SCHEM-FIELD(3) NOT = "off"
                MOVE "Usage: pvpzone <x> <z> on|off" TO LK-RESPONSE
            ELSE
                MOVE FUNCTION NUMVAL(SCHEM-FIELD(1)) TO TP-X
                MOVE 0 TO TP-Y
                MOVE FUNCTION NUMVAL(SCHEM-FIELD(2)) TO TP-Z
                IF SCHEM-FIELD(3) = "on"
                    MOVE 1 TO PVPZONE-FLAG
                ELSE
                    MOVE 0 TO PVPZONE-FLAG
                END-IF
                CALL "World-SetNoPvpAt" USING TP-POSITION PVPZONE-FLAG CLEARED-COUNT
                IF CLEARED-COUNT = 0
                    MOVE "No protection zone covers that position" TO LK-RESPONSE
                ELSE
                    MOVE CLEARED-COUNT TO SAVED-COUNT-TEXT
                    STRING
                        "No-PvP " DELIMITED BY SIZE
                        FUNCTION TRIM(SCHEM-FIELD(3)) DELIMITED BY SIZE
                        " for " DELIMITED BY SIZE
                        FUNCTION TRIM(SAVED-COUNT-TEXT) DELIMITED BY SIZE
                        " zone(s)" DELIMITED BY SIZE
                        INTO LK-RESPONSE
                    END-STRING
                END-IF
            END-IF

        WHEN "sign-audit"
            CALL "World-SignAuditReport" USING SIGN-COUNT
            MOVE SIGN-COUNT TO SIGN-COUNT-TEXT
                        MOVE "Usage (in game): warp set <name>" TO LK-RESPONSE
                    ELSE
                        CALL "Ops-GetLevel" USING LK-ORIGIN-PLAYER ORIGIN-LEVEL
                        CALL "Groups-CheckGrant" USING LK-ORIGIN-PLAYER COMMAND-VERB
                            COMMAND-ARGS GROUP-GRANTED
                        IF ORIGIN-LEVEL < 3 AND GROUP-GRANTED = 0
                            MOVE "You do not have permission to manage warps" TO LK-RESPONSE
                        ELSE
                            MOVE PLAYER-POSITION(LK-ORIGIN-PLAYER) TO TP-POSITION
                    END-IF
                WHEN "del"
                    CALL "Ops-GetLevel" USING LK-ORIGIN-PLAYER ORIGIN-LEVEL
                    CALL "Groups-CheckGrant" USING LK-ORIGIN-PLAYER COMMAND-VERB
                        COMMAND-ARGS GROUP-GRANTED
                    IF LK-ORIGIN-PLAYER NOT = 0 AND ORIGIN-LEVEL < 3
                            AND GROUP-GRANTED = 0
                        MOVE "You do not have permission to manage warps" TO LK-RESPONSE
                    ELSE
                        CALL "Warps-Delete" USING WARP-NAME-ARG TP-RESULT
        WHEN "attendance-report"
            CALL "Sessions-WriteAttendanceReport" USING LK-RESPONSE

        WHEN "daily-digest"
            CALL "Digest-WriteReport" USING LK-RESPONSE

        WHEN "economy-reconcile"
            CALL "Economy-Reconcile" USING LK-RESPONSE

        WHEN "shop-statements"
            CALL "Shop-SendStatements" USING LK-RESPONSE

        WHEN "stats"
            IF COMMAND-ARGS = SPACES
                IF LK-ORIGIN-PLAYER = 0
                INTO LK-RESPONSE
            END-STRING

        WHEN "leaderboard"
            MOVE SPACES TO ACCESS-FIELD-ONE ACCESS-FIELD-TWO
            UNSTRING COMMAND-ARGS DELIMITED BY ALL SPACE
                INTO ACCESS-FIELD-ONE ACCESS-FIELD-TWO
            END-UNSTRING
            CALL "Leaderboard-Format" USING ACCESS-FIELD-ONE ACCESS-FIELD-TWO
                LK-RESPONSE

        WHEN "weekly-standings"
            CALL "Leaderboard-WeeklyStandings" USING LK-RESPONSE

        WHEN "balance"
            IF LK-ORIGIN-PLAYER = 0
                MOVE "Only players have a balance" TO LK-RESPONSE
                END-STRING
            END-IF

        WHEN "eco"
            MOVE SPACES TO TEAM-SUBCOMMAND ACCESS-FIELD-ONE ACCESS-FIELD-TWO
            UNSTRING COMMAND-ARGS DELIMITED BY ALL SPACE
                INTO TEAM-SUBCOMMAND ACCESS-FIELD-ONE ACCESS-FIELD-TWO
            END-UNSTRING
            IF ACCESS-FIELD-ONE = SPACES OR ACCESS-FIELD-TWO = SPACES
                MOVE "Usage: eco give|take|set <player-id> <amount>" TO LK-RESPONSE
            ELSE
                MOVE FUNCTION NUMVAL(ACCESS-FIELD-ONE) TO ACCESS-PLAYER-ID
                MOVE FUNCTION NUMVAL(ACCESS-FIELD-TWO) TO PAY-AMOUNT
                CALL "Treasury-Issue" USING LK-ORIGIN-PLAYER TEAM-SUBCOMMAND
                    ACCESS-PLAYER-ID PAY-AMOUNT LK-RESPONSE
            END-IF

        WHEN "treasury"
            CALL "Treasury-Report" USING LK-RESPONSE

        WHEN "pay"
            MOVE SPACES TO ACCESS-FIELD-ONE
            MOVE SPACES TO ACCESS-FIELD-TWO
                ELSE
                    MOVE FUNCTION NUMVAL(ACCESS-FIELD-ONE) TO ACCESS-PLAYER-ID
                    MOVE FUNCTION NUMVAL(ACCESS-FIELD-TWO) TO PAY-AMOUNT
                    *> the treasury account is not a payee
                    MOVE 0 TO ACCESS-RESULT
                    IF ACCESS-PLAYER-ID >= 1
                        CALL "Economy-Transfer" USING LK-ORIGIN-PLAYER
                            ACCESS-PLAYER-ID PAY-AMOUNT "pay command" ACCESS-RESULT
                    END-IF
                    IF ACCESS-RESULT = 1
                        MOVE "Payment sent" TO LK-RESPONSE
                    ELSE
                END-IF
            END-IF

        WHEN "auction"
            MOVE SPACES TO TEAM-SUBCOMMAND ACCESS-FIELD-ONE ACCESS-FIELD-TWO
            UNSTRING COMMAND-ARGS DELIMITED BY ALL SPACE
                INTO TEAM-SUBCOMMAND ACCESS-FIELD-ONE ACCESS-FIELD-TWO
            END-UNSTRING
            EVALUATE TRUE
                *> the console may withdraw any listing, nothing else
                WHEN FUNCTION TRIM(TEAM-SUBCOMMAND) = "cancel"
                    IF ACCESS-FIELD-ONE = SPACES
                        MOVE "Usage: auction cancel <id>" TO LK-RESPONSE
                    ELSE
                        MOVE FUNCTION NUMVAL(ACCESS-FIELD-ONE) TO ACCESS-PLAYER-ID
                        CALL "Auction-Cancel" USING LK-ORIGIN-PLAYER
                            ACCESS-PLAYER-ID LK-RESPONSE
                    END-IF
                WHEN LK-ORIGIN-PLAYER = 0
                    MOVE "Only players can buy and sell at auction" TO LK-RESPONSE
                WHEN FUNCTION TRIM(TEAM-SUBCOMMAND) = "sell"
                    IF ACCESS-FIELD-ONE = SPACES OR ACCESS-FIELD-TWO = SPACES
                        MOVE "Usage: auction sell <price> <hours>" TO LK-RESPONSE
                    ELSE
                        MOVE FUNCTION NUMVAL(ACCESS-FIELD-ONE) TO PAY-AMOUNT
                        MOVE FUNCTION NUMVAL(ACCESS-FIELD-TWO) TO ACCESS-MINUTES
                        CALL "Auction-Sell" USING LK-ORIGIN-PLAYER PAY-AMOUNT
                            ACCESS-MINUTES LK-RESPONSE
                    END-IF
                WHEN FUNCTION TRIM(TEAM-SUBCOMMAND) = "browse"
                    CALL "Auction-OpenWindowFor" USING LK-ORIGIN-PLAYER LK-RESPONSE
                WHEN FUNCTION TRIM(TEAM-SUBCOMMAND) = "mine"
                    CALL "Auction-ListMine" USING LK-ORIGIN-PLAYER LK-RESPONSE
                WHEN OTHER
                    MOVE "Usage: auction sell <price> <hours> | browse | mine | cancel <id>" TO LK-RESPONSE
            END-EVALUATE

        WHEN "lock"
            MOVE SPACES TO TEAM-SUBCOMMAND ACCESS-FIELD-ONE
            UNSTRING COMMAND-ARGS DELIMITED BY ALL SPACE
                INTO TEAM-SUBCOMMAND ACCESS-FIELD-ONE
            END-UNSTRING
            IF LK-ORIGIN-PLAYER = 0
                MOVE "Only players can lock containers" TO LK-RESPONSE
            ELSE
                CALL "Container-LockCommand" USING LK-ORIGIN-PLAYER
                    TEAM-SUBCOMMAND ACCESS-FIELD-ONE LK-RESPONSE
            END-IF

        WHEN "container-history"
            MOVE SPACES TO SCHEM-FIELD(1) SCHEM-FIELD(2)
                SCHEM-FIELD(3) SCHEM-FIELD(4)
            UNSTRING COMMAND-ARGS DELIMITED BY ALL SPACE
                INTO SCHEM-FIELD(1) SCHEM-FIELD(2)
                     SCHEM-FIELD(3) SCHEM-FIELD(4)
            END-UNSTRING
            IF SCHEM-FIELD(3) = SPACES
                MOVE "Usage: container-history <x> <y> <z> [count]" TO LK-RESPONSE
            ELSE
                MOVE FUNCTION NUMVAL(SCHEM-FIELD(1)) TO TP-X
                MOVE FUNCTION NUMVAL(SCHEM-FIELD(2)) TO TP-Y
                MOVE FUNCTION NUMVAL(SCHEM-FIELD(3)) TO TP-Z
                MOVE 0 TO HISTORY-LIMIT
                IF SCHEM-FIELD(4) NOT = SPACES
                    MOVE FUNCTION NUMVAL(SCHEM-FIELD(4)) TO HISTORY-LIMIT
                END-IF
                CALL "Container-History" USING LK-ORIGIN-PLAYER TP-POSITION
                    HISTORY-LIMIT LK-RESPONSE
            END-IF

        WHEN "xray-report"
            MOVE 0 TO REPORT-DAYS
            IF COMMAND-ARGS NOT = SPACES
                MOVE FUNCTION NUMVAL(COMMAND-ARGS) TO REPORT-DAYS
            END-IF
            CALL "AntiXray-WriteReport" USING REPORT-DAYS LK-RESPONSE

        WHEN "trace"
            MOVE SPACES TO QUERY-FIELD(1) QUERY-FIELD(2) QUERY-FIELD(3)
            UNSTRING COMMAND-ARGS DELIMITED BY ALL SPACE
                INTO QUERY-FIELD(1) QUERY-FIELD(2) QUERY-FIELD(3)
            END-UNSTRING
            IF QUERY-FIELD(3) = SPACES
                MOVE "Usage: trace <player-id> <from> <to>" TO LK-RESPONSE
            ELSE
                MOVE FUNCTION NUMVAL(QUERY-FIELD(1)) TO ACCESS-PLAYER-ID
                MOVE QUERY-FIELD(2) TO QUERY-FROM
                MOVE QUERY-FIELD(3) TO QUERY-TO
                CALL "Positions-Trace" USING LK-ORIGIN-PLAYER ACCESS-PLAYER-ID
                    QUERY-FROM QUERY-TO LK-RESPONSE
            END-IF

        WHEN "near"
            MOVE SPACES TO QUERY-FIELD(1) QUERY-FIELD(2) QUERY-FIELD(3)
                QUERY-FIELD(4) QUERY-FIELD(5) QUERY-FIELD(6) QUERY-FIELD(7)
            UNSTRING COMMAND-ARGS DELIMITED BY ALL SPACE
                INTO QUERY-FIELD(1) QUERY-FIELD(2) QUERY-FIELD(3)
                     QUERY-FIELD(4) QUERY-FIELD(5) QUERY-FIELD(6) QUERY-FIELD(7)
            END-UNSTRING
            IF QUERY-FIELD(6) = SPACES
                MOVE "Usage: near <x> <y> <z> <radius> <from> <to> [dimension]" TO LK-RESPONSE
            ELSE
                MOVE FUNCTION NUMVAL(QUERY-FIELD(1)) TO TP-X
                MOVE FUNCTION NUMVAL(QUERY-FIELD(2)) TO TP-Y
                MOVE FUNCTION NUMVAL(QUERY-FIELD(3)) TO TP-Z
                MOVE FUNCTION NUMVAL(QUERY-FIELD(4)) TO QUERY-RADIUS
                MOVE QUERY-FIELD(5) TO QUERY-FROM
                MOVE QUERY-FIELD(6) TO QUERY-TO
                *> the asker's own dimension unless one is named
                MOVE QUERY-FIELD(7) TO QUERY-DIMENSION
                IF QUERY-DIMENSION = SPACES AND LK-ORIGIN-PLAYER > 0
                    MOVE PLAYER-DIMENSION(LK-ORIGIN-PLAYER) TO QUERY-DIMENSION
                END-IF
                IF QUERY-DIMENSION = SPACES
                    MOVE "minecraft:overworld" TO QUERY-DIMENSION
                END-IF
                CALL "Positions-Near" USING LK-ORIGIN-PLAYER TP-POSITION QUERY-RADIUS
                    QUERY-DIMENSION QUERY-FROM QUERY-TO LK-RESPONSE
            END-IF

        WHEN "report"
            MOVE SPACES TO ACCESS-FIELD-ONE
            MOVE 1 TO ACCESS-REST-POINTER
            UNSTRING COMMAND-ARGS DELIMITED BY ALL SPACE
                INTO ACCESS-FIELD-ONE
                WITH POINTER ACCESS-REST-POINTER
            END-UNSTRING
            IF LK-ORIGIN-PLAYER = 0
                MOVE "Only players can file reports" TO LK-RESPONSE
            ELSE
                IF ACCESS-FIELD-ONE = SPACES
                        OR ACCESS-REST-POINTER > 128
                        OR COMMAND-ARGS(ACCESS-REST-POINTER:) = SPACES
                    MOVE "Usage: report <player-id> <reason>" TO LK-RESPONSE
                ELSE
                    MOVE FUNCTION NUMVAL(ACCESS-FIELD-ONE) TO ACCESS-PLAYER-ID
                    CALL "Tickets-Create" USING LK-ORIGIN-PLAYER ACCESS-PLAYER-ID
                        COMMAND-ARGS(ACCESS-REST-POINTER:) LK-RESPONSE
                END-IF
            END-IF

        WHEN "ticket"
            MOVE SPACES TO TEAM-SUBCOMMAND
            MOVE SPACES TO ACCESS-FIELD-ONE
            MOVE 1 TO ACCESS-REST-POINTER
            UNSTRING COMMAND-ARGS DELIMITED BY ALL SPACE
                INTO TEAM-SUBCOMMAND ACCESS-FIELD-ONE
                WITH POINTER ACCESS-REST-POINTER
            END-UNSTRING
            MOVE FUNCTION NUMVAL(ACCESS-FIELD-ONE) TO TICKET-NUMBER
            EVALUATE FUNCTION TRIM(TEAM-SUBCOMMAND)
                WHEN "list"
                    CALL "Tickets-List" USING LK-ORIGIN-PLAYER LK-RESPONSE
                WHEN "show"
                    CALL "Tickets-Show" USING TICKET-NUMBER LK-RESPONSE
                WHEN "claim"
                    CALL "Tickets-Claim" USING LK-ORIGIN-PLAYER TICKET-NUMBER
                        LK-RESPONSE
                WHEN "tp"
                    CALL "Tickets-Teleport" USING LK-ORIGIN-PLAYER TICKET-NUMBER
                        LK-RESPONSE
                WHEN "close"
                    IF ACCESS-FIELD-ONE = SPACES
                            OR ACCESS-REST-POINTER > 128
                            OR COMMAND-ARGS(ACCESS-REST-POINTER:) = SPACES
                        MOVE "Usage: ticket close <id> <resolution>" TO LK-RESPONSE
                    ELSE
                        CALL "Tickets-Close" USING LK-ORIGIN-PLAYER TICKET-NUMBER
                            COMMAND-ARGS(ACCESS-REST-POINTER:) LK-RESPONSE
                    END-IF
                WHEN OTHER
                    MOVE "Usage: ticket list | show <id> | claim <id> | tp <id> | close <id> <resolution>"
                        TO LK-RESPONSE
            END-EVALUATE

        WHEN "chat-export"
            MOVE SPACES TO QUERY-FIELD(1) QUERY-FIELD(2) QUERY-FIELD(3)
            UNSTRING COMMAND-ARGS DELIMITED BY ALL SPACE
                INTO QUERY-FIELD(1) QUERY-FIELD(2) QUERY-FIELD(3)
            END-UNSTRING
            IF QUERY-FIELD(3) = SPACES
                MOVE "Usage: chat-export <player-id> <from> <to>" TO LK-RESPONSE
            ELSE
                MOVE FUNCTION NUMVAL(QUERY-FIELD(1)) TO ACCESS-PLAYER-ID
                MOVE QUERY-FIELD(2) TO QUERY-FROM
                MOVE QUERY-FIELD(3) TO QUERY-TO
                CALL "ChatLog-Export" USING ACCESS-PLAYER-ID QUERY-FROM QUERY-TO
                    LK-RESPONSE
            END-IF

        WHEN "jobs"
            IF LK-ORIGIN-PLAYER = 0
                MOVE "Only players earn from jobs" TO LK-RESPONSE
            ELSE
                CALL "Jobs-Status" USING LK-ORIGIN-PLAYER LK-RESPONSE
            END-IF

        WHEN "jobs-report"
            CALL "Jobs-WriteReport" USING LK-RESPONSE

        WHEN "channel"
            IF LK-ORIGIN-PLAYER = 0
                MOVE "Only players have a chat channel" TO LK-RESPONSE
        WHEN "mute"
            MOVE SPACES TO ACCESS-FIELD-ONE
            MOVE SPACES TO ACCESS-FIELD-TWO
            MOVE 1 TO ACCESS-REST-POINTER
            UNSTRING COMMAND-ARGS DELIMITED BY ALL SPACE
                INTO ACCESS-FIELD-ONE ACCESS-FIELD-TWO
                WITH POINTER ACCESS-REST-POINTER
            END-UNSTRING
            IF ACCESS-FIELD-ONE = SPACES OR ACCESS-FIELD-TWO = SPACES
                MOVE "Usage: mute <player-id> <minutes> [reason]" TO LK-RESPONSE
            ELSE
                MOVE FUNCTION NUMVAL(ACCESS-FIELD-ONE) TO ACCESS-PLAYER-ID
                MOVE FUNCTION NUMVAL(ACCESS-FIELD-TWO) TO ACCESS-MINUTES
                MOVE SPACES TO ACCESS-REASON
                IF ACCESS-REST-POINTER <= 128
                        AND COMMAND-ARGS(ACCESS-REST-POINTER:) NOT = SPACES
                    MOVE COMMAND-ARGS(ACCESS-REST-POINTER:) TO ACCESS-REASON
                END-IF
                CALL "Moderation-Mute" USING ACCESS-PLAYER-ID ACCESS-MINUTES ACCESS-RESULT
                IF ACCESS-RESULT = 1
                    CALL "ModHistory-Record" USING ACCESS-PLAYER-ID "mute" LK-ORIGIN-PLAYER
                        ACCESS-MINUTES ACCESS-REASON
                    MOVE "Player muted" TO LK-RESPONSE
                ELSE
                    MOVE "Usage: mute <player-id> <minutes> [reason]" TO LK-RESPONSE
                END-IF
            END-IF

            MOVE FUNCTION NUMVAL(COMMAND-ARGS) TO ACCESS-PLAYER-ID
            CALL "Moderation-Unmute" USING ACCESS-PLAYER-ID ACCESS-RESULT
            IF ACCESS-RESULT = 1
                MOVE 0 TO HISTORY-MINUTES
                CALL "ModHistory-Record" USING ACCESS-PLAYER-ID "unmute" LK-ORIGIN-PLAYER
                    HISTORY-MINUTES SPACES
                MOVE "Player unmuted" TO LK-RESPONSE
            ELSE
                MOVE "Player is not muted" TO LK-RESPONSE
            END-IF

        WHEN "warn"
            MOVE SPACES TO ACCESS-FIELD-ONE
            MOVE 1 TO ACCESS-REST-POINTER
            UNSTRING COMMAND-ARGS DELIMITED BY ALL SPACE
                INTO ACCESS-FIELD-ONE
                WITH POINTER ACCESS-REST-POINTER
            END-UNSTRING
            MOVE FUNCTION NUMVAL(ACCESS-FIELD-ONE) TO ACCESS-PLAYER-ID
            MOVE SPACES TO ACCESS-REASON
            IF ACCESS-REST-POINTER <= 128
                    AND COMMAND-ARGS(ACCESS-REST-POINTER:) NOT = SPACES
                MOVE COMMAND-ARGS(ACCESS-REST-POINTER:) TO ACCESS-REASON
            END-IF
            IF ACCESS-PLAYER-ID < 1 OR ACCESS-PLAYER-ID > MAX-PLAYERS
                    OR ACCESS-REASON = SPACES
                MOVE "Usage: warn <player-id> <reason>" TO LK-RESPONSE
            ELSE
                *> an offline player is not told, but the warning
                *> still goes on their record
                IF PLAYER-CLIENT(ACCESS-PLAYER-ID) NOT = 0
                    MOVE SPACES TO WARN-LINE
                    STRING
                        "Warning from staff: " DELIMITED BY SIZE
                        FUNCTION TRIM(ACCESS-REASON) DELIMITED BY SIZE
                        INTO WARN-LINE
                    END-STRING
                    CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(ACCESS-PLAYER-ID)
                        WARN-LINE
                END-IF
                MOVE 0 TO HISTORY-MINUTES
                CALL "ModHistory-Record" USING ACCESS-PLAYER-ID "warn" LK-ORIGIN-PLAYER
                    HISTORY-MINUTES ACCESS-REASON
                MOVE "Player warned" TO LK-RESPONSE
            END-IF

        WHEN "jail"
            MOVE SPACES TO ACCESS-FIELD-ONE
            MOVE SPACES TO ACCESS-FIELD-TWO
            MOVE 1 TO ACCESS-REST-POINTER
            UNSTRING COMMAND-ARGS DELIMITED BY ALL SPACE
                INTO ACCESS-FIELD-ONE ACCESS-FIELD-TWO
                WITH POINTER ACCESS-REST-POINTER
            END-UNSTRING
            IF ACCESS-FIELD-ONE = SPACES OR ACCESS-FIELD-TWO = SPACES
                MOVE "Usage: jail <player-id> <minutes> <reason>" TO LK-RESPONSE
            ELSE
                MOVE FUNCTION NUMVAL(ACCESS-FIELD-ONE) TO ACCESS-PLAYER-ID
                MOVE FUNCTION NUMVAL(ACCESS-FIELD-TWO) TO ACCESS-MINUTES
                MOVE "Jailed by staff" TO ACCESS-REASON
                IF ACCESS-REST-POINTER <= 128
                        AND COMMAND-ARGS(ACCESS-REST-POINTER:) NOT = SPACES
                    MOVE COMMAND-ARGS(ACCESS-REST-POINTER:) TO ACCESS-REASON
                END-IF
                CALL "Jail-Sentence" USING ACCESS-PLAYER-ID ACCESS-MINUTES
                    ACCESS-REASON ACCESS-RESULT
                EVALUATE ACCESS-RESULT
                    WHEN 1
                        CALL "ModHistory-Record" USING ACCESS-PLAYER-ID "jail" LK-ORIGIN-PLAYER
                            ACCESS-MINUTES ACCESS-REASON
                        MOVE "Player jailed" TO LK-RESPONSE
                    WHEN 2
                        MOVE "The jail location cannot be reached - check the jail settings" TO LK-RESPONSE
                    WHEN OTHER
                        MOVE "Usage: jail <player-id> <minutes> <reason>" TO LK-RESPONSE
                END-EVALUATE
            END-IF

        WHEN "unjail"
            MOVE FUNCTION NUMVAL(COMMAND-ARGS) TO ACCESS-PLAYER-ID
            CALL "Jail-Release" USING ACCESS-PLAYER-ID ACCESS-RESULT
            IF ACCESS-RESULT = 1
                MOVE 0 TO HISTORY-MINUTES
                CALL "ModHistory-Record" USING ACCESS-PLAYER-ID "unjail" LK-ORIGIN-PLAYER
                    HISTORY-MINUTES SPACES
                MOVE "Player released" TO LK-RESPONSE
            ELSE
                MOVE "Player is not jailed" TO LK-RESPONSE
            END-IF

        WHEN "history"
            IF COMMAND-ARGS = SPACES
                MOVE "Usage: history <player-id>" TO LK-RESPONSE
            ELSE
                MOVE FUNCTION NUMVAL(COMMAND-ARGS) TO ACCESS-PLAYER-ID
                CALL "ModHistory-Show" USING LK-ORIGIN-PLAYER ACCESS-PLAYER-ID LK-RESPONSE
            END-IF

        WHEN "rules"
            EVALUATE FUNCTION TRIM(COMMAND-ARGS)
                WHEN "accept"
                    CALL "Rules-Accept" USING LK-ORIGIN-PLAYER LK-RESPONSE
                WHEN SPACES
                    IF LK-ORIGIN-PLAYER = 0
                        MOVE "Only players can read the rules in game" TO LK-RESPONSE
                    ELSE
                        CALL "Rules-Show" USING PLAYER-CLIENT(LK-ORIGIN-PLAYER)
                    END-IF
                WHEN OTHER
                    MOVE "Usage: rules [accept]" TO LK-RESPONSE
            END-EVALUATE

        WHEN "register"
            CALL "Auth-Register" USING LK-ORIGIN-PLAYER COMMAND-ARGS LK-RESPONSE

        WHEN "login"
            CALL "Auth-Login" USING LK-ORIGIN-PLAYER COMMAND-ARGS LK-RESPONSE

        WHEN "auth-reset"
            IF COMMAND-ARGS = SPACES
                MOVE "Usage: auth-reset <player-id>" TO LK-RESPONSE
            ELSE
                MOVE FUNCTION NUMVAL(COMMAND-ARGS) TO ACCESS-PLAYER-ID
                CALL "Auth-Reset" USING ACCESS-PLAYER-ID LK-RESPONSE
            END-IF

        WHEN "vanish"
            IF LK-ORIGIN-PLAYER = 0
                MOVE "Only players can vanish" TO LK-RESPONSE
            ELSE
                CALL "Vanish-Toggle" USING LK-ORIGIN-PLAYER LK-RESPONSE
            END-IF

        WHEN "team"
            MOVE SPACES TO TEAM-SUBCOMMAND
            MOVE SPACES TO TEAM-ARG-NAME
                    MOVE "Pregeneration started" TO LK-RESPONSE
            END-EVALUATE

        WHEN "render-map"
            MOVE SPACES TO TEAM-SUBCOMMAND
            MOVE SPACES TO MAP-ARG-DIMENSION
            MOVE SPACES TO SCHEM-FIELD(1) SCHEM-FIELD(2) SCHEM-FIELD(3)
                SCHEM-FIELD(4) SCHEM-FIELD(5)
            UNSTRING COMMAND-ARGS DELIMITED BY ALL SPACE
                INTO TEAM-SUBCOMMAND MAP-ARG-DIMENSION SCHEM-FIELD(1)
                     SCHEM-FIELD(2) SCHEM-FIELD(3) SCHEM-FIELD(4) SCHEM-FIELD(5)
            END-UNSTRING
            EVALUATE FUNCTION TRIM(TEAM-SUBCOMMAND)
                WHEN "status"
                    CALL "MapRender-Status" USING LK-RESPONSE
                WHEN "stop"
                    CALL "MapRender-Stop"
                    MOVE "Map render stopped" TO LK-RESPONSE
                WHEN SPACES
                    MOVE 0 TO MAP-ARG-OVERLAY
                    CALL "MapRender-Start" USING MAP-ARG-OVERLAY LK-RESPONSE
                WHEN "overlay"
                    MOVE 1 TO MAP-ARG-OVERLAY
                    CALL "MapRender-Start" USING MAP-ARG-OVERLAY LK-RESPONSE
                WHEN "area"
                    IF SCHEM-FIELD(4) = SPACES
                        MOVE "Usage: render-map area <dimension> <x1> <z1> <x2> <z2> [overlay]" TO LK-RESPONSE
                    ELSE
                        MOVE FUNCTION NUMVAL(SCHEM-FIELD(1)) TO SCHEM-X1
                        MOVE FUNCTION NUMVAL(SCHEM-FIELD(2)) TO SCHEM-Z1
                        MOVE FUNCTION NUMVAL(SCHEM-FIELD(3)) TO SCHEM-X2
                        MOVE FUNCTION NUMVAL(SCHEM-FIELD(4)) TO SCHEM-Z2
                        MOVE 0 TO MAP-ARG-OVERLAY
                        IF FUNCTION TRIM(SCHEM-FIELD(5)) = "overlay"
                            MOVE 1 TO MAP-ARG-OVERLAY
                        END-IF
                        CALL "MapRender-StartArea" USING MAP-ARG-DIMENSION
                            SCHEM-X1 SCHEM-Z1 SCHEM-X2 SCHEM-Z2 MAP-ARG-OVERLAY
                            LK-RESPONSE
                    END-IF
                WHEN OTHER
                    MOVE "Usage: render-map [overlay] | render-map area <dimension> <x1> <z1> <x2> <z2> [overlay] | render-map status | render-map stop" TO LK-RESPONSE
            END-EVALUATE

        WHEN "profile"
            MOVE 0 TO PROFILE-ARG-SECONDS
            IF COMMAND-ARGS NOT = SPACES
                MOVE FUNCTION NUMVAL(COMMAND-ARGS) TO PROFILE-ARG-SECONDS
            END-IF
            CALL "Profiler-Start" USING LK-ORIGIN-PLAYER PROFILE-ARG-SECONDS LK-RESPONSE

        WHEN "purge-inactive"
            MOVE SPACES TO PURGE-ARG-MODE
            MOVE SPACES TO PURGE-ARG-DAYS
            UNSTRING COMMAND-ARGS DELIMITED BY ALL SPACE
                INTO PURGE-ARG-MODE PURGE-ARG-DAYS
            END-UNSTRING
            MOVE 0 TO PURGE-DAYS
            IF PURGE-ARG-DAYS NOT = SPACES
                MOVE FUNCTION NUMVAL(PURGE-ARG-DAYS) TO PURGE-DAYS
            END-IF
            EVALUATE FUNCTION TRIM(PURGE-ARG-MODE)
                WHEN "dry-run"
                    MOVE 1 TO PURGE-DRY-RUN
                    CALL "PlayerPurge-Run" USING PURGE-DAYS PURGE-DRY-RUN LK-RESPONSE
                WHEN "run"
                    MOVE 0 TO PURGE-DRY-RUN
                    CALL "PlayerPurge-Run" USING PURGE-DAYS PURGE-DRY-RUN LK-RESPONSE
                WHEN OTHER
                    MOVE "Usage: purge-inactive dry-run|run [days]" TO LK-RESPONSE
            END-EVALUATE

        WHEN "restore-player"
            IF COMMAND-ARGS = SPACES
                MOVE "Usage: restore-player <player-id>" TO LK-RESPONSE
            ELSE
                MOVE FUNCTION NUMVAL(COMMAND-ARGS) TO ACCESS-PLAYER-ID
                CALL "PlayerPurge-Restore" USING ACCESS-PLAYER-ID LK-RESPONSE
            END-IF

        WHEN "import"
            MOVE SPACES TO IMPORT-SOURCE-ARG
            MOVE SPACES TO IMPORT-DIR-ARG
                    MOVE "Import started" TO LK-RESPONSE
            END-EVALUATE

        WHEN "export-anvil"
            MOVE SPACES TO IMPORT-SOURCE-ARG
            UNSTRING COMMAND-ARGS DELIMITED BY ALL SPACE
                INTO IMPORT-SOURCE-ARG
            END-UNSTRING
            EVALUATE FUNCTION TRIM(IMPORT-SOURCE-ARG)
                WHEN "status"
                    CALL "AnvilExport-Status" USING LK-RESPONSE
                WHEN "stop"
                    CALL "AnvilExport-Stop"
                    MOVE "Export stopped" TO LK-RESPONSE
                WHEN SPACES
                    MOVE "Usage: export-anvil <target-dir> | export-anvil status | export-anvil stop" TO LK-RESPONSE
                WHEN OTHER
                    CALL "AnvilExport-Start" USING IMPORT-SOURCE-ARG LK-RESPONSE
            END-EVALUATE

        WHEN "prune-chunks"
            MOVE SPACES TO IMPORT-SOURCE-ARG
            UNSTRING COMMAND-ARGS DELIMITED BY ALL SPACE
                INTO IMPORT-SOURCE-ARG
            END-UNSTRING
            EVALUATE FUNCTION TRIM(IMPORT-SOURCE-ARG)
                WHEN "status"
                    CALL "Prune-Status" USING LK-RESPONSE
                WHEN "stop"
                    CALL "Prune-Stop"
                    MOVE "Prune stopped" TO LK-RESPONSE
                WHEN "dry-run"
                    MOVE 1 TO PURGE-DRY-RUN
                    CALL "Prune-Start" USING PURGE-DRY-RUN LK-RESPONSE
                WHEN "run"
                    MOVE 0 TO PURGE-DRY-RUN
                    CALL "Prune-Start" USING PURGE-DRY-RUN LK-RESPONSE
                WHEN OTHER
                    MOVE "Usage: prune-chunks dry-run | prune-chunks run | prune-chunks status | prune-chunks stop" TO LK-RESPONSE
            END-EVALUATE

        WHEN "schem"
            MOVE SPACES TO TEAM-SUBCOMMAND
            MOVE 1 TO ACCESS-REST-POINTER
        WHEN "verify-world"
            CALL "World-VerifyWorldSweep" USING LK-RESPONSE

        WHEN "validate-data"
            CALL "DataCheck-Run" USING LK-RESPONSE

        WHEN "backup"
            MOVE SPACES TO ACCESS-FIELD-ONE
            MOVE SPACES TO ACCESS-FIELD-TWO
                MOVE "Player is not an operator" TO LK-RESPONSE
            END-IF

        WHEN "group"
            MOVE SPACES TO TEAM-SUBCOMMAND
            MOVE SPACES TO ACCESS-FIELD-ONE
            MOVE SPACES TO GROUP-NAME-ARG
            UNSTRING COMMAND-ARGS DELIMITED BY ALL SPACE
                INTO TEAM-SUBCOMMAND ACCESS-FIELD-ONE GROUP-NAME-ARG
            END-UNSTRING
            EVALUATE FUNCTION TRIM(TEAM-SUBCOMMAND)
                WHEN "list"
                    CALL "Groups-List" USING LK-RESPONSE
                WHEN "show"
                    IF ACCESS-FIELD-ONE = SPACES
                        MOVE "Usage: group show <group>" TO LK-RESPONSE
                    ELSE
                        MOVE ACCESS-FIELD-ONE TO GROUP-NAME-ARG
                        CALL "Groups-Show" USING GROUP-NAME-ARG LK-RESPONSE
                    END-IF
                WHEN "set"
                    MOVE FUNCTION NUMVAL(ACCESS-FIELD-ONE) TO ACCESS-PLAYER-ID
                    CALL "Groups-Set" USING ACCESS-PLAYER-ID GROUP-NAME-ARG ACCESS-RESULT
                    IF ACCESS-RESULT = 1
                        MOVE "Group set" TO LK-RESPONSE
                    ELSE
                        MOVE "Usage: group set <player-id> <defined group>" TO LK-RESPONSE
                    END-IF
                WHEN OTHER
                    MOVE "Usage: group list | show <group> | set <player-id> <group>" TO LK-RESPONSE
            END-EVALUATE

        WHEN OTHER
            MOVE "Unknown command" TO LK-RESPONSE
    END-EVALUATE

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-BRIDGE.
    01 ADMIN-AUDIT-LOG-PATH      PIC X(256).
    01 AUDIT-TIMESTAMP           PIC X(21).
    01 ORIGIN-TEXT               PIC X(48).
    01 ORIGIN-PLAYER-TEXT        PIC ---9.
    01 LOGGED-COMMAND            PIC X(256).
LINKAGE SECTION.
    01 LK-ORIGIN-PLAYER          BINARY-LONG.
    01 LK-COMMAND                PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-ORIGIN-PLAYER LK-COMMAND LK-RESPONSE.
    MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
    *> passwords typed with /register or /login are never written
    CALL "Auth-RedactCommand" USING LK-COMMAND LOGGED-COMMAND
    *> -1 is the anti-cheat acting on its own, not any operator; a
    *> console-level command from the chat bridge names its sender
    EVALUATE TRUE
        WHEN LK-ORIGIN-PLAYER = 0 AND BRIDGE-COMMAND-USER NOT = SPACES
            MOVE SPACES TO ORIGIN-TEXT
            STRING
                "bridge:" DELIMITED BY SIZE
                FUNCTION TRIM(BRIDGE-COMMAND-USER) DELIMITED BY SIZE
                INTO ORIGIN-TEXT
            END-STRING
        WHEN LK-ORIGIN-PLAYER = 0
            MOVE "rcon" TO ORIGIN-TEXT
        WHEN LK-ORIGIN-PLAYER < 0
            MOVE "anticheat" TO ORIGIN-TEXT
        WHEN OTHER
            MOVE LK-ORIGIN-PLAYER TO ORIGIN-PLAYER-TEXT
            MOVE SPACES TO ORIGIN-TEXT
            STRING
                "player" DELIMITED BY SIZE
                ORIGIN-PLAYER-TEXT DELIMITED BY SIZE
                INTO ORIGIN-TEXT
            END-STRING
    END-EVALUATE

    MOVE SPACES TO ADMIN-AUDIT-LOG-RECORD
    STRING
        " origin=" DELIMITED BY SIZE
        FUNCTION TRIM(ORIGIN-TEXT) DELIMITED BY SIZE
        " cmd=[" DELIMITED BY SIZE
        FUNCTION TRIM(LOGGED-COMMAND) DELIMITED BY SIZE
        "] response=[" DELIMITED BY SIZE
        FUNCTION TRIM(LK-RESPONSE) DELIMITED BY SIZE
        "]" DELIMITED BY SIZE
        WHEN "msg"
        WHEN "reply"
        WHEN "stats"
        WHEN "leaderboard"
        WHEN "seen"
        WHEN "achievements"
        WHEN "sethome"
        WHEN "channel"
        WHEN "kit"
        WHEN "trade"
        WHEN "auction"
        WHEN "jobs"
        WHEN "lock"
        WHEN "report"
        WHEN "rules"
        WHEN "register"
        WHEN "login"
            MOVE 0 TO LK-LEVEL
        *> junior moderation: visibility and removing one disruptive
        *> player, nothing destructive or world-wide
        WHEN "mute"
        WHEN "unmute"
        WHEN "stats-report"
        WHEN "jobs-report"
        WHEN "attendance-report"
        WHEN "daily-digest"
        WHEN "weekly-standings"
        WHEN "treasury"
        WHEN "container-history"
        WHEN "xray-report"
        WHEN "alts"
        WHEN "trace"
        WHEN "near"
        WHEN "chat-export"
        WHEN "ticket"
        WHEN "warn"
        WHEN "jail"
        WHEN "unjail"
        WHEN "history"
        WHEN "vanish"
            MOVE 1 TO LK-LEVEL
        *> server-wide announcements and world clock
        WHEN "broadcast"
        *> access control and world repair
        WHEN "ban"
        WHEN "pardon"
        WHEN "ban-address"
        WHEN "pardon-address"
        WHEN "whitelist"
        WHEN "rollback"
        WHEN "schem"
        WHEN "warpportal"
        WHEN "restore-death"
        WHEN "pvpzone"
        WHEN "economy-reconcile"
        WHEN "eco"
        WHEN "shop-statements"
        WHEN "auth-reset"
            MOVE 3 TO LK-LEVEL
        *> full server administration - op/deop and group live here too,
        *> since a lower level able to grant levels or group membership
        *> could grant itself the rest
        WHEN "save-all"
        WHEN "stop"
        WHEN "backup"
        WHEN "verify-world"
        WHEN "validate-data"
        WHEN "restore-chunk"
        WHEN "maintenance"
        WHEN "pregen"
        WHEN "render-map"
        WHEN "profile"
        WHEN "purge-inactive"
        WHEN "restore-player"
        WHEN "import"
        WHEN "export-anvil"
        WHEN "prune-chunks"
        WHEN "op"
        WHEN "deop"
        WHEN "group"
            MOVE 4 TO LK-LEVEL
        WHEN OTHER
            MOVE 4 TO LK-LEVEL
