DATA DIVISION.
FILE SECTION.
FD  ACCESS-FILE.
01  ACCESS-RECORD                PIC X(160).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    01 RECORD-KIND               PIC X(16).
    01 FIELD-ONE                 PIC X(16).
    01 FIELD-TWO                 PIC X(16).
    01 ADDRESS-FIELD             PIC X(46).
    01 REST-POINTER              BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    MOVE 0 TO WHITELIST-ENABLED
    MOVE 0 TO WHITELIST-COUNT
    MOVE 0 TO BAN-COUNT
    MOVE 0 TO ADDRESS-BAN-COUNT

    MOVE SERVER-PROP-PLAYER-ACCESS-PATH TO ACCESS-FILE-PATH
    MOVE 0 TO ACCESS-EOF
                            ADD 1 TO BAN-COUNT
                            MOVE FUNCTION NUMVAL(FIELD-ONE) TO BAN-PLAYER-ID(BAN-COUNT)
                            MOVE FUNCTION NUMVAL(FIELD-TWO) TO BAN-EXPIRY-SECONDS(BAN-COUNT)
                            IF REST-POINTER <= 160
                                MOVE ACCESS-RECORD(REST-POINTER:) TO BAN-REASON(BAN-COUNT)
                            ELSE
                                MOVE SPACES TO BAN-REASON(BAN-COUNT)
                            END-IF
                        END-IF
                    WHEN "ban-address"
                        MOVE SPACES TO ADDRESS-FIELD
                        UNSTRING ACCESS-RECORD DELIMITED BY ALL SPACE
                            INTO ADDRESS-FIELD FIELD-TWO
                            WITH POINTER REST-POINTER
                        END-UNSTRING
                        IF ADDRESS-BAN-COUNT < MAX-ADDRESS-BAN-ENTRIES
                            ADD 1 TO ADDRESS-BAN-COUNT
                            MOVE ADDRESS-FIELD TO ADDRESS-BAN-TEXT(ADDRESS-BAN-COUNT)
                            MOVE FUNCTION NUMVAL(FIELD-TWO) TO ADDRESS-BAN-EXPIRY-SECONDS(ADDRESS-BAN-COUNT)
                            IF REST-POINTER <= 160
                                MOVE ACCESS-RECORD(REST-POINTER:) TO ADDRESS-BAN-REASON(ADDRESS-BAN-COUNT)
                            ELSE
                                MOVE SPACES TO ADDRESS-BAN-REASON(ADDRESS-BAN-COUNT)
                            END-IF
                        END-IF
                END-EVALUATE
        END-READ
    END-PERFORM
DATA DIVISION.
FILE SECTION.
FD  ACCESS-FILE.
01  ACCESS-RECORD                PIC X(160).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
        WRITE ACCESS-RECORD
    END-PERFORM

    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > ADDRESS-BAN-COUNT
        MOVE ADDRESS-BAN-EXPIRY-SECONDS(ENTRY-INDEX) TO EXPIRY-TEXT
        MOVE SPACES TO ACCESS-RECORD
        STRING
            "ban-address " DELIMITED BY SIZE
            FUNCTION TRIM(ADDRESS-BAN-TEXT(ENTRY-INDEX)) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            EXPIRY-TEXT DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(ADDRESS-BAN-REASON(ENTRY-INDEX)) DELIMITED BY SIZE
            INTO ACCESS-RECORD
        END-STRING
        WRITE ACCESS-RECORD
    END-PERFORM

    CLOSE ACCESS-FILE

    GOBACK.
*> let in and then removed. Returns the refusal reason to send in the
*> login disconnect. An expired ban is dropped from the registry on
*> the spot, so a timed ban lifts itself without operator action.
*> The source address comes from the client the login path has already
*> tied to this player id (CLIENT-PLAYER set, not yet in play) and
*> goes through PlayerAccess-CheckAddress for address bans and the
*> alt-account alert.
IDENTIFICATION DIVISION.
PROGRAM-ID. PlayerAccess-CheckLogin.

    COPY DD-PLAYER-ACCESS.
    COPY DD-SHUTDOWN.
    COPY DD-MAINTENANCE.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-CONNECTION-LIMITS.
    01 CLIENT-ID                 BINARY-LONG UNSIGNED.
    01 CONNECT-ADDRESS           PIC X(46).
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
    01 SHIFT-INDEX               BINARY-LONG UNSIGNED.
    01 OPERATOR-LEVEL            BINARY-LONG UNSIGNED.
        END-IF
    END-PERFORM

    MOVE SPACES TO CONNECT-ADDRESS
    PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
        IF CLIENT-PLAYER(CLIENT-ID) = LK-PLAYER-ID
                AND CLIENT-STATE(CLIENT-ID) NOT = CLIENT-STATE-PLAY
            MOVE CLIENT-ADDRESS(CLIENT-ID) TO CONNECT-ADDRESS
            EXIT PERFORM
        END-IF
    END-PERFORM
    CALL "PlayerAccess-CheckAddress" USING LK-PLAYER-ID CONNECT-ADDRESS
        LK-ALLOWED LK-REASON
    IF LK-ALLOWED = 0
        GOBACK
    END-IF

    IF WHITELIST-ENABLED = 1
        PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > WHITELIST-COUNT
            IF WHITELIST-PLAYER-ID(ENTRY-INDEX) = LK-PLAYER-ID
                CALL "Afk-MakeRoom" USING LK-PLAYER-ID
                GOBACK
            END-IF
        END-PERFORM
        MOVE 0 TO LK-ALLOWED
        MOVE "You are not whitelisted on this server" TO LK-REASON
        GOBACK
    END-IF

    *> an admitted login on a nearly full server may cost an AFK player
    *> their slot
    CALL "Afk-MakeRoom" USING LK-PLAYER-ID

    GOBACK.

END PROGRAM PlayerAccess-CheckLogin.

*> --- PlayerAccess-CheckAddress ---
*> The address half of the login check, shared by PlayerAccess-CheckLogin
*> and the Player-HandleLogin safety net. An address ban refuses the
*> login outright (an expired one is dropped on the spot, as player
*> bans are); otherwise an account the address history has never seen,
*> arriving from an address a banned player has used, is let in but
*> reported to staff. The vetted address is remembered as the
*> session's address. No address (no tracking on this listener) means
*> nothing to check.
IDENTIFICATION DIVISION.
PROGRAM-ID. PlayerAccess-CheckAddress.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYER-ACCESS.
    COPY DD-SESSIONS.
    COPY DD-PLAYERS.
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
    01 SHIFT-INDEX               BINARY-LONG UNSIGNED.
    01 NOW-TIMESTAMP             PIC X(14).
    01 NOW-SECONDS               BINARY-DOUBLE.
    01 SEEN-BEFORE               BINARY-CHAR UNSIGNED.
    01 PEER-PLAYER-ID            BINARY-LONG.
    01 PLAYER-TEXT               PIC ---------9.
    01 PEER-TEXT                 PIC ---------9.
    01 ALERT-TEXT                PIC X(160).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-ADDRESS                PIC X(46).
    01 LK-ALLOWED                BINARY-CHAR UNSIGNED.
    01 LK-REASON                 PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-ADDRESS LK-ALLOWED LK-REASON.
    MOVE 1 TO LK-ALLOWED
    IF LK-ADDRESS = SPACES
        GOBACK
    END-IF

    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > ADDRESS-BAN-COUNT
        IF ADDRESS-BAN-TEXT(ENTRY-INDEX) = LK-ADDRESS
            IF ADDRESS-BAN-EXPIRY-SECONDS(ENTRY-INDEX) NOT = 0
                MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-TIMESTAMP
                CALL "Rollback-TimestampToSeconds" USING NOW-TIMESTAMP NOW-SECONDS
                IF NOW-SECONDS >= ADDRESS-BAN-EXPIRY-SECONDS(ENTRY-INDEX)
                    PERFORM VARYING SHIFT-INDEX FROM ENTRY-INDEX BY 1
                            UNTIL SHIFT-INDEX >= ADDRESS-BAN-COUNT
                        MOVE ADDRESS-BAN-ENTRY(SHIFT-INDEX + 1) TO ADDRESS-BAN-ENTRY(SHIFT-INDEX)
                    END-PERFORM
                    SUBTRACT 1 FROM ADDRESS-BAN-COUNT
                    CALL "PlayerAccess-Save"
                    EXIT PERFORM
                END-IF
            END-IF
            MOVE 0 TO LK-ALLOWED
            MOVE SPACES TO LK-REASON
            STRING
                "Banned: " DELIMITED BY SIZE
                FUNCTION TRIM(ADDRESS-BAN-REASON(ENTRY-INDEX)) DELIMITED BY SIZE
                INTO LK-REASON
            END-STRING
            GOBACK
        END-IF
    END-PERFORM

    CALL "AddressHistory-FindBannedPeer" USING LK-PLAYER-ID LK-ADDRESS
        SEEN-BEFORE PEER-PLAYER-ID
    IF SEEN-BEFORE = 0 AND PEER-PLAYER-ID NOT = 0
        MOVE LK-PLAYER-ID TO PLAYER-TEXT
        MOVE PEER-PLAYER-ID TO PEER-TEXT
        MOVE SPACES TO ALERT-TEXT
        STRING
            "New account player " DELIMITED BY SIZE
            FUNCTION TRIM(PLAYER-TEXT) DELIMITED BY SIZE
            " shares address " DELIMITED BY SIZE
            FUNCTION TRIM(LK-ADDRESS) DELIMITED BY SIZE
            " with banned player " DELIMITED BY SIZE
            FUNCTION TRIM(PEER-TEXT) DELIMITED BY SIZE
            INTO ALERT-TEXT
        END-STRING
        CALL "Moderation-NotifyStaff" USING ALERT-TEXT
    END-IF

    IF LK-PLAYER-ID >= 1 AND LK-PLAYER-ID <= MAX-PLAYERS
        MOVE LK-ADDRESS TO PLAYER-SESSION-ADDRESS(LK-PLAYER-ID)
    END-IF

    GOBACK.

END PROGRAM PlayerAccess-CheckAddress.

*> --- PlayerAccess-IsBanned ---
*> Whether a player id holds a ban that is still in force. Read-only:
*> an expired entry is left for PlayerAccess-CheckLogin to drop.
IDENTIFICATION DIVISION.
PROGRAM-ID. PlayerAccess-IsBanned.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYER-ACCESS.
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
    01 NOW-TIMESTAMP             PIC X(14).
    01 NOW-SECONDS               BINARY-DOUBLE.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-BANNED                 BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-BANNED.
    MOVE 0 TO LK-BANNED

    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > BAN-COUNT
        IF BAN-PLAYER-ID(ENTRY-INDEX) = LK-PLAYER-ID
            IF BAN-EXPIRY-SECONDS(ENTRY-INDEX) = 0
                MOVE 1 TO LK-BANNED
            ELSE
                MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-TIMESTAMP
                CALL "Rollback-TimestampToSeconds" USING NOW-TIMESTAMP NOW-SECONDS
                IF NOW-SECONDS < BAN-EXPIRY-SECONDS(ENTRY-INDEX)
                    MOVE 1 TO LK-BANNED
                END-IF
            END-IF
            GOBACK
        END-IF
    END-PERFORM

    GOBACK.

END PROGRAM PlayerAccess-IsBanned.

*> --- PlayerAccess-Ban ---
*> Adds (or replaces) a ban entry and persists the registry. Expiry is
*> minutes from now; 0 makes the ban permanent. A player who is online
    GOBACK.

END PROGRAM PlayerAccess-SetWhitelist.

*> --- PlayerAccess-BanAddress ---
*> Adds (or replaces) an address ban and persists the registry, minutes
*> from now or 0 for permanent, like PlayerAccess-Ban. Every client
*> connected from that address right now is disconnected with the
*> reason, whichever account it is playing.
IDENTIFICATION DIVISION.
PROGRAM-ID. PlayerAccess-BanAddress.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYER-ACCESS.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-CONNECTION-LIMITS.
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
    01 CLIENT-ID                 BINARY-LONG UNSIGNED.
    01 NOW-TIMESTAMP             PIC X(14).
    01 NOW-SECONDS               BINARY-DOUBLE.
LINKAGE SECTION.
    01 LK-ADDRESS                PIC X(46).
    01 LK-MINUTES                BINARY-LONG.
    01 LK-REASON                 PIC X ANY LENGTH.
    01 LK-RESULT                 BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-ADDRESS LK-MINUTES LK-REASON LK-RESULT.
    MOVE 0 TO LK-RESULT
    IF LK-ADDRESS = SPACES
        GOBACK
    END-IF

    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > ADDRESS-BAN-COUNT
        IF ADDRESS-BAN-TEXT(ENTRY-INDEX) = LK-ADDRESS
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF ENTRY-INDEX > ADDRESS-BAN-COUNT
        IF ADDRESS-BAN-COUNT >= MAX-ADDRESS-BAN-ENTRIES
            GOBACK
        END-IF
        ADD 1 TO ADDRESS-BAN-COUNT
        MOVE ADDRESS-BAN-COUNT TO ENTRY-INDEX
    END-IF

    MOVE LK-ADDRESS TO ADDRESS-BAN-TEXT(ENTRY-INDEX)
    MOVE LK-REASON TO ADDRESS-BAN-REASON(ENTRY-INDEX)
    IF LK-MINUTES > 0
        MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-TIMESTAMP
        CALL "Rollback-TimestampToSeconds" USING NOW-TIMESTAMP NOW-SECONDS
        COMPUTE ADDRESS-BAN-EXPIRY-SECONDS(ENTRY-INDEX) = NOW-SECONDS + LK-MINUTES * 60
    ELSE
        MOVE 0 TO ADDRESS-BAN-EXPIRY-SECONDS(ENTRY-INDEX)
    END-IF

    CALL "PlayerAccess-Save"

    PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
        IF CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY
                AND CLIENT-ADDRESS(CLIENT-ID) = LK-ADDRESS
            CALL "Sessions-SetQuitReason" USING CLIENT-PLAYER(CLIENT-ID) "ban"
            CALL "Server-DisconnectClient" USING CLIENT-ID LK-REASON
        END-IF
    END-PERFORM

    MOVE 1 TO LK-RESULT
    GOBACK.

END PROGRAM PlayerAccess-BanAddress.

*> --- PlayerAccess-PardonAddress ---
*> Removes an address ban and persists the registry.
IDENTIFICATION DIVISION.
PROGRAM-ID. PlayerAccess-PardonAddress.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYER-ACCESS.
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
    01 SHIFT-INDEX               BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-ADDRESS                PIC X(46).
    01 LK-RESULT                 BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-ADDRESS LK-RESULT.
    MOVE 0 TO LK-RESULT

    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > ADDRESS-BAN-COUNT
        IF ADDRESS-BAN-TEXT(ENTRY-INDEX) = LK-ADDRESS
            PERFORM VARYING SHIFT-INDEX FROM ENTRY-INDEX BY 1
                    UNTIL SHIFT-INDEX >= ADDRESS-BAN-COUNT
                MOVE ADDRESS-BAN-ENTRY(SHIFT-INDEX + 1) TO ADDRESS-BAN-ENTRY(SHIFT-INDEX)
            END-PERFORM
            SUBTRACT 1 FROM ADDRESS-BAN-COUNT
            CALL "PlayerAccess-Save"
            MOVE 1 TO LK-RESULT
            GOBACK
        END-IF
    END-PERFORM

    GOBACK.

END PROGRAM PlayerAccess-PardonAddress.
