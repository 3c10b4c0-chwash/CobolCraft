*> --- Auth-Load ---
*> Reads the password registry from disk into DD-AUTH. Called once at
*> startup by the external boot sequence, alongside Ops-Load. Lines:
*>   auth <player-id> <salt> <digest>          a registered password
*>   remember <player-id> <address> <until>    a remembered login
*> A missing file leaves everyone unregistered; anything else is
*> ignored like a comment.
IDENTIFICATION DIVISION.
PROGRAM-ID. Auth-Load.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL AUTH-FILE ASSIGN TO AUTH-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  AUTH-FILE.
01  AUTH-RECORD                  PIC X(128).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-AUTH.
    COPY DD-PLAYERS.
    01 AUTH-FILE-PATH            PIC X(256).
    01 AUTH-EOF                  BINARY-CHAR UNSIGNED.
    01 RECORD-KIND               PIC X(16).
    01 FIELD-ONE                 PIC X(16).
    01 FIELD-TWO                 PIC X(46).
    01 FIELD-THREE               PIC X(40).
    01 PARSED-ID                 BINARY-LONG.

PROCEDURE DIVISION.
    PERFORM VARYING PARSED-ID FROM 1 BY 1 UNTIL PARSED-ID > MAX-PLAYERS
        MOVE SPACES TO PLAYER-AUTH-SALT(PARSED-ID)
        MOVE SPACES TO PLAYER-AUTH-DIGEST(PARSED-ID)
        MOVE SPACES TO PLAYER-AUTH-REMEMBER-ADDRESS(PARSED-ID)
        MOVE 0 TO PLAYER-AUTH-REMEMBER-UNTIL(PARSED-ID)
    END-PERFORM

    MOVE SERVER-PROP-AUTH-PATH TO AUTH-FILE-PATH
    MOVE 0 TO AUTH-EOF
    OPEN INPUT AUTH-FILE
    PERFORM UNTIL AUTH-EOF = 1
        READ AUTH-FILE
            AT END
                MOVE 1 TO AUTH-EOF
            NOT AT END
                MOVE SPACES TO RECORD-KIND FIELD-ONE FIELD-TWO FIELD-THREE
                UNSTRING AUTH-RECORD DELIMITED BY ALL SPACE
                    INTO RECORD-KIND FIELD-ONE FIELD-TWO FIELD-THREE
                END-UNSTRING
                IF FIELD-ONE = SPACES OR FIELD-THREE = SPACES
                    EXIT PERFORM CYCLE
                END-IF
                MOVE FUNCTION NUMVAL(FIELD-ONE) TO PARSED-ID
                IF PARSED-ID < 1 OR PARSED-ID > MAX-PLAYERS
                    EXIT PERFORM CYCLE
                END-IF
                EVALUATE FUNCTION TRIM(RECORD-KIND)
                    WHEN "auth"
                        MOVE FIELD-TWO TO PLAYER-AUTH-SALT(PARSED-ID)
                        MOVE FIELD-THREE TO PLAYER-AUTH-DIGEST(PARSED-ID)
                    WHEN "remember"
                        MOVE FIELD-TWO TO PLAYER-AUTH-REMEMBER-ADDRESS(PARSED-ID)
                        MOVE FUNCTION NUMVAL(FIELD-THREE)
                            TO PLAYER-AUTH-REMEMBER-UNTIL(PARSED-ID)
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE AUTH-FILE

    GOBACK.

END PROGRAM Auth-Load.

*> --- Auth-Save ---
*> Rewrites the password registry from DD-AUTH, in the line formats
*> Auth-Load reads. Called after every registration, login that is to
*> be remembered, and reset - a password must survive a crash.
*> Remembered logins already past their time are left out.
IDENTIFICATION DIVISION.
PROGRAM-ID. Auth-Save.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUTH-FILE ASSIGN TO AUTH-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  AUTH-FILE.
01  AUTH-RECORD                  PIC X(128).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-AUTH.
    COPY DD-PLAYERS.
    01 AUTH-FILE-PATH            PIC X(256).
    01 PLAYER-INDEX              BINARY-LONG UNSIGNED.
    01 ID-TEXT                   PIC ---------9.
    01 UNTIL-TEXT                PIC 9(12).
    01 NOW-TIMESTAMP             PIC X(14).
    01 NOW-SECONDS               BINARY-DOUBLE.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-TIMESTAMP
    CALL "Rollback-TimestampToSeconds" USING NOW-TIMESTAMP NOW-SECONDS

    MOVE SERVER-PROP-AUTH-PATH TO AUTH-FILE-PATH
    OPEN OUTPUT AUTH-FILE

    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        IF PLAYER-AUTH-DIGEST(PLAYER-INDEX) NOT = SPACES
            MOVE PLAYER-INDEX TO ID-TEXT
            MOVE SPACES TO AUTH-RECORD
            STRING
                "auth " DELIMITED BY SIZE
                FUNCTION TRIM(ID-TEXT) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(PLAYER-AUTH-SALT(PLAYER-INDEX)) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(PLAYER-AUTH-DIGEST(PLAYER-INDEX)) DELIMITED BY SIZE
                INTO AUTH-RECORD
            END-STRING
            WRITE AUTH-RECORD

            IF PLAYER-AUTH-REMEMBER-ADDRESS(PLAYER-INDEX) NOT = SPACES
                    AND PLAYER-AUTH-REMEMBER-UNTIL(PLAYER-INDEX) > NOW-SECONDS
                MOVE PLAYER-AUTH-REMEMBER-UNTIL(PLAYER-INDEX) TO UNTIL-TEXT
                MOVE SPACES TO AUTH-RECORD
                STRING
                    "remember " DELIMITED BY SIZE
                    FUNCTION TRIM(ID-TEXT) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM(PLAYER-AUTH-REMEMBER-ADDRESS(PLAYER-INDEX))
                        DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    UNTIL-TEXT DELIMITED BY SIZE
                    INTO AUTH-RECORD
                END-STRING
                WRITE AUTH-RECORD
            END-IF
        END-IF
    END-PERFORM

    CLOSE AUTH-FILE
    GOBACK.

END PROGRAM Auth-Save.

*> --- Auth-HashPassword ---
*> Digests a salted password: four independent lanes, each a
*> multiplicative hash modulo the prime 2^31-1 over salt and password,
*> folded into one another after every one of 256 rounds so no lane
*> can be solved alone, and written out as 40 decimal digits. The
*> password itself is never stored or logged anywhere.
IDENTIFICATION DIVISION.
PROGRAM-ID. Auth-HashPassword.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 HASH-MODULUS              BINARY-DOUBLE VALUE 2147483647.
    01 HASH-ROUNDS               BINARY-LONG UNSIGNED VALUE 256.
    01 MIX-TEXT                  PIC X(96).
    01 MIX-LENGTH                BINARY-LONG UNSIGNED.
    01 ROUND-INDEX               BINARY-LONG UNSIGNED.
    01 BYTE-INDEX                BINARY-LONG UNSIGNED.
    01 LANE-INDEX                BINARY-LONG UNSIGNED.
    01 LANE-VALUES.
        02 LANE-VALUE            BINARY-DOUBLE OCCURS 4 TIMES.
    01 LANE-MULTIPLIERS.
        02 FILLER                BINARY-DOUBLE VALUE 33.
        02 FILLER                BINARY-DOUBLE VALUE 131.
        02 FILLER                BINARY-DOUBLE VALUE 1031.
        02 FILLER                BINARY-DOUBLE VALUE 16411.
    01 LANE-MULTIPLIER-TABLE REDEFINES LANE-MULTIPLIERS.
        02 LANE-MULTIPLIER       BINARY-DOUBLE OCCURS 4 TIMES.
    01 LANE-TEXT                 PIC 9(10).
LINKAGE SECTION.
    01 LK-SALT                   PIC X(16).
    01 LK-PASSWORD               PIC X ANY LENGTH.
    01 LK-DIGEST                 PIC X(40).

PROCEDURE DIVISION USING LK-SALT LK-PASSWORD LK-DIGEST.
    MOVE SPACES TO MIX-TEXT
    STRING
        FUNCTION TRIM(LK-SALT) DELIMITED BY SIZE
        ":" DELIMITED BY SIZE
        FUNCTION TRIM(LK-PASSWORD) DELIMITED BY SIZE
        INTO MIX-TEXT
    END-STRING
    COMPUTE MIX-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(MIX-TEXT TRAILING))

    MOVE 5381 TO LANE-VALUE(1)
    MOVE 7919 TO LANE-VALUE(2)
    MOVE 104729 TO LANE-VALUE(3)
    MOVE 1299709 TO LANE-VALUE(4)

    PERFORM VARYING ROUND-INDEX FROM 1 BY 1 UNTIL ROUND-INDEX > HASH-ROUNDS
        PERFORM VARYING BYTE-INDEX FROM 1 BY 1 UNTIL BYTE-INDEX > MIX-LENGTH
            PERFORM VARYING LANE-INDEX FROM 1 BY 1 UNTIL LANE-INDEX > 4
                COMPUTE LANE-VALUE(LANE-INDEX) = FUNCTION MOD(
                    LANE-VALUE(LANE-INDEX) * LANE-MULTIPLIER(LANE-INDEX)
                    + FUNCTION ORD(MIX-TEXT(BYTE-INDEX:1)) + ROUND-INDEX,
                    HASH-MODULUS)
            END-PERFORM
        END-PERFORM
        *> fold each lane into the next, the last into the first
        COMPUTE LANE-VALUE(1) = FUNCTION MOD(
            LANE-VALUE(1) + LANE-VALUE(4) * 31, HASH-MODULUS)
        COMPUTE LANE-VALUE(2) = FUNCTION MOD(
            LANE-VALUE(2) + LANE-VALUE(1) * 37, HASH-MODULUS)
        COMPUTE LANE-VALUE(3) = FUNCTION MOD(
            LANE-VALUE(3) + LANE-VALUE(2) * 41, HASH-MODULUS)
        COMPUTE LANE-VALUE(4) = FUNCTION MOD(
            LANE-VALUE(4) + LANE-VALUE(3) * 43, HASH-MODULUS)
    END-PERFORM

    MOVE SPACES TO LK-DIGEST
    PERFORM VARYING LANE-INDEX FROM 1 BY 1 UNTIL LANE-INDEX > 4
        MOVE LANE-VALUE(LANE-INDEX) TO LANE-TEXT
        MOVE LANE-TEXT TO LK-DIGEST(LANE-INDEX * 10 - 9:10)
    END-PERFORM

    GOBACK.

END PROGRAM Auth-HashPassword.

*> --- Auth-ApplyAtLogin ---
*> Called from Player-HandleLogin before anything else is applied.
*> Where passwords are required, a player starts the session frozen
*> and is told to /register or /login - unless this same address
*> logged in to the account within the remembered window, which lets
*> them straight in.
IDENTIFICATION DIVISION.
PROGRAM-ID. Auth-ApplyAtLogin.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-AUTH.
    COPY DD-PLAYERS.
    COPY DD-CONNECTION-LIMITS.
    COPY DD-SERVER-PROPERTIES.
    01 NOW-TIMESTAMP             PIC X(14).
    01 NOW-SECONDS               BINARY-DOUBLE.
    01 PROMPT-LINE               PIC X(64).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    IF LK-PLAYER-ID < 1 OR LK-PLAYER-ID > MAX-PLAYERS
        GOBACK
    END-IF

    MOVE 0 TO PLAYER-AUTH-FAILURES(LK-PLAYER-ID)
    IF SERVER-PROP-AUTH-REQUIRED = 0
        MOVE 1 TO PLAYER-AUTHENTICATED(LK-PLAYER-ID)
        GOBACK
    END-IF

    MOVE 0 TO PLAYER-AUTHENTICATED(LK-PLAYER-ID)
    IF PLAYER-AUTH-DIGEST(LK-PLAYER-ID) = SPACES
        MOVE "Register a password to play - /register <password> <password>"
            TO PROMPT-LINE
        CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID) PROMPT-LINE
        GOBACK
    END-IF

    MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-TIMESTAMP
    CALL "Rollback-TimestampToSeconds" USING NOW-TIMESTAMP NOW-SECONDS
    IF PLAYER-AUTH-REMEMBER-ADDRESS(LK-PLAYER-ID) NOT = SPACES
            AND PLAYER-AUTH-REMEMBER-ADDRESS(LK-PLAYER-ID)
                = CLIENT-ADDRESS(PLAYER-CLIENT(LK-PLAYER-ID))
            AND PLAYER-AUTH-REMEMBER-UNTIL(LK-PLAYER-ID) > NOW-SECONDS
        MOVE 1 TO PLAYER-AUTHENTICATED(LK-PLAYER-ID)
        MOVE "Welcome back - logged in from a remembered address" TO PROMPT-LINE
        CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID) PROMPT-LINE
        GOBACK
    END-IF

    MOVE "Log in to play - /login <password>" TO PROMPT-LINE
    CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID) PROMPT-LINE
    GOBACK.

END PROGRAM Auth-ApplyAtLogin.

*> --- Auth-Register ---
*> "/register <password> <password>": sets the first password for an
*> account and logs the session in. The password is typed twice to
*> catch a slip, and an account that already has one must /login -
*> changing it takes a staff auth-reset first.
IDENTIFICATION DIVISION.
PROGRAM-ID. Auth-Register.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-AUTH.
    COPY DD-PLAYERS.
    COPY DD-SERVER-PROPERTIES.
    01 PASSWORD-ONE              PIC X(64).
    01 PASSWORD-TWO              PIC X(64).
    01 MIN-LENGTH-TEXT           PIC Z(3)9.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-ARGS                   PIC X ANY LENGTH.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-ARGS LK-RESPONSE.
    IF LK-PLAYER-ID < 1 OR LK-PLAYER-ID > MAX-PLAYERS
        MOVE "Only players can register" TO LK-RESPONSE
        GOBACK
    END-IF
    IF PLAYER-AUTH-DIGEST(LK-PLAYER-ID) NOT = SPACES
        MOVE "You are already registered - /login <password>" TO LK-RESPONSE
        GOBACK
    END-IF

    MOVE SPACES TO PASSWORD-ONE PASSWORD-TWO
    UNSTRING LK-ARGS DELIMITED BY ALL SPACE
        INTO PASSWORD-ONE PASSWORD-TWO
    END-UNSTRING
    IF PASSWORD-ONE = SPACES OR PASSWORD-TWO = SPACES
        MOVE "Usage: register <password> <password>" TO LK-RESPONSE
        GOBACK
    END-IF
    IF PASSWORD-ONE NOT = PASSWORD-TWO
        MOVE "The two passwords do not match" TO LK-RESPONSE
        GOBACK
    END-IF
    IF FUNCTION LENGTH(FUNCTION TRIM(PASSWORD-ONE)) < SERVER-PROP-AUTH-MIN-LENGTH
        MOVE SERVER-PROP-AUTH-MIN-LENGTH TO MIN-LENGTH-TEXT
        MOVE SPACES TO LK-RESPONSE
        STRING
            "Passwords need at least " DELIMITED BY SIZE
            FUNCTION TRIM(MIN-LENGTH-TEXT) DELIMITED BY SIZE
            " characters" DELIMITED BY SIZE
            INTO LK-RESPONSE
        END-STRING
        GOBACK
    END-IF

    *> the clock down to hundredths is salt enough: it only has to
    *> differ between accounts, not stay secret
    MOVE FUNCTION CURRENT-DATE(1:16) TO PLAYER-AUTH-SALT(LK-PLAYER-ID)
    CALL "Auth-HashPassword" USING PLAYER-AUTH-SALT(LK-PLAYER-ID) PASSWORD-ONE
        PLAYER-AUTH-DIGEST(LK-PLAYER-ID)
    MOVE SPACES TO PASSWORD-ONE PASSWORD-TWO

    CALL "Auth-CompleteLogin" USING LK-PLAYER-ID
    MOVE "Registered and logged in - remember your password" TO LK-RESPONSE
    GOBACK.

END PROGRAM Auth-Register.

*> --- Auth-Login ---
*> "/login <password>": checks the password against the stored digest.
*> Every wrong guess is an anti-cheat log line, charged to nobody - the
*> real owner must not pay for someone trying their account - and the
*> AUTH-MAX-FAILURES'th closes the connection and puts the address on
*> the same cooldown a login flood earns.
IDENTIFICATION DIVISION.
PROGRAM-ID. Auth-Login.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-AUTH.
    COPY DD-PLAYERS.
    COPY DD-SERVER-PROPERTIES.
    01 PASSWORD-TEXT             PIC X(64).
    01 CHECK-DIGEST              PIC X(40).
    01 NO-PLAYER                 BINARY-LONG VALUE 0.
    01 DISCONNECT-REASON         PIC X(64).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-ARGS                   PIC X ANY LENGTH.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-ARGS LK-RESPONSE.
    IF LK-PLAYER-ID < 1 OR LK-PLAYER-ID > MAX-PLAYERS
        MOVE "Only players can log in" TO LK-RESPONSE
        GOBACK
    END-IF
    IF PLAYER-AUTHENTICATED(LK-PLAYER-ID) = 1
        MOVE "You are already logged in" TO LK-RESPONSE
        GOBACK
    END-IF
    IF PLAYER-AUTH-DIGEST(LK-PLAYER-ID) = SPACES
        MOVE "You have no password yet - /register <password> <password>"
            TO LK-RESPONSE
        GOBACK
    END-IF

    MOVE SPACES TO PASSWORD-TEXT
    UNSTRING LK-ARGS DELIMITED BY ALL SPACE INTO PASSWORD-TEXT
    END-UNSTRING
    IF PASSWORD-TEXT = SPACES
        MOVE "Usage: login <password>" TO LK-RESPONSE
        GOBACK
    END-IF

    CALL "Auth-HashPassword" USING PLAYER-AUTH-SALT(LK-PLAYER-ID) PASSWORD-TEXT
        CHECK-DIGEST
    MOVE SPACES TO PASSWORD-TEXT
    IF CHECK-DIGEST = PLAYER-AUTH-DIGEST(LK-PLAYER-ID)
        CALL "Auth-CompleteLogin" USING LK-PLAYER-ID
        MOVE "Logged in - welcome back" TO LK-RESPONSE
        GOBACK
    END-IF

    ADD 1 TO PLAYER-AUTH-FAILURES(LK-PLAYER-ID)
    CALL "Log-AntiCheatEvent" USING PLAYER-CLIENT(LK-PLAYER-ID) NO-PLAYER
        "auth: wrong password"
    IF SERVER-PROP-AUTH-MAX-FAILURES > 0
            AND PLAYER-AUTH-FAILURES(LK-PLAYER-ID) >= SERVER-PROP-AUTH-MAX-FAILURES
        CALL "Log-AntiCheatEvent" USING PLAYER-CLIENT(LK-PLAYER-ID) NO-PLAYER
            "auth: too many wrong passwords, cooldown applied"
        CALL "ConnLimit-ApplyCooldown" USING PLAYER-CLIENT(LK-PLAYER-ID)
        MOVE "Too many wrong passwords" TO DISCONNECT-REASON
        CALL "Sessions-SetQuitReason" USING LK-PLAYER-ID "auth"
        CALL "Server-DisconnectClient" USING PLAYER-CLIENT(LK-PLAYER-ID)
            DISCONNECT-REASON
        MOVE "Too many wrong passwords" TO LK-RESPONSE
        GOBACK
    END-IF
    MOVE "Wrong password" TO LK-RESPONSE
    GOBACK.

END PROGRAM Auth-Login.

*> --- Auth-CompleteLogin ---
*> Shared tail of a successful /register or /login: lifts the freeze
*> and, where AUTH-REMEMBER-HOURS allows, remembers the address so a
*> reconnect from it within the window needs no password.
IDENTIFICATION DIVISION.
PROGRAM-ID. Auth-CompleteLogin.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-AUTH.
    COPY DD-PLAYERS.
    COPY DD-CONNECTION-LIMITS.
    COPY DD-SERVER-PROPERTIES.
    01 NOW-TIMESTAMP             PIC X(14).
    01 NOW-SECONDS               BINARY-DOUBLE.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    MOVE 1 TO PLAYER-AUTHENTICATED(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-AUTH-FAILURES(LK-PLAYER-ID)

    IF SERVER-PROP-AUTH-REMEMBER-HOURS > 0
            AND CLIENT-ADDRESS(PLAYER-CLIENT(LK-PLAYER-ID)) NOT = SPACES
        MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-TIMESTAMP
        CALL "Rollback-TimestampToSeconds" USING NOW-TIMESTAMP NOW-SECONDS
        MOVE CLIENT-ADDRESS(PLAYER-CLIENT(LK-PLAYER-ID))
            TO PLAYER-AUTH-REMEMBER-ADDRESS(LK-PLAYER-ID)
        COMPUTE PLAYER-AUTH-REMEMBER-UNTIL(LK-PLAYER-ID) =
            NOW-SECONDS + SERVER-PROP-AUTH-REMEMBER-HOURS * 3600
    END-IF

    CALL "Auth-Save"
    GOBACK.

END PROGRAM Auth-CompleteLogin.

*> --- Auth-Reset ---
*> "auth-reset <player-id>": staff clear a forgotten password and any
*> remembered address, so the player registers afresh next time. A
*> session already logged in stays logged in.
IDENTIFICATION DIVISION.
PROGRAM-ID. Auth-Reset.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-AUTH.
    COPY DD-PLAYERS.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-RESPONSE.
    IF LK-PLAYER-ID < 1 OR LK-PLAYER-ID > MAX-PLAYERS
        MOVE "Unknown player id" TO LK-RESPONSE
        GOBACK
    END-IF
    IF PLAYER-AUTH-DIGEST(LK-PLAYER-ID) = SPACES
        MOVE "That player has no password" TO LK-RESPONSE
        GOBACK
    END-IF

    MOVE SPACES TO PLAYER-AUTH-SALT(LK-PLAYER-ID)
    MOVE SPACES TO PLAYER-AUTH-DIGEST(LK-PLAYER-ID)
    MOVE SPACES TO PLAYER-AUTH-REMEMBER-ADDRESS(LK-PLAYER-ID)
    MOVE 0 TO PLAYER-AUTH-REMEMBER-UNTIL(LK-PLAYER-ID)
    CALL "Auth-Save"
    MOVE "Password cleared - the player registers again at next login" TO LK-RESPONSE
    GOBACK.

END PROGRAM Auth-Reset.

*> --- Auth-RedactCommand ---
*> Copies a command line for the chat transcript or the admin audit
*> log, blanking the arguments of /register and /login so no password
*> is ever written to disk.
IDENTIFICATION DIVISION.
PROGRAM-ID. Auth-RedactCommand.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 COMMAND-VERB              PIC X(32).
LINKAGE SECTION.
    01 LK-COMMAND                PIC X ANY LENGTH.
    01 LK-REDACTED               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-COMMAND LK-REDACTED.
    MOVE SPACES TO COMMAND-VERB
    UNSTRING LK-COMMAND DELIMITED BY SPACE INTO COMMAND-VERB
    EVALUATE FUNCTION TRIM(COMMAND-VERB)
        WHEN "register"
        WHEN "login"
            MOVE SPACES TO LK-REDACTED
            STRING
                FUNCTION TRIM(COMMAND-VERB) DELIMITED BY SIZE
                " ****" DELIMITED BY SIZE
                INTO LK-REDACTED
            END-STRING
        WHEN OTHER
            MOVE LK-COMMAND TO LK-REDACTED
    END-EVALUATE
    GOBACK.

END PROGRAM Auth-RedactCommand.
