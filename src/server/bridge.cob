*> --- Bridge-Tick ---
*> Called once per tick by the external tick loop, beside Webhook-Tick:
*> every SERVER-PROP-BRIDGE-POLL-TICKS collects whatever the chat app's
*> relay has dropped into the inbox file. The file is renamed aside
*> before it is read, so a relay appending at the same moment starts a
*> fresh inbox instead of losing lines, and removed once handled.
IDENTIFICATION DIVISION.
PROGRAM-ID. Bridge-Tick.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL INBOX-FILE ASSIGN TO TAKEN-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  INBOX-FILE.
01  INBOX-RECORD                 PIC X(300).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    01 INBOX-FILE-PATH           PIC X(256).
    01 TAKEN-FILE-PATH           PIC X(280).
    01 FILE-DETAILS              PIC X(16).
    01 INBOX-EOF                 BINARY-CHAR UNSIGNED.
    01 CURRENT-TICK              BINARY-LONG UNSIGNED.
    01 LINE-KIND                 PIC X(16).
    01 LINE-USER                 PIC X(32).
    01 REST-POINTER              BINARY-LONG UNSIGNED.
    01 LINE-TEXT                 PIC X(256).

PROCEDURE DIVISION.
    IF SERVER-PROP-BRIDGE-INBOX-PATH = SPACES
            OR SERVER-PROP-BRIDGE-POLL-TICKS = 0
        GOBACK
    END-IF
    CALL "Server-GetCurrentTick" USING CURRENT-TICK
    IF FUNCTION MOD(CURRENT-TICK, SERVER-PROP-BRIDGE-POLL-TICKS) NOT = 0
        GOBACK
    END-IF

    MOVE SERVER-PROP-BRIDGE-INBOX-PATH TO INBOX-FILE-PATH
    CALL "CBL_CHECK_FILE_EXIST" USING INBOX-FILE-PATH FILE-DETAILS
    IF RETURN-CODE NOT = 0
        GOBACK
    END-IF
    MOVE SPACES TO TAKEN-FILE-PATH
    STRING
        FUNCTION TRIM(INBOX-FILE-PATH) DELIMITED BY SIZE
        ".taken" DELIMITED BY SIZE
        INTO TAKEN-FILE-PATH
    END-STRING
    CALL "CBL_RENAME_FILE" USING INBOX-FILE-PATH TAKEN-FILE-PATH
    IF RETURN-CODE NOT = 0
        *> try again at the next poll rather than read a moving file
        GOBACK
    END-IF

    MOVE 0 TO INBOX-EOF
    OPEN INPUT INBOX-FILE
    PERFORM UNTIL INBOX-EOF = 1
        READ INBOX-FILE
            AT END
                MOVE 1 TO INBOX-EOF
            NOT AT END
                MOVE SPACES TO LINE-KIND LINE-USER LINE-TEXT
                MOVE 1 TO REST-POINTER
                UNSTRING INBOX-RECORD DELIMITED BY ALL SPACE
                    INTO LINE-KIND LINE-USER
                    WITH POINTER REST-POINTER
                END-UNSTRING
                IF LINE-USER = SPACES OR REST-POINTER > 300
                    EXIT PERFORM CYCLE
                END-IF
                MOVE INBOX-RECORD(REST-POINTER:) TO LINE-TEXT
                IF LINE-TEXT = SPACES
                    EXIT PERFORM CYCLE
                END-IF
                EVALUATE FUNCTION TRIM(LINE-KIND)
                    WHEN "chat"
                        CALL "Bridge-Deliver" USING "global" LINE-USER LINE-TEXT
                    WHEN "staff"
                        IF SERVER-PROP-WEBHOOK-STAFF-CHAT = 1
                            CALL "Bridge-Deliver" USING "staff" LINE-USER LINE-TEXT
                        END-IF
                    WHEN "cmd"
                        CALL "Bridge-RunCommand" USING LINE-USER LINE-TEXT
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE INBOX-FILE
    CALL "CBL_DELETE_FILE" USING TAKEN-FILE-PATH

    GOBACK.

END PROGRAM Bridge-Tick.

*> --- Bridge-Deliver ---
*> Shows one inbound chat-app message in game as "[TAG] user: text" -
*> to everyone for the global channel, to operators for the staff
*> one. The text goes through the same blocked-word filter as signs
*> and player chat, and into the chat transcript with no player id.
IDENTIFICATION DIVISION.
PROGRAM-ID. Bridge-Deliver.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-SERVER-PROPERTIES.
    01 MESSAGE-TEXT              PIC X(256).
    01 MESSAGE-LENGTH            BINARY-LONG UNSIGNED.
    01 TEXT-REJECTED             BINARY-CHAR UNSIGNED.
    01 BROADCAST-LINE            PIC X(320).
    01 LINE-POINTER              BINARY-LONG UNSIGNED.
    01 CLIENT-ID                 BINARY-LONG UNSIGNED.
    01 RECIPIENT-ID              BINARY-LONG.
    01 RECIPIENT-LEVEL           BINARY-LONG UNSIGNED.
    01 NO-SENDER                 BINARY-LONG VALUE 0.
    01 NO-RECIPIENT              BINARY-LONG VALUE 0.
    01 NOT-MUTED                 BINARY-CHAR UNSIGNED VALUE 0.
LINKAGE SECTION.
    01 LK-CHANNEL                PIC X ANY LENGTH.
    01 LK-USER                   PIC X ANY LENGTH.
    01 LK-TEXT                   PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-CHANNEL LK-USER LK-TEXT.
    MOVE LK-TEXT TO MESSAGE-TEXT
    COMPUTE MESSAGE-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(MESSAGE-TEXT TRAILING))
    IF MESSAGE-LENGTH = 0
        GOBACK
    END-IF
    CALL "Moderation-FilterSignText" USING MESSAGE-TEXT TEXT-REJECTED

    MOVE SPACES TO BROADCAST-LINE
    MOVE 1 TO LINE-POINTER
    IF FUNCTION TRIM(LK-CHANNEL) = "staff"
        STRING "[S] " DELIMITED BY SIZE
            INTO BROADCAST-LINE WITH POINTER LINE-POINTER
        END-STRING
    END-IF
    STRING
        "[" DELIMITED BY SIZE
        FUNCTION TRIM(SERVER-PROP-BRIDGE-TAG) DELIMITED BY SIZE
        "] " DELIMITED BY SIZE
        FUNCTION TRIM(LK-USER) DELIMITED BY SIZE
        ": " DELIMITED BY SIZE
        MESSAGE-TEXT(1:MESSAGE-LENGTH) DELIMITED BY SIZE
        INTO BROADCAST-LINE WITH POINTER LINE-POINTER
    END-STRING
    CALL "ChatLog-Record" USING LK-CHANNEL NO-SENDER NO-RECIPIENT NOT-MUTED
        BROADCAST-LINE

    PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
        IF CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY
            IF FUNCTION TRIM(LK-CHANNEL) = "staff"
                MOVE CLIENT-PLAYER(CLIENT-ID) TO RECIPIENT-ID
                MOVE 0 TO RECIPIENT-LEVEL
                IF RECIPIENT-ID >= 1
                    CALL "Ops-GetLevel" USING RECIPIENT-ID RECIPIENT-LEVEL
                END-IF
                IF RECIPIENT-LEVEL >= 1
                    CALL "SendPacket-SystemChat" USING CLIENT-ID BROADCAST-LINE
                END-IF
            ELSE
                CALL "SendPacket-SystemChat" USING CLIENT-ID BROADCAST-LINE
            END-IF
        END-IF
    END-PERFORM

    GOBACK.

END PROGRAM Bridge-Deliver.

*> --- Bridge-RunCommand ---
*> Runs a command sent from the chat app, for users named in
*> SERVER-PROP-BRIDGE-USERS and verbs named in SERVER-PROP-BRIDGE-VERBS
*> only - the chat app holds no operator level, so the allow lists are
*> the whole permission check. The command goes through the shared
*> verb dispatch at console origin, with BRIDGE-COMMAND-USER set so
*> the audit log names who sent it, and the answer goes back out
*> through the webhook queue. Refusals are audited the same way.
IDENTIFICATION DIVISION.
PROGRAM-ID. Bridge-RunCommand.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-BRIDGE.
    COPY DD-SERVER-PROPERTIES.
    01 COMMAND-TEXT              PIC X(256).
    01 COMMAND-VERB              PIC X(32).
    01 COMMAND-RESPONSE          PIC X(256).
    01 CONSOLE-ORIGIN            BINARY-LONG VALUE 0.
    01 USER-LISTED               BINARY-CHAR UNSIGNED.
    01 VERB-LISTED               BINARY-CHAR UNSIGNED.
    01 REPLY-LINE                PIC X(256).
LINKAGE SECTION.
    01 LK-USER                   PIC X ANY LENGTH.
    01 LK-COMMAND                PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-USER LK-COMMAND.
    *> tolerate the slash a chat-app user types out of habit
    MOVE FUNCTION TRIM(LK-COMMAND) TO COMMAND-TEXT
    IF COMMAND-TEXT(1:1) = "/"
        MOVE FUNCTION TRIM(LK-COMMAND) TO REPLY-LINE
        MOVE REPLY-LINE(2:) TO COMMAND-TEXT
    END-IF
    MOVE SPACES TO COMMAND-VERB
    UNSTRING COMMAND-TEXT DELIMITED BY SPACE INTO COMMAND-VERB

    MOVE LK-USER TO BRIDGE-COMMAND-USER
    CALL "Bridge-IsListed" USING SERVER-PROP-BRIDGE-USERS BRIDGE-COMMAND-USER
        USER-LISTED
    CALL "Bridge-IsListed" USING SERVER-PROP-BRIDGE-VERBS COMMAND-VERB
        VERB-LISTED

    MOVE SPACES TO COMMAND-RESPONSE
    EVALUATE TRUE
        WHEN USER-LISTED = 0
            MOVE "You are not allowed to run commands from chat" TO COMMAND-RESPONSE
            CALL "Command-AuditLog" USING CONSOLE-ORIGIN COMMAND-TEXT COMMAND-RESPONSE
        WHEN VERB-LISTED = 0
            MOVE "That command cannot be run from chat" TO COMMAND-RESPONSE
            CALL "Command-AuditLog" USING CONSOLE-ORIGIN COMMAND-TEXT COMMAND-RESPONSE
        WHEN OTHER
            CALL "Command-Execute" USING CONSOLE-ORIGIN COMMAND-TEXT COMMAND-RESPONSE
    END-EVALUATE
    MOVE SPACES TO BRIDGE-COMMAND-USER

    IF COMMAND-RESPONSE NOT = SPACES
        MOVE SPACES TO REPLY-LINE
        STRING
            FUNCTION TRIM(LK-USER) DELIMITED BY SIZE
            ": " DELIMITED BY SIZE
            FUNCTION TRIM(COMMAND-RESPONSE) DELIMITED BY SIZE
            INTO REPLY-LINE
        END-STRING
        CALL "Webhook-Enqueue" USING "reply" REPLY-LINE
    END-IF

    GOBACK.

END PROGRAM Bridge-RunCommand.

*> --- Bridge-IsListed ---
*> Reports whether a word appears, whole, in a space-separated list
*> property such as SERVER-PROP-BRIDGE-USERS.
IDENTIFICATION DIVISION.
PROGRAM-ID. Bridge-IsListed.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 PADDED-LIST               PIC X(260).
    01 PADDED-WORD               PIC X(40).
    01 WORD-LENGTH               BINARY-LONG UNSIGNED.
    01 MATCH-COUNT               BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-LIST                   PIC X ANY LENGTH.
    01 LK-WORD                   PIC X ANY LENGTH.
    01 LK-LISTED                 BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-LIST LK-WORD LK-LISTED.
    MOVE 0 TO LK-LISTED
    IF LK-LIST = SPACES OR LK-WORD = SPACES
        GOBACK
    END-IF

    MOVE SPACES TO PADDED-LIST
    STRING
        " " DELIMITED BY SIZE
        FUNCTION TRIM(LK-LIST) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        INTO PADDED-LIST
    END-STRING
    MOVE SPACES TO PADDED-WORD
    STRING
        " " DELIMITED BY SIZE
        FUNCTION TRIM(LK-WORD) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        INTO PADDED-WORD
    END-STRING
    COMPUTE WORD-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(LK-WORD)) + 2

    MOVE 0 TO MATCH-COUNT
    INSPECT PADDED-LIST TALLYING MATCH-COUNT FOR ALL PADDED-WORD(1:WORD-LENGTH)
    IF MATCH-COUNT > 0
        MOVE 1 TO LK-LISTED
    END-IF
    GOBACK.

END PROGRAM Bridge-IsListed.
