*> --- Sessions-HandleLogin ---
*> Called from Player-HandleLogin: opens the session record, rolls
*> the attendance day over if the calendar did, marks the player seen
*> today, and keeps the peak-concurrency high-water mark. The source
*> address the session came from goes into the address history.
IDENTIFICATION DIVISION.
PROGRAM-ID. Sessions-HandleLogin.

    COPY DD-SESSIONS.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-PLAYERS.
    COPY DD-CONNECTION-LIMITS.
    01 NOW-TIMESTAMP             PIC X(14).
    01 NOW-SECONDS               BINARY-DOUBLE.
    01 TODAY-STAMP               BINARY-LONG UNSIGNED.
    MOVE NOW-SECONDS TO PLAYER-LAST-SEEN-SECONDS(LK-PLAYER-ID)
    MOVE "disconnect" TO PLAYER-QUIT-REASON(LK-PLAYER-ID)
    MOVE 1 TO ATTEND-SEEN-TODAY(LK-PLAYER-ID)
    MOVE CLIENT-ADDRESS(PLAYER-CLIENT(LK-PLAYER-ID))
        TO PLAYER-SESSION-ADDRESS(LK-PLAYER-ID)
    CALL "AddressHistory-Record" USING LK-PLAYER-ID
        PLAYER-SESSION-ADDRESS(LK-PLAYER-ID)

    MOVE 0 TO ONLINE-COUNT
    PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS

*> --- Sessions-HandleQuit ---
*> Called from Player-HandleDisconnect: closes the session record and
*> appends one line - player, join time, quit time, reason, source
*> address - to the session log.
IDENTIFICATION DIVISION.
PROGRAM-ID. Sessions-HandleQuit.

DATA DIVISION.
FILE SECTION.
FD  SESSION-LOG-FILE.
01  SESSION-LOG-RECORD           PIC X(192).

WORKING-STORAGE SECTION.
    COPY DD-SESSIONS.
        QUIT-TEXT DELIMITED BY SIZE
        " reason=" DELIMITED BY SIZE
        FUNCTION TRIM(PLAYER-QUIT-REASON(LK-PLAYER-ID)) DELIMITED BY SIZE
        " address=" DELIMITED BY SIZE
        FUNCTION TRIM(PLAYER-SESSION-ADDRESS(LK-PLAYER-ID)) DELIMITED BY SIZE
        INTO SESSION-LOG-RECORD
    END-STRING
    MOVE SERVER-PROP-SESSION-LOG-PATH TO SESSION-LOG-PATH

    MOVE 0 TO PLAYER-SESSION-START-SECONDS(LK-PLAYER-ID)
    MOVE "disconnect" TO PLAYER-QUIT-REASON(LK-PLAYER-ID)
    MOVE SPACES TO PLAYER-SESSION-ADDRESS(LK-PLAYER-ID)

    GOBACK.


*> --- Sessions-FormatSeen ---
*> The "seen" verb's answer: online right now, last seen so many
*> minutes ago, or never. A vanished player reads as gone since the
*> moment they vanished.
IDENTIFICATION DIVISION.
PROGRAM-ID. Sessions-FormatSeen.

WORKING-STORAGE SECTION.
    COPY DD-SESSIONS.
    COPY DD-PLAYERS.
    COPY DD-VANISH.
    01 SEEN-SECONDS              BINARY-DOUBLE.
    01 NOW-TIMESTAMP             PIC X(14).
    01 NOW-SECONDS               BINARY-DOUBLE.
    01 MINUTES-AGO               BINARY-DOUBLE.

    MOVE LK-PLAYER-ID TO PLAYER-TEXT

    IF PLAYER-VANISHED(LK-PLAYER-ID) = 1
        MOVE PLAYER-VANISH-SEEN-SECONDS(LK-PLAYER-ID) TO SEEN-SECONDS
    ELSE
        MOVE PLAYER-LAST-SEEN-SECONDS(LK-PLAYER-ID) TO SEEN-SECONDS
    END-IF

    IF PLAYER-CLIENT(LK-PLAYER-ID) NOT = 0 AND PLAYER-VANISHED(LK-PLAYER-ID) = 0
        MOVE SPACES TO LK-RESPONSE
        STRING
            "Player" DELIMITED BY SIZE
        GOBACK
    END-IF

    IF SEEN-SECONDS = 0
        MOVE SPACES TO LK-RESPONSE
        STRING
            "Player" DELIMITED BY SIZE
    MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-TIMESTAMP
    CALL "Rollback-TimestampToSeconds" USING NOW-TIMESTAMP NOW-SECONDS
    COMPUTE MINUTES-AGO =
        (NOW-SECONDS - SEEN-SECONDS) / 60
    MOVE MINUTES-AGO TO MINUTES-TEXT
    MOVE SPACES TO LK-RESPONSE
    STRING
