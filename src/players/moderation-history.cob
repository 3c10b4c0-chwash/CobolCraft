*> --- ModHistory-Record ---
*> Appends one moderation action against a player to the history file,
*> which is never rotated: a player's whole record stays readable by
*> the "history" verb. Actions are warn, mute, unmute, kick, jail,
*> unjail, ban and pardon; minutes is the length for mute, jail and
*> ban (0 on a ban = permanent) and 0 otherwise. Staff is the operator's
*> player id, 0 for the console and -1 for the anti-cheat.
*> Line layout: "<timestamp> player=N action=A staff=S minutes=M reason=T".
IDENTIFICATION DIVISION.
PROGRAM-ID. ModHistory-Record.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL HISTORY-FILE ASSIGN TO HISTORY-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  HISTORY-FILE.
01  HISTORY-RECORD               PIC X(256).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    01 HISTORY-FILE-PATH         PIC X(256).
    01 LOG-TIMESTAMP             PIC X(21).
    01 PLAYER-TEXT               PIC -(9)9.
    01 STAFF-TEXT                PIC -(9)9.
    01 MINUTES-TEXT              PIC -(9)9.
    01 REASON-TEXT               PIC X(128).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-ACTION                 PIC X ANY LENGTH.
    01 LK-STAFF                  BINARY-LONG.
    01 LK-MINUTES                BINARY-LONG.
    01 LK-REASON                 PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-ACTION LK-STAFF LK-MINUTES LK-REASON.
    MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP
    MOVE LK-PLAYER-ID TO PLAYER-TEXT
    MOVE LK-STAFF TO STAFF-TEXT
    MOVE LK-MINUTES TO MINUTES-TEXT
    MOVE LK-REASON TO REASON-TEXT
    IF REASON-TEXT = SPACES
        MOVE "-" TO REASON-TEXT
    END-IF

    MOVE SERVER-PROP-MOD-HISTORY-PATH TO HISTORY-FILE-PATH
    OPEN EXTEND HISTORY-FILE
    MOVE SPACES TO HISTORY-RECORD
    STRING
        LOG-TIMESTAMP DELIMITED BY SIZE
        " player=" DELIMITED BY SIZE
        FUNCTION TRIM(PLAYER-TEXT) DELIMITED BY SIZE
        " action=" DELIMITED BY SIZE
        FUNCTION TRIM(LK-ACTION) DELIMITED BY SIZE
        " staff=" DELIMITED BY SIZE
        FUNCTION TRIM(STAFF-TEXT) DELIMITED BY SIZE
        " minutes=" DELIMITED BY SIZE
        FUNCTION TRIM(MINUTES-TEXT) DELIMITED BY SIZE
        " reason=" DELIMITED BY SIZE
        FUNCTION TRIM(REASON-TEXT) DELIMITED BY SIZE
        INTO HISTORY-RECORD
    END-STRING
    WRITE HISTORY-RECORD
    CLOSE HISTORY-FILE
    GOBACK.

END PROGRAM ModHistory-Record.

*> --- ModHistory-Show ---
*> The "history" verb: every recorded action against one player, oldest
*> first, as "yyyy-mm-dd hh:mm action (length) by staff: reason". The
*> full record goes to SERVER-PROP-MOD-HISTORY-REPORT-PATH; a player
*> who asked in game also gets the first CHAT-LINES entries in chat.
*> The response totals warnings, mutes, kicks, jails and bans.
IDENTIFICATION DIVISION.
PROGRAM-ID. ModHistory-Show.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL HISTORY-FILE ASSIGN TO HISTORY-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REPORT-FILE ASSIGN TO REPORT-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  HISTORY-FILE.
01  HISTORY-RECORD               PIC X(256).
FD  REPORT-FILE.
01  REPORT-RECORD                PIC X(256).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-PLAYERS.
    01 HISTORY-FILE-PATH         PIC X(256).
    01 HISTORY-EOF               BINARY-CHAR UNSIGNED.
    01 REPORT-FILE-PATH          PIC X(256).
    *> one parsed entry
    01 PLAYER-FIELD              PIC X(24).
    01 ACTION-FIELD              PIC X(24).
    01 STAFF-FIELD               PIC X(24).
    01 MINUTES-FIELD             PIC X(24).
    01 REASON-POINTER            BINARY-LONG UNSIGNED.
    01 ENTRY-PLAYER-ID           BINARY-LONG.
    01 ENTRY-ACTION              PIC X(16).
    01 ENTRY-STAFF               BINARY-LONG.
    01 ENTRY-MINUTES             BINARY-LONG.
    01 ENTRY-REASON              PIC X(128).
    01 LENGTH-TEXT               PIC X(24).
    01 STAFF-NAME                PIC X(24).
    01 NUMBER-TEXT               PIC -(9)9.
    01 ENTRY-COUNT               BINARY-LONG UNSIGNED.
    01 WARN-COUNT                BINARY-LONG UNSIGNED.
    01 MUTE-COUNT                BINARY-LONG UNSIGNED.
    01 KICK-COUNT                BINARY-LONG UNSIGNED.
    01 JAIL-COUNT                BINARY-LONG UNSIGNED.
    01 BAN-COUNT                 BINARY-LONG UNSIGNED.
    01 WARN-TEXT                 PIC Z(8)9.
    01 MUTE-TEXT                 PIC Z(8)9.
    01 KICK-TEXT                 PIC Z(8)9.
    01 JAIL-TEXT                 PIC Z(8)9.
    01 BAN-TEXT                  PIC Z(8)9.
    01 PLAYER-TEXT               PIC -(9)9.
    01 CHAT-LINE                 PIC X(256).
LINKAGE SECTION.
    01 LK-ORIGIN-PLAYER          BINARY-LONG.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-ORIGIN-PLAYER LK-PLAYER-ID LK-RESPONSE.
    MOVE SPACES TO LK-RESPONSE
    MOVE 0 TO ENTRY-COUNT WARN-COUNT MUTE-COUNT KICK-COUNT JAIL-COUNT BAN-COUNT
    MOVE LK-PLAYER-ID TO PLAYER-TEXT
    MOVE SERVER-PROP-MOD-HISTORY-REPORT-PATH TO REPORT-FILE-PATH
    OPEN OUTPUT REPORT-FILE

    MOVE SERVER-PROP-MOD-HISTORY-PATH TO HISTORY-FILE-PATH
    MOVE 0 TO HISTORY-EOF
    OPEN INPUT HISTORY-FILE
    PERFORM UNTIL HISTORY-EOF = 1
        READ HISTORY-FILE
            AT END
                MOVE 1 TO HISTORY-EOF
            NOT AT END
                IF HISTORY-RECORD(23:7) NOT = "player="
                    EXIT PERFORM CYCLE
                END-IF
                MOVE SPACES TO PLAYER-FIELD ACTION-FIELD STAFF-FIELD MINUTES-FIELD
                MOVE 23 TO REASON-POINTER
                UNSTRING HISTORY-RECORD DELIMITED BY ALL SPACE
                    INTO PLAYER-FIELD ACTION-FIELD STAFF-FIELD MINUTES-FIELD
                    WITH POINTER REASON-POINTER
                END-UNSTRING
                MOVE FUNCTION NUMVAL(PLAYER-FIELD(8:)) TO ENTRY-PLAYER-ID
                IF ENTRY-PLAYER-ID NOT = LK-PLAYER-ID
                    EXIT PERFORM CYCLE
                END-IF
                MOVE ACTION-FIELD(8:) TO ENTRY-ACTION
                MOVE FUNCTION NUMVAL(STAFF-FIELD(7:)) TO ENTRY-STAFF
                MOVE FUNCTION NUMVAL(MINUTES-FIELD(9:)) TO ENTRY-MINUTES
                MOVE SPACES TO ENTRY-REASON
                IF REASON-POINTER < 250
                    MOVE HISTORY-RECORD(REASON-POINTER + 7:) TO ENTRY-REASON
                END-IF
                ADD 1 TO ENTRY-COUNT
                EVALUATE ENTRY-ACTION
                    WHEN "warn"
                        ADD 1 TO WARN-COUNT
                    WHEN "mute"
                        ADD 1 TO MUTE-COUNT
                    WHEN "kick"
                        ADD 1 TO KICK-COUNT
                    WHEN "jail"
                        ADD 1 TO JAIL-COUNT
                    WHEN "ban"
                        ADD 1 TO BAN-COUNT
                END-EVALUATE

                MOVE SPACES TO LENGTH-TEXT
                EVALUATE TRUE
                    WHEN ENTRY-ACTION = "ban" AND ENTRY-MINUTES = 0
                        MOVE " (permanent)" TO LENGTH-TEXT
                    WHEN ENTRY-MINUTES > 0
                        MOVE ENTRY-MINUTES TO NUMBER-TEXT
                        STRING
                            " (" DELIMITED BY SIZE
                            FUNCTION TRIM(NUMBER-TEXT) DELIMITED BY SIZE
                            " min)" DELIMITED BY SIZE
                            INTO LENGTH-TEXT
                        END-STRING
                END-EVALUATE
                EVALUATE ENTRY-STAFF
                    WHEN 0
                        MOVE "console" TO STAFF-NAME
                    WHEN -1
                        MOVE "anti-cheat" TO STAFF-NAME
                    WHEN OTHER
                        MOVE ENTRY-STAFF TO NUMBER-TEXT
                        MOVE SPACES TO STAFF-NAME
                        STRING
                            "player " DELIMITED BY SIZE
                            FUNCTION TRIM(NUMBER-TEXT) DELIMITED BY SIZE
                            INTO STAFF-NAME
                        END-STRING
                END-EVALUATE

                MOVE SPACES TO CHAT-LINE
                STRING
                    HISTORY-RECORD(1:4) DELIMITED BY SIZE
                    "-" DELIMITED BY SIZE
                    HISTORY-RECORD(5:2) DELIMITED BY SIZE
                    "-" DELIMITED BY SIZE
                    HISTORY-RECORD(7:2) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    HISTORY-RECORD(9:2) DELIMITED BY SIZE
                    ":" DELIMITED BY SIZE
                    HISTORY-RECORD(11:2) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM(ENTRY-ACTION) DELIMITED BY SIZE
                    FUNCTION TRIM(LENGTH-TEXT TRAILING) DELIMITED BY SIZE
                    " by " DELIMITED BY SIZE
                    FUNCTION TRIM(STAFF-NAME) DELIMITED BY SIZE
                    ": " DELIMITED BY SIZE
                    FUNCTION TRIM(ENTRY-REASON) DELIMITED BY SIZE
                    INTO CHAT-LINE
                END-STRING
                MOVE CHAT-LINE TO REPORT-RECORD
                WRITE REPORT-RECORD
                IF LK-ORIGIN-PLAYER > 0
                        AND ENTRY-COUNT <= SERVER-PROP-MOD-HISTORY-CHAT-LINES
                    CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-ORIGIN-PLAYER)
                        CHAT-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE HISTORY-FILE
    CLOSE REPORT-FILE

    IF ENTRY-COUNT = 0
        STRING
            "No moderation history for player " DELIMITED BY SIZE
            FUNCTION TRIM(PLAYER-TEXT) DELIMITED BY SIZE
            INTO LK-RESPONSE
        END-STRING
        GOBACK
    END-IF

    MOVE WARN-COUNT TO WARN-TEXT
    MOVE MUTE-COUNT TO MUTE-TEXT
    MOVE KICK-COUNT TO KICK-TEXT
    MOVE JAIL-COUNT TO JAIL-TEXT
    MOVE BAN-COUNT TO BAN-TEXT
    STRING
        "Player " DELIMITED BY SIZE
        FUNCTION TRIM(PLAYER-TEXT) DELIMITED BY SIZE
        ": " DELIMITED BY SIZE
        FUNCTION TRIM(WARN-TEXT) DELIMITED BY SIZE
        " warnings, " DELIMITED BY SIZE
        FUNCTION TRIM(MUTE-TEXT) DELIMITED BY SIZE
        " mutes, " DELIMITED BY SIZE
        FUNCTION TRIM(KICK-TEXT) DELIMITED BY SIZE
        " kicks, " DELIMITED BY SIZE
        FUNCTION TRIM(JAIL-TEXT) DELIMITED BY SIZE
        " jails, " DELIMITED BY SIZE
        FUNCTION TRIM(BAN-TEXT) DELIMITED BY SIZE
        " bans - written to " DELIMITED BY SIZE
        FUNCTION TRIM(SERVER-PROP-MOD-HISTORY-REPORT-PATH) DELIMITED BY SIZE
        INTO LK-RESPONSE
    END-STRING

    GOBACK.

END PROGRAM ModHistory-Show.
