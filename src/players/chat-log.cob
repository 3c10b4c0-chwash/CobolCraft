*> --- ChatLog-Record ---
*> Appends one line to the chat transcript for everything a player
*> says or types: public chat (channel global, local or staff), a
*> whisper, a mail, or a command. Sender 0 is the console; recipient 0
*> means the line had no single addressee. A line a mute stopped is
*> still recorded, flagged muted=yes, so moderation sees the attempt.
*> Line layout: "<timestamp> channel=C from=N to=N muted=yes|no text=T"
*> with the text last so it may hold spaces.
IDENTIFICATION DIVISION.
PROGRAM-ID. ChatLog-Record.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CHAT-LOG-FILE ASSIGN TO CHAT-LOG-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  CHAT-LOG-FILE.
01  CHAT-LOG-RECORD              PIC X(400).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    01 CHAT-LOG-PATH             PIC X(256).
    01 LOG-TIMESTAMP             PIC X(21).
    01 SENDER-TEXT               PIC -(9)9.
    01 RECIPIENT-TEXT            PIC -(9)9.
    01 MUTED-TEXT                PIC X(3).
LINKAGE SECTION.
    01 LK-CHANNEL                PIC X ANY LENGTH.
    01 LK-SENDER-ID              BINARY-LONG.
    01 LK-RECIPIENT-ID           BINARY-LONG.
    01 LK-MUTED                  BINARY-CHAR UNSIGNED.
    01 LK-TEXT                   PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-CHANNEL LK-SENDER-ID LK-RECIPIENT-ID LK-MUTED LK-TEXT.
    MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP
    MOVE LK-SENDER-ID TO SENDER-TEXT
    MOVE LK-RECIPIENT-ID TO RECIPIENT-TEXT
    IF LK-MUTED = 1
        MOVE "yes" TO MUTED-TEXT
    ELSE
        MOVE "no" TO MUTED-TEXT
    END-IF

    MOVE SERVER-PROP-CHAT-LOG-PATH TO CHAT-LOG-PATH
    OPEN EXTEND CHAT-LOG-FILE
    MOVE SPACES TO CHAT-LOG-RECORD
    STRING
        LOG-TIMESTAMP DELIMITED BY SIZE
        " channel=" DELIMITED BY SIZE
        FUNCTION TRIM(LK-CHANNEL) DELIMITED BY SIZE
        " from=" DELIMITED BY SIZE
        FUNCTION TRIM(SENDER-TEXT) DELIMITED BY SIZE
        " to=" DELIMITED BY SIZE
        FUNCTION TRIM(RECIPIENT-TEXT) DELIMITED BY SIZE
        " muted=" DELIMITED BY SIZE
        FUNCTION TRIM(MUTED-TEXT) DELIMITED BY SIZE
        " text=" DELIMITED BY SIZE
        FUNCTION TRIM(LK-TEXT) DELIMITED BY SIZE
        INTO CHAT-LOG-RECORD
    END-STRING
    WRITE CHAT-LOG-RECORD
    CLOSE CHAT-LOG-FILE

    GOBACK.

END PROGRAM ChatLog-Record.

*> --- ChatLog-Export ---
*> The "chat-export" verb: every transcript line the player sent or
*> received inside the window, read back across the rotated
*> generations, written to SERVER-PROP-CHAT-EXPORT-PREFIX<player>.txt.
*> Each of the player's lines is marked ">" and carries up to
*> SERVER-PROP-CHAT-EXPORT-CONTEXT public chat lines from around it,
*> marked " ", so the file reads as the conversation it was part of.
*> Other players' whispers, mail and commands are never pulled in as
*> context.
IDENTIFICATION DIVISION.
PROGRAM-ID. ChatLog-Export.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CHAT-LOG-FILE ASSIGN TO CHAT-LOG-PATH
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT EXPORT-FILE ASSIGN TO EXPORT-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  CHAT-LOG-FILE.
01  CHAT-LOG-RECORD              PIC X(400).
FD  EXPORT-FILE.
01  EXPORT-RECORD                PIC X(400).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    01 CHAT-LOG-PATH             PIC X(300).
    01 CHAT-LOG-EOF              BINARY-CHAR UNSIGNED.
    01 EXPORT-PATH               PIC X(300).
    01 GENERATION-COUNT          BINARY-LONG UNSIGNED.
    01 GENERATION-TABLE.
        02 GENERATION-ENTRY      PIC X(300) OCCURS 65 TIMES.
    01 GENERATION-INDEX          BINARY-LONG UNSIGNED.
    01 FROM-SECONDS              BINARY-DOUBLE.
    01 TO-SECONDS                BINARY-DOUBLE.
    01 FROM-VALID                BINARY-CHAR UNSIGNED.
    01 TO-VALID                  BINARY-CHAR UNSIGNED.
    *> one parsed transcript line
    01 ENTRY-TIMESTAMP           PIC X(14).
    01 ENTRY-SECONDS             BINARY-DOUBLE.
    01 CHANNEL-FIELD             PIC X(24).
    01 SENDER-FIELD              PIC X(24).
    01 RECIPIENT-FIELD           PIC X(24).
    01 MUTED-FIELD               PIC X(16).
    01 FIELD-POINTER             BINARY-LONG UNSIGNED.
    01 ENTRY-SENDER-ID           BINARY-LONG.
    01 ENTRY-RECIPIENT-ID        BINARY-LONG.
    01 ENTRY-LINE                PIC X(400).
    01 LINE-POINTER              BINARY-LONG UNSIGNED.
    01 ENTRY-PUBLIC              BINARY-CHAR UNSIGNED.
    *> public lines held back in case one of the player's lines follows
    01 MAX-CONTEXT-LINES         BINARY-LONG UNSIGNED VALUE 10.
    01 CONTEXT-LIMIT             BINARY-LONG UNSIGNED.
    01 CONTEXT-COUNT             BINARY-LONG UNSIGNED.
    01 CONTEXT-LINE              PIC X(400) OCCURS 10 TIMES.
    01 CONTEXT-INDEX             BINARY-LONG UNSIGNED.
    01 CONTEXT-AFTER             BINARY-LONG UNSIGNED.
    *> report text
    01 PLAYER-TEXT               PIC -(9)9.
    01 SENDER-LABEL              PIC X(16).
    01 RECIPIENT-LABEL           PIC X(16).
    01 LINE-COUNT                BINARY-LONG UNSIGNED.
    01 COUNT-TEXT                PIC Z(8)9.
    01 WINDOW-FROM               PIC X(32).
    01 WINDOW-TO                 PIC X(32).
    01 GENERATED-TIMESTAMP       PIC X(21).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-FROM                   PIC X ANY LENGTH.
    01 LK-TO                     PIC X ANY LENGTH.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-FROM LK-TO LK-RESPONSE.
    MOVE SPACES TO LK-RESPONSE
    CALL "Positions-ParseTime" USING LK-FROM FROM-SECONDS FROM-VALID
    CALL "Positions-ParseTime" USING LK-TO TO-SECONDS TO-VALID
    IF FROM-VALID = 0 OR TO-VALID = 0 OR FROM-SECONDS > TO-SECONDS
        MOVE "Times: now, 30m/2h/1d ago, or yyyymmdd[hhmm[ss]] - from before to" TO LK-RESPONSE
        GOBACK
    END-IF

    MOVE SERVER-PROP-CHAT-EXPORT-CONTEXT TO CONTEXT-LIMIT
    IF CONTEXT-LIMIT > MAX-CONTEXT-LINES
        MOVE MAX-CONTEXT-LINES TO CONTEXT-LIMIT
    END-IF
    MOVE 0 TO CONTEXT-COUNT
    MOVE 0 TO CONTEXT-AFTER
    MOVE 0 TO LINE-COUNT

    MOVE LK-PLAYER-ID TO PLAYER-TEXT
    MOVE SPACES TO EXPORT-PATH
    STRING
        FUNCTION TRIM(SERVER-PROP-CHAT-EXPORT-PREFIX) DELIMITED BY SIZE
        FUNCTION TRIM(PLAYER-TEXT) DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO EXPORT-PATH
    END-STRING
    OPEN OUTPUT EXPORT-FILE

    MOVE FUNCTION CURRENT-DATE TO GENERATED-TIMESTAMP
    MOVE LK-FROM TO WINDOW-FROM
    MOVE LK-TO TO WINDOW-TO
    MOVE SPACES TO EXPORT-RECORD
    STRING
        "Chat transcript for player " DELIMITED BY SIZE
        FUNCTION TRIM(PLAYER-TEXT) DELIMITED BY SIZE
        ", window " DELIMITED BY SIZE
        FUNCTION TRIM(WINDOW-FROM) DELIMITED BY SIZE
        " to " DELIMITED BY SIZE
        FUNCTION TRIM(WINDOW-TO) DELIMITED BY SIZE
        ", generated " DELIMITED BY SIZE
        GENERATED-TIMESTAMP(1:14) DELIMITED BY SIZE
        INTO EXPORT-RECORD
    END-STRING
    WRITE EXPORT-RECORD
    MOVE "> the player's own lines, sent or received; unmarked lines are nearby public chat"
        TO EXPORT-RECORD
    WRITE EXPORT-RECORD

    CALL "Log-ListGenerations" USING SERVER-PROP-CHAT-LOG-PATH
        GENERATION-COUNT GENERATION-TABLE
    PERFORM VARYING GENERATION-INDEX FROM 1 BY 1
            UNTIL GENERATION-INDEX > GENERATION-COUNT
    MOVE GENERATION-ENTRY(GENERATION-INDEX) TO CHAT-LOG-PATH
    MOVE 0 TO CHAT-LOG-EOF
    OPEN INPUT CHAT-LOG-FILE
    PERFORM UNTIL CHAT-LOG-EOF = 1
        READ CHAT-LOG-FILE
            AT END
                MOVE 1 TO CHAT-LOG-EOF
            NOT AT END
                IF CHAT-LOG-RECORD(23:8) NOT = "channel="
                    EXIT PERFORM CYCLE
                END-IF
                MOVE CHAT-LOG-RECORD(1:14) TO ENTRY-TIMESTAMP
                CALL "Rollback-TimestampToSeconds" USING ENTRY-TIMESTAMP ENTRY-SECONDS
                IF ENTRY-SECONDS < FROM-SECONDS OR ENTRY-SECONDS > TO-SECONDS
                    EXIT PERFORM CYCLE
                END-IF
                MOVE SPACES TO CHANNEL-FIELD SENDER-FIELD RECIPIENT-FIELD MUTED-FIELD
                MOVE 1 TO FIELD-POINTER
                UNSTRING CHAT-LOG-RECORD(23:) DELIMITED BY ALL SPACE
                    INTO CHANNEL-FIELD SENDER-FIELD RECIPIENT-FIELD MUTED-FIELD
                    WITH POINTER FIELD-POINTER
                END-UNSTRING
                MOVE FUNCTION NUMVAL(SENDER-FIELD(6:)) TO ENTRY-SENDER-ID
                MOVE FUNCTION NUMVAL(RECIPIENT-FIELD(4:)) TO ENTRY-RECIPIENT-ID
                EVALUATE CHANNEL-FIELD(9:)
                    WHEN "global"
                    WHEN "local"
                    WHEN "staff"
                        MOVE 1 TO ENTRY-PUBLIC
                    WHEN OTHER
                        MOVE 0 TO ENTRY-PUBLIC
                END-EVALUATE

                *> the readable line: time, channel, who to whom, text
                IF ENTRY-SENDER-ID = 0
                    MOVE "Server" TO SENDER-LABEL
                ELSE
                    MOVE SPACES TO SENDER-LABEL
                    STRING
                        "Player" DELIMITED BY SIZE
                        FUNCTION TRIM(SENDER-FIELD(6:)) DELIMITED BY SIZE
                        INTO SENDER-LABEL
                    END-STRING
                END-IF
                MOVE SPACES TO RECIPIENT-LABEL
                IF ENTRY-RECIPIENT-ID NOT = 0
                    STRING
                        " -> Player" DELIMITED BY SIZE
                        FUNCTION TRIM(RECIPIENT-FIELD(4:)) DELIMITED BY SIZE
                        INTO RECIPIENT-LABEL
                    END-STRING
                END-IF
                MOVE SPACES TO EXPORT-RECORD
                MOVE 1 TO LINE-POINTER
                STRING
                    ENTRY-TIMESTAMP(1:4) DELIMITED BY SIZE
                    "-" DELIMITED BY SIZE
                    ENTRY-TIMESTAMP(5:2) DELIMITED BY SIZE
                    "-" DELIMITED BY SIZE
                    ENTRY-TIMESTAMP(7:2) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    ENTRY-TIMESTAMP(9:2) DELIMITED BY SIZE
                    ":" DELIMITED BY SIZE
                    ENTRY-TIMESTAMP(11:2) DELIMITED BY SIZE
                    ":" DELIMITED BY SIZE
                    ENTRY-TIMESTAMP(13:2) DELIMITED BY SIZE
                    " [" DELIMITED BY SIZE
                    FUNCTION TRIM(CHANNEL-FIELD(9:)) DELIMITED BY SIZE
                    "] " DELIMITED BY SIZE
                    FUNCTION TRIM(SENDER-LABEL) DELIMITED BY SIZE
                    FUNCTION TRIM(RECIPIENT-LABEL) DELIMITED BY SIZE
                    INTO EXPORT-RECORD
                    WITH POINTER LINE-POINTER
                END-STRING
                IF MUTED-FIELD(7:) = "yes"
                    STRING
                        " (blocked: muted)" DELIMITED BY SIZE
                        INTO EXPORT-RECORD
                        WITH POINTER LINE-POINTER
                    END-STRING
                END-IF
                STRING
                    ": " DELIMITED BY SIZE
                    CHAT-LOG-RECORD(22 + FIELD-POINTER + 5:) DELIMITED BY SIZE
                    INTO EXPORT-RECORD
                    WITH POINTER LINE-POINTER
                END-STRING
                MOVE EXPORT-RECORD TO ENTRY-LINE

                IF ENTRY-SENDER-ID = LK-PLAYER-ID
                        OR ENTRY-RECIPIENT-ID = LK-PLAYER-ID
                    *> the player's own line: release the held context first
                    PERFORM VARYING CONTEXT-INDEX FROM 1 BY 1
                            UNTIL CONTEXT-INDEX > CONTEXT-COUNT
                        MOVE SPACES TO EXPORT-RECORD
                        STRING
                            "  " DELIMITED BY SIZE
                            CONTEXT-LINE(CONTEXT-INDEX) DELIMITED BY SIZE
                            INTO EXPORT-RECORD
                        END-STRING
                        WRITE EXPORT-RECORD
                    END-PERFORM
                    MOVE 0 TO CONTEXT-COUNT
                    MOVE SPACES TO EXPORT-RECORD
                    STRING
                        "> " DELIMITED BY SIZE
                        ENTRY-LINE DELIMITED BY SIZE
                        INTO EXPORT-RECORD
                    END-STRING
                    WRITE EXPORT-RECORD
                    ADD 1 TO LINE-COUNT
                    MOVE CONTEXT-LIMIT TO CONTEXT-AFTER
                    EXIT PERFORM CYCLE
                END-IF

                IF ENTRY-PUBLIC = 0 OR CONTEXT-LIMIT = 0
                    EXIT PERFORM CYCLE
                END-IF
                IF CONTEXT-AFTER > 0
                    *> context following the player's last line
                    MOVE SPACES TO EXPORT-RECORD
                    STRING
                        "  " DELIMITED BY SIZE
                        ENTRY-LINE DELIMITED BY SIZE
                        INTO EXPORT-RECORD
                    END-STRING
                    WRITE EXPORT-RECORD
                    SUBTRACT 1 FROM CONTEXT-AFTER
                    EXIT PERFORM CYCLE
                END-IF
                *> hold it, dropping the oldest once the window is full
                IF CONTEXT-COUNT >= CONTEXT-LIMIT
                    PERFORM VARYING CONTEXT-INDEX FROM 1 BY 1
                            UNTIL CONTEXT-INDEX >= CONTEXT-COUNT
                        MOVE CONTEXT-LINE(CONTEXT-INDEX + 1) TO CONTEXT-LINE(CONTEXT-INDEX)
                    END-PERFORM
                    SUBTRACT 1 FROM CONTEXT-COUNT
                END-IF
                ADD 1 TO CONTEXT-COUNT
                MOVE ENTRY-LINE TO CONTEXT-LINE(CONTEXT-COUNT)
        END-READ
    END-PERFORM
    CLOSE CHAT-LOG-FILE
    END-PERFORM

    CLOSE EXPORT-FILE

    MOVE LINE-COUNT TO COUNT-TEXT
    STRING
        "Exported " DELIMITED BY SIZE
        FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
        " line(s) for player " DELIMITED BY SIZE
        FUNCTION TRIM(PLAYER-TEXT) DELIMITED BY SIZE
        " to " DELIMITED BY SIZE
        FUNCTION TRIM(EXPORT-PATH) DELIMITED BY SIZE
        INTO LK-RESPONSE
    END-STRING

    GOBACK.

END PROGRAM ChatLog-Export.
