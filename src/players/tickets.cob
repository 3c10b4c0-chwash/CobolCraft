*> --- Tickets-Create ---
*> The "/report" command: opens a ticket against another player with
*> both players' positions and dimensions as they stand right now, so
*> staff arriving later know where it happened. The report reaches the
*> staff channel at once and, toggle permitting, the webhook. A full
*> table makes room by dropping the oldest closed tickets.
IDENTIFICATION DIVISION.
PROGRAM-ID. Tickets-Create.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-TICKETS.
    COPY DD-PLAYERS.
    COPY DD-SERVER-PROPERTIES.
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
    01 KEEP-INDEX                BINARY-LONG UNSIGNED.
    01 OPEN-COUNT                BINARY-LONG UNSIGNED.
    01 TICKET-TEXT               PIC -(9)9.
    01 REPORTER-TEXT             PIC -(9)9.
    01 TARGET-TEXT               PIC -(9)9.
    01 ALERT-TEXT                PIC X(256).
LINKAGE SECTION.
    01 LK-REPORTER-ID            BINARY-LONG.
    01 LK-TARGET-ID              BINARY-LONG.
    01 LK-REASON                 PIC X ANY LENGTH.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-REPORTER-ID LK-TARGET-ID LK-REASON LK-RESPONSE.
    IF LK-TARGET-ID < 1 OR LK-TARGET-ID > MAX-PLAYERS
        MOVE "Unknown player id" TO LK-RESPONSE
        GOBACK
    END-IF
    IF LK-TARGET-ID = LK-REPORTER-ID
        MOVE "You cannot report yourself" TO LK-RESPONSE
        GOBACK
    END-IF

    *> one reporter cannot bury the queue
    MOVE 0 TO OPEN-COUNT
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > TICKET-COUNT
        IF TICKET-REPORTER(ENTRY-INDEX) = LK-REPORTER-ID
                AND TICKET-STATUS(ENTRY-INDEX) NOT = TICKET-STATUS-CLOSED
            ADD 1 TO OPEN-COUNT
        END-IF
    END-PERFORM
    IF SERVER-PROP-TICKETS-MAX-OPEN > 0
            AND OPEN-COUNT >= SERVER-PROP-TICKETS-MAX-OPEN
        MOVE "You already have reports waiting for staff - please wait for them to be handled"
            TO LK-RESPONSE
        GOBACK
    END-IF

    IF TICKET-COUNT >= MAX-TICKET-ENTRIES
        MOVE 0 TO KEEP-INDEX
        PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > TICKET-COUNT
            IF TICKET-STATUS(ENTRY-INDEX) NOT = TICKET-STATUS-CLOSED
                ADD 1 TO KEEP-INDEX
                IF KEEP-INDEX NOT = ENTRY-INDEX
                    MOVE TICKET-ENTRY(ENTRY-INDEX) TO TICKET-ENTRY(KEEP-INDEX)
                END-IF
            END-IF
        END-PERFORM
        MOVE KEEP-INDEX TO TICKET-COUNT
    END-IF
    IF TICKET-COUNT >= MAX-TICKET-ENTRIES
        MOVE "The report queue is full - try again later" TO LK-RESPONSE
        GOBACK
    END-IF

    IF TICKET-NEXT-ID < 1
        MOVE 1 TO TICKET-NEXT-ID
    END-IF
    ADD 1 TO TICKET-COUNT
    INITIALIZE TICKET-ENTRY(TICKET-COUNT)
    MOVE TICKET-NEXT-ID TO TICKET-ID(TICKET-COUNT)
    ADD 1 TO TICKET-NEXT-ID
    MOVE TICKET-STATUS-OPEN TO TICKET-STATUS(TICKET-COUNT)
    MOVE LK-REPORTER-ID TO TICKET-REPORTER(TICKET-COUNT)
    MOVE LK-TARGET-ID TO TICKET-TARGET(TICKET-COUNT)
    MOVE FUNCTION CURRENT-DATE(1:14) TO TICKET-CREATED(TICKET-COUNT)
    MOVE 0 TO TICKET-CLAIMED-BY(TICKET-COUNT)
    MOVE SPACES TO TICKET-CLOSED(TICKET-COUNT)
    MOVE PLAYER-POSITION(LK-REPORTER-ID) TO TICKET-REPORTER-POSITION(TICKET-COUNT)
    MOVE PLAYER-DIMENSION(LK-REPORTER-ID) TO TICKET-REPORTER-DIMENSION(TICKET-COUNT)
    IF TICKET-REPORTER-DIMENSION(TICKET-COUNT) = SPACES
        MOVE "minecraft:overworld" TO TICKET-REPORTER-DIMENSION(TICKET-COUNT)
    END-IF
    MOVE PLAYER-POSITION(LK-TARGET-ID) TO TICKET-TARGET-POSITION(TICKET-COUNT)
    MOVE PLAYER-DIMENSION(LK-TARGET-ID) TO TICKET-TARGET-DIMENSION(TICKET-COUNT)
    IF TICKET-TARGET-DIMENSION(TICKET-COUNT) = SPACES
        MOVE "minecraft:overworld" TO TICKET-TARGET-DIMENSION(TICKET-COUNT)
    END-IF
    MOVE FUNCTION TRIM(LK-REASON) TO TICKET-REASON(TICKET-COUNT)
    MOVE SPACES TO TICKET-RESOLUTION(TICKET-COUNT)

    CALL "Tickets-Save"

    MOVE TICKET-ID(TICKET-COUNT) TO TICKET-TEXT
    MOVE LK-REPORTER-ID TO REPORTER-TEXT
    MOVE LK-TARGET-ID TO TARGET-TEXT
    MOVE SPACES TO ALERT-TEXT
    STRING
        "Ticket #" DELIMITED BY SIZE
        FUNCTION TRIM(TICKET-TEXT) DELIMITED BY SIZE
        ": Player" DELIMITED BY SIZE
        FUNCTION TRIM(REPORTER-TEXT) DELIMITED BY SIZE
        " reported Player" DELIMITED BY SIZE
        FUNCTION TRIM(TARGET-TEXT) DELIMITED BY SIZE
        " - " DELIMITED BY SIZE
        FUNCTION TRIM(LK-REASON) DELIMITED BY SIZE
        INTO ALERT-TEXT
    END-STRING
    CALL "Moderation-NotifyStaff" USING ALERT-TEXT
    CALL "Webhook-Enqueue" USING "ticket" ALERT-TEXT

    MOVE SPACES TO LK-RESPONSE
    STRING
        "Report filed as ticket #" DELIMITED BY SIZE
        FUNCTION TRIM(TICKET-TEXT) DELIMITED BY SIZE
        " - staff have been notified" DELIMITED BY SIZE
        INTO LK-RESPONSE
    END-STRING

    GOBACK.

END PROGRAM Tickets-Create.

*> --- Tickets-Find ---
*> Table row for a ticket number, 0 when there is none.
IDENTIFICATION DIVISION.
PROGRAM-ID. Tickets-Find.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-TICKETS.
LINKAGE SECTION.
    01 LK-TICKET-ID              BINARY-LONG.
    01 LK-INDEX                  BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-TICKET-ID LK-INDEX.
    PERFORM VARYING LK-INDEX FROM 1 BY 1 UNTIL LK-INDEX > TICKET-COUNT
        IF TICKET-ID(LK-INDEX) = LK-TICKET-ID
            GOBACK
        END-IF
    END-PERFORM
    MOVE 0 TO LK-INDEX
    GOBACK.

END PROGRAM Tickets-Find.

*> --- Tickets-Describe ---
*> One ticket as a single readable line, shared by "ticket list" and
*> "ticket show".
IDENTIFICATION DIVISION.
PROGRAM-ID. Tickets-Describe.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-TICKETS.
    01 TICKET-TEXT               PIC -(9)9.
    01 REPORTER-TEXT             PIC -(9)9.
    01 TARGET-TEXT               PIC -(9)9.
    01 STAFF-TEXT                PIC -(9)9.
    01 X-TEXT                    PIC -(9)9.
    01 Y-TEXT                    PIC -(9)9.
    01 Z-TEXT                    PIC -(9)9.
    01 STATUS-TEXT               PIC X(32).
    01 LINE-POINTER              BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-INDEX                  BINARY-LONG UNSIGNED.
    01 LK-LINE                   PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-INDEX LK-LINE.
    MOVE TICKET-ID(LK-INDEX) TO TICKET-TEXT
    MOVE TICKET-REPORTER(LK-INDEX) TO REPORTER-TEXT
    MOVE TICKET-TARGET(LK-INDEX) TO TARGET-TEXT
    MOVE TICKET-CLAIMED-BY(LK-INDEX) TO STAFF-TEXT
    MOVE TICKET-REPORTER-X(LK-INDEX) TO X-TEXT
    MOVE TICKET-REPORTER-Y(LK-INDEX) TO Y-TEXT
    MOVE TICKET-REPORTER-Z(LK-INDEX) TO Z-TEXT
    MOVE SPACES TO STATUS-TEXT
    EVALUATE TICKET-STATUS(LK-INDEX)
        WHEN TICKET-STATUS-OPEN
            MOVE "unclaimed" TO STATUS-TEXT
        WHEN TICKET-STATUS-CLAIMED
            STRING
                "claimed by Player" DELIMITED BY SIZE
                FUNCTION TRIM(STAFF-TEXT) DELIMITED BY SIZE
                INTO STATUS-TEXT
            END-STRING
        WHEN OTHER
            MOVE "closed" TO STATUS-TEXT
    END-EVALUATE

    MOVE SPACES TO LK-LINE
    MOVE 1 TO LINE-POINTER
    STRING
        "#" DELIMITED BY SIZE
        FUNCTION TRIM(TICKET-TEXT) DELIMITED BY SIZE
        " [" DELIMITED BY SIZE
        FUNCTION TRIM(STATUS-TEXT) DELIMITED BY SIZE
        "] " DELIMITED BY SIZE
        TICKET-CREATED(LK-INDEX)(1:4) DELIMITED BY SIZE
        "-" DELIMITED BY SIZE
        TICKET-CREATED(LK-INDEX)(5:2) DELIMITED BY SIZE
        "-" DELIMITED BY SIZE
        TICKET-CREATED(LK-INDEX)(7:2) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        TICKET-CREATED(LK-INDEX)(9:2) DELIMITED BY SIZE
        ":" DELIMITED BY SIZE
        TICKET-CREATED(LK-INDEX)(11:2) DELIMITED BY SIZE
        " Player" DELIMITED BY SIZE
        FUNCTION TRIM(REPORTER-TEXT) DELIMITED BY SIZE
        " reported Player" DELIMITED BY SIZE
        FUNCTION TRIM(TARGET-TEXT) DELIMITED BY SIZE
        " at " DELIMITED BY SIZE
        FUNCTION TRIM(X-TEXT) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(Y-TEXT) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(Z-TEXT) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(TICKET-REPORTER-DIMENSION(LK-INDEX)) DELIMITED BY SIZE
        ": " DELIMITED BY SIZE
        FUNCTION TRIM(TICKET-REASON(LK-INDEX)) DELIMITED BY SIZE
        INTO LK-LINE
        WITH POINTER LINE-POINTER
    END-STRING
    IF TICKET-STATUS(LK-INDEX) = TICKET-STATUS-CLOSED
        STRING
            " - resolved: " DELIMITED BY SIZE
            FUNCTION TRIM(TICKET-RESOLUTION(LK-INDEX)) DELIMITED BY SIZE
            INTO LK-LINE
            WITH POINTER LINE-POINTER
        END-STRING
    END-IF

    GOBACK.

END PROGRAM Tickets-Describe.

*> --- Tickets-List ---
*> "ticket list": every ticket not yet closed, oldest first, one chat
*> line each to a player who asked in game; the response carries the
*> totals and the ticket numbers (unclaimed ones starred) so the
*> console sees the queue too.
IDENTIFICATION DIVISION.
PROGRAM-ID. Tickets-List.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-TICKETS.
    COPY DD-PLAYERS.
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
    01 OPEN-COUNT                BINARY-LONG UNSIGNED.
    01 UNCLAIMED-COUNT           BINARY-LONG UNSIGNED.
    01 OPEN-TEXT                 PIC Z(8)9.
    01 UNCLAIMED-TEXT            PIC Z(8)9.
    01 TICKET-TEXT               PIC -(9)9.
    01 CHAT-LINE                 PIC X(256).
    01 ID-LIST                   PIC X(200).
    01 ID-POINTER                BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-ORIGIN-PLAYER          BINARY-LONG.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-ORIGIN-PLAYER LK-RESPONSE.
    MOVE 0 TO OPEN-COUNT
    MOVE 0 TO UNCLAIMED-COUNT
    MOVE SPACES TO ID-LIST
    MOVE 1 TO ID-POINTER
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > TICKET-COUNT
        IF TICKET-STATUS(ENTRY-INDEX) = TICKET-STATUS-CLOSED
            EXIT PERFORM CYCLE
        END-IF
        ADD 1 TO OPEN-COUNT
        MOVE TICKET-ID(ENTRY-INDEX) TO TICKET-TEXT
        STRING
            " #" DELIMITED BY SIZE
            FUNCTION TRIM(TICKET-TEXT) DELIMITED BY SIZE
            INTO ID-LIST
            WITH POINTER ID-POINTER
        END-STRING
        IF TICKET-STATUS(ENTRY-INDEX) = TICKET-STATUS-OPEN
            ADD 1 TO UNCLAIMED-COUNT
            STRING
                "*" DELIMITED BY SIZE
                INTO ID-LIST
                WITH POINTER ID-POINTER
            END-STRING
        END-IF
        IF LK-ORIGIN-PLAYER > 0
            CALL "Tickets-Describe" USING ENTRY-INDEX CHAT-LINE
            CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-ORIGIN-PLAYER)
                CHAT-LINE
        END-IF
    END-PERFORM

    MOVE SPACES TO LK-RESPONSE
    IF OPEN-COUNT = 0
        MOVE "No open tickets" TO LK-RESPONSE
        GOBACK
    END-IF
    MOVE OPEN-COUNT TO OPEN-TEXT
    MOVE UNCLAIMED-COUNT TO UNCLAIMED-TEXT
    STRING
        FUNCTION TRIM(OPEN-TEXT) DELIMITED BY SIZE
        " open ticket(s), " DELIMITED BY SIZE
        FUNCTION TRIM(UNCLAIMED-TEXT) DELIMITED BY SIZE
        " unclaimed (*):" DELIMITED BY SIZE
        ID-LIST DELIMITED BY SIZE
        INTO LK-RESPONSE
    END-STRING

    GOBACK.

END PROGRAM Tickets-List.

*> --- Tickets-Show ---
*> "ticket show <id>": the full line for one ticket, closed ones too.
IDENTIFICATION DIVISION.
PROGRAM-ID. Tickets-Show.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-TICKET-ID              BINARY-LONG.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-TICKET-ID LK-RESPONSE.
    CALL "Tickets-Find" USING LK-TICKET-ID ENTRY-INDEX
    IF ENTRY-INDEX = 0
        MOVE "No such ticket" TO LK-RESPONSE
        GOBACK
    END-IF
    CALL "Tickets-Describe" USING ENTRY-INDEX LK-RESPONSE
    GOBACK.

END PROGRAM Tickets-Show.

*> --- Tickets-Claim ---
*> "ticket claim <id>": the staff member takes the ticket, so two of
*> them don't answer the same report. A ticket someone else holds
*> stays theirs.
IDENTIFICATION DIVISION.
PROGRAM-ID. Tickets-Claim.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-TICKETS.
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
    01 TICKET-TEXT               PIC -(9)9.
    01 STAFF-TEXT                PIC -(9)9.
    01 ALERT-TEXT                PIC X(128).
LINKAGE SECTION.
    01 LK-STAFF-ID               BINARY-LONG.
    01 LK-TICKET-ID              BINARY-LONG.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-STAFF-ID LK-TICKET-ID LK-RESPONSE.
    MOVE SPACES TO LK-RESPONSE
    CALL "Tickets-Find" USING LK-TICKET-ID ENTRY-INDEX
    IF ENTRY-INDEX = 0
        MOVE "No such ticket" TO LK-RESPONSE
        GOBACK
    END-IF
    IF TICKET-STATUS(ENTRY-INDEX) = TICKET-STATUS-CLOSED
        MOVE "That ticket is already closed" TO LK-RESPONSE
        GOBACK
    END-IF
    IF TICKET-STATUS(ENTRY-INDEX) = TICKET-STATUS-CLAIMED
            AND TICKET-CLAIMED-BY(ENTRY-INDEX) NOT = LK-STAFF-ID
        MOVE TICKET-CLAIMED-BY(ENTRY-INDEX) TO STAFF-TEXT
        STRING
            "Already claimed by Player" DELIMITED BY SIZE
            FUNCTION TRIM(STAFF-TEXT) DELIMITED BY SIZE
            INTO LK-RESPONSE
        END-STRING
        GOBACK
    END-IF

    MOVE TICKET-STATUS-CLAIMED TO TICKET-STATUS(ENTRY-INDEX)
    MOVE LK-STAFF-ID TO TICKET-CLAIMED-BY(ENTRY-INDEX)
    CALL "Tickets-Save"

    MOVE TICKET-ID(ENTRY-INDEX) TO TICKET-TEXT
    MOVE LK-STAFF-ID TO STAFF-TEXT
    MOVE SPACES TO ALERT-TEXT
    STRING
        "Ticket #" DELIMITED BY SIZE
        FUNCTION TRIM(TICKET-TEXT) DELIMITED BY SIZE
        " claimed by Player" DELIMITED BY SIZE
        FUNCTION TRIM(STAFF-TEXT) DELIMITED BY SIZE
        INTO ALERT-TEXT
    END-STRING
    CALL "Moderation-NotifyStaff" USING ALERT-TEXT
    STRING
        "You claimed ticket #" DELIMITED BY SIZE
        FUNCTION TRIM(TICKET-TEXT) DELIMITED BY SIZE
        INTO LK-RESPONSE
    END-STRING

    GOBACK.

END PROGRAM Tickets-Claim.

*> --- Tickets-Teleport ---
*> "ticket tp <id>": takes the staff member to where the reporter
*> stood when the report was made, changing dimension first when the
*> report came from another one - the Dimension-Travel way, putting the
*> old dimension back if the teleport is refused.
IDENTIFICATION DIVISION.
PROGRAM-ID. Tickets-Teleport.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-TICKETS.
    COPY DD-PLAYERS.
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
    01 PREVIOUS-DIMENSION        PIC X(32).
    01 TELEPORT-RESULT           BINARY-CHAR UNSIGNED.
    01 TICKET-TEXT               PIC -(9)9.
LINKAGE SECTION.
    01 LK-STAFF-ID               BINARY-LONG.
    01 LK-TICKET-ID              BINARY-LONG.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-STAFF-ID LK-TICKET-ID LK-RESPONSE.
    MOVE SPACES TO LK-RESPONSE
    IF LK-STAFF-ID = 0
        MOVE "Only players can teleport" TO LK-RESPONSE
        GOBACK
    END-IF
    CALL "Tickets-Find" USING LK-TICKET-ID ENTRY-INDEX
    IF ENTRY-INDEX = 0
        MOVE "No such ticket" TO LK-RESPONSE
        GOBACK
    END-IF

    MOVE PLAYER-DIMENSION(LK-STAFF-ID) TO PREVIOUS-DIMENSION
    MOVE TICKET-REPORTER-DIMENSION(ENTRY-INDEX) TO PLAYER-DIMENSION(LK-STAFF-ID)
    CALL "Player-Teleport" USING LK-STAFF-ID TICKET-REPORTER-POSITION(ENTRY-INDEX)
        TELEPORT-RESULT
    IF TELEPORT-RESULT = 0
        MOVE PREVIOUS-DIMENSION TO PLAYER-DIMENSION(LK-STAFF-ID)
        MOVE "That location cannot be reached" TO LK-RESPONSE
        GOBACK
    END-IF

    MOVE TICKET-ID(ENTRY-INDEX) TO TICKET-TEXT
    STRING
        "Teleported to the location of ticket #" DELIMITED BY SIZE
        FUNCTION TRIM(TICKET-TEXT) DELIMITED BY SIZE
        INTO LK-RESPONSE
    END-STRING

    GOBACK.

END PROGRAM Tickets-Teleport.

*> --- Tickets-Close ---
*> "ticket close <id> <note>": records the resolution and closes the
*> ticket. An unclaimed ticket is claimed by whoever closes it. The
*> reporter hears the outcome by mail, which reaches them now if they
*> are online and at their next login if not.
IDENTIFICATION DIVISION.
PROGRAM-ID. Tickets-Close.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-TICKETS.
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
    01 TICKET-TEXT               PIC -(9)9.
    01 SERVER-SENDER             BINARY-LONG VALUE 0.
    01 REPORTER-ID               BINARY-LONG.
    01 MAIL-LINE                 PIC X(128).
    01 MAIL-RESPONSE             PIC X(64).
LINKAGE SECTION.
    01 LK-STAFF-ID               BINARY-LONG.
    01 LK-TICKET-ID              BINARY-LONG.
    01 LK-NOTE                   PIC X ANY LENGTH.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-STAFF-ID LK-TICKET-ID LK-NOTE LK-RESPONSE.
    MOVE SPACES TO LK-RESPONSE
    CALL "Tickets-Find" USING LK-TICKET-ID ENTRY-INDEX
    IF ENTRY-INDEX = 0
        MOVE "No such ticket" TO LK-RESPONSE
        GOBACK
    END-IF
    IF TICKET-STATUS(ENTRY-INDEX) = TICKET-STATUS-CLOSED
        MOVE "That ticket is already closed" TO LK-RESPONSE
        GOBACK
    END-IF

    IF TICKET-STATUS(ENTRY-INDEX) = TICKET-STATUS-OPEN
        MOVE LK-STAFF-ID TO TICKET-CLAIMED-BY(ENTRY-INDEX)
    END-IF
    MOVE TICKET-STATUS-CLOSED TO TICKET-STATUS(ENTRY-INDEX)
    MOVE FUNCTION CURRENT-DATE(1:14) TO TICKET-CLOSED(ENTRY-INDEX)
    MOVE FUNCTION TRIM(LK-NOTE) TO TICKET-RESOLUTION(ENTRY-INDEX)
    CALL "Tickets-Save"

    MOVE TICKET-ID(ENTRY-INDEX) TO TICKET-TEXT
    MOVE TICKET-REPORTER(ENTRY-INDEX) TO REPORTER-ID
    MOVE SPACES TO MAIL-LINE
    STRING
        "Your report #" DELIMITED BY SIZE
        FUNCTION TRIM(TICKET-TEXT) DELIMITED BY SIZE
        " was closed: " DELIMITED BY SIZE
        FUNCTION TRIM(LK-NOTE) DELIMITED BY SIZE
        INTO MAIL-LINE
    END-STRING
    CALL "Mail-Send" USING SERVER-SENDER REPORTER-ID MAIL-LINE MAIL-RESPONSE

    STRING
        "Ticket #" DELIMITED BY SIZE
        FUNCTION TRIM(TICKET-TEXT) DELIMITED BY SIZE
        " closed - the reporter has been told" DELIMITED BY SIZE
        INTO LK-RESPONSE
    END-STRING

    GOBACK.

END PROGRAM Tickets-Close.

*> --- Tickets-CountUnclaimed ---
*> Open tickets nobody has claimed, for the staff login notice.
IDENTIFICATION DIVISION.
PROGRAM-ID. Tickets-CountUnclaimed.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-TICKETS.
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-UNCLAIMED              BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-UNCLAIMED.
    MOVE 0 TO LK-UNCLAIMED
    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > TICKET-COUNT
        IF TICKET-STATUS(ENTRY-INDEX) = TICKET-STATUS-OPEN
            ADD 1 TO LK-UNCLAIMED
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Tickets-CountUnclaimed.

*> --- Tickets-Save ---
*> Rewrites the ticket file wholesale, the Mail-Save shape. One
*> "ticket" line of fixed fields per ticket, followed by its "reason"
*> and "resolution" text lines; "next" keeps the numbering going.
IDENTIFICATION DIVISION.
PROGRAM-ID. Tickets-Save.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TICKETS-FILE ASSIGN TO TICKETS-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  TICKETS-FILE.
01  TICKETS-RECORD               PIC X(256).

WORKING-STORAGE SECTION.
    COPY DD-TICKETS.
    COPY DD-SERVER-PROPERTIES.
    01 TICKETS-FILE-PATH         PIC X(256).
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
    01 ID-TEXT                   PIC -(9)9.
    01 STATUS-TEXT               PIC 9.
    01 REPORTER-TEXT             PIC -(9)9.
    01 TARGET-TEXT               PIC -(9)9.
    01 STAFF-TEXT                PIC -(9)9.
    01 CLOSED-TEXT               PIC X(14).
    01 RX-TEXT                   PIC -(9)9.
    01 RY-TEXT                   PIC -(9)9.
    01 RZ-TEXT                   PIC -(9)9.
    01 TX-TEXT                   PIC -(9)9.
    01 TY-TEXT                   PIC -(9)9.
    01 TZ-TEXT                   PIC -(9)9.

PROCEDURE DIVISION.
    MOVE SERVER-PROP-TICKETS-PATH TO TICKETS-FILE-PATH
    OPEN OUTPUT TICKETS-FILE

    MOVE TICKET-NEXT-ID TO ID-TEXT
    MOVE SPACES TO TICKETS-RECORD
    STRING
        "next " DELIMITED BY SIZE
        FUNCTION TRIM(ID-TEXT) DELIMITED BY SIZE
        INTO TICKETS-RECORD
    END-STRING
    WRITE TICKETS-RECORD

    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > TICKET-COUNT
        MOVE TICKET-ID(ENTRY-INDEX) TO ID-TEXT
        MOVE TICKET-STATUS(ENTRY-INDEX) TO STATUS-TEXT
        MOVE TICKET-REPORTER(ENTRY-INDEX) TO REPORTER-TEXT
        MOVE TICKET-TARGET(ENTRY-INDEX) TO TARGET-TEXT
        MOVE TICKET-CLAIMED-BY(ENTRY-INDEX) TO STAFF-TEXT
        MOVE TICKET-CLOSED(ENTRY-INDEX) TO CLOSED-TEXT
        IF CLOSED-TEXT = SPACES
            MOVE "-" TO CLOSED-TEXT
        END-IF
        MOVE TICKET-REPORTER-X(ENTRY-INDEX) TO RX-TEXT
        MOVE TICKET-REPORTER-Y(ENTRY-INDEX) TO RY-TEXT
        MOVE TICKET-REPORTER-Z(ENTRY-INDEX) TO RZ-TEXT
        MOVE TICKET-TARGET-X(ENTRY-INDEX) TO TX-TEXT
        MOVE TICKET-TARGET-Y(ENTRY-INDEX) TO TY-TEXT
        MOVE TICKET-TARGET-Z(ENTRY-INDEX) TO TZ-TEXT
        MOVE SPACES TO TICKETS-RECORD
        STRING
            "ticket " DELIMITED BY SIZE
            FUNCTION TRIM(ID-TEXT) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            STATUS-TEXT DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(REPORTER-TEXT) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(TARGET-TEXT) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            TICKET-CREATED(ENTRY-INDEX) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(STAFF-TEXT) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(CLOSED-TEXT) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(RX-TEXT) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(RY-TEXT) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(RZ-TEXT) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(TICKET-REPORTER-DIMENSION(ENTRY-INDEX)) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(TX-TEXT) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(TY-TEXT) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(TZ-TEXT) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(TICKET-TARGET-DIMENSION(ENTRY-INDEX)) DELIMITED BY SIZE
            INTO TICKETS-RECORD
        END-STRING
        WRITE TICKETS-RECORD
        MOVE SPACES TO TICKETS-RECORD
        STRING
            "reason " DELIMITED BY SIZE
            TICKET-REASON(ENTRY-INDEX) DELIMITED BY SIZE
            INTO TICKETS-RECORD
        END-STRING
        WRITE TICKETS-RECORD
        MOVE SPACES TO TICKETS-RECORD
        STRING
            "resolution " DELIMITED BY SIZE
            TICKET-RESOLUTION(ENTRY-INDEX) DELIMITED BY SIZE
            INTO TICKETS-RECORD
        END-STRING
        WRITE TICKETS-RECORD
    END-PERFORM
    CLOSE TICKETS-FILE
    GOBACK.

END PROGRAM Tickets-Save.

*> --- Tickets-Load ---
*> Called once at startup by the external boot sequence.
IDENTIFICATION DIVISION.
PROGRAM-ID. Tickets-Load.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL TICKETS-FILE ASSIGN TO TICKETS-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  TICKETS-FILE.
01  TICKETS-RECORD               PIC X(256).

WORKING-STORAGE SECTION.
    COPY DD-TICKETS.
    COPY DD-SERVER-PROPERTIES.
    01 TICKETS-FILE-PATH         PIC X(256).
    01 TICKETS-EOF               BINARY-CHAR UNSIGNED.
    01 RECORD-KIND               PIC X(12).
    01 TICKET-FIELD              PIC X(32) OCCURS 15 TIMES.
    01 REST-POINTER              BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    MOVE 0 TO TICKET-COUNT
    MOVE 1 TO TICKET-NEXT-ID

    MOVE SERVER-PROP-TICKETS-PATH TO TICKETS-FILE-PATH
    MOVE 0 TO TICKETS-EOF
    OPEN INPUT TICKETS-FILE
    PERFORM UNTIL TICKETS-EOF = 1
        READ TICKETS-FILE
            AT END
                MOVE 1 TO TICKETS-EOF
            NOT AT END
                MOVE SPACES TO RECORD-KIND
                MOVE 1 TO REST-POINTER
                UNSTRING TICKETS-RECORD DELIMITED BY ALL SPACE
                    INTO RECORD-KIND
                    WITH POINTER REST-POINTER
                END-UNSTRING
                EVALUATE FUNCTION TRIM(RECORD-KIND)
                    WHEN "next"
                        MOVE FUNCTION NUMVAL(TICKETS-RECORD(REST-POINTER:))
                            TO TICKET-NEXT-ID
                    WHEN "ticket"
                        IF TICKET-COUNT < MAX-TICKET-ENTRIES
                            MOVE SPACES TO TICKET-FIELD(1) TICKET-FIELD(2)
                                TICKET-FIELD(3) TICKET-FIELD(4) TICKET-FIELD(5)
                                TICKET-FIELD(6) TICKET-FIELD(7) TICKET-FIELD(8)
                                TICKET-FIELD(9) TICKET-FIELD(10) TICKET-FIELD(11)
                                TICKET-FIELD(12) TICKET-FIELD(13) TICKET-FIELD(14)
                                TICKET-FIELD(15)
                            UNSTRING TICKETS-RECORD(REST-POINTER:) DELIMITED BY ALL SPACE
                                INTO TICKET-FIELD(1) TICKET-FIELD(2)
                                TICKET-FIELD(3) TICKET-FIELD(4) TICKET-FIELD(5)
                                TICKET-FIELD(6) TICKET-FIELD(7) TICKET-FIELD(8)
                                TICKET-FIELD(9) TICKET-FIELD(10) TICKET-FIELD(11)
                                TICKET-FIELD(12) TICKET-FIELD(13) TICKET-FIELD(14)
                                TICKET-FIELD(15)
                            END-UNSTRING
                            ADD 1 TO TICKET-COUNT
                            INITIALIZE TICKET-ENTRY(TICKET-COUNT)
                            MOVE FUNCTION NUMVAL(TICKET-FIELD(1)) TO TICKET-ID(TICKET-COUNT)
                            MOVE FUNCTION NUMVAL(TICKET-FIELD(2)) TO TICKET-STATUS(TICKET-COUNT)
                            MOVE FUNCTION NUMVAL(TICKET-FIELD(3)) TO TICKET-REPORTER(TICKET-COUNT)
                            MOVE FUNCTION NUMVAL(TICKET-FIELD(4)) TO TICKET-TARGET(TICKET-COUNT)
                            MOVE TICKET-FIELD(5) TO TICKET-CREATED(TICKET-COUNT)
                            MOVE FUNCTION NUMVAL(TICKET-FIELD(6)) TO TICKET-CLAIMED-BY(TICKET-COUNT)
                            IF TICKET-FIELD(7) = "-"
                                MOVE SPACES TO TICKET-CLOSED(TICKET-COUNT)
                            ELSE
                                MOVE TICKET-FIELD(7) TO TICKET-CLOSED(TICKET-COUNT)
                            END-IF
                            MOVE FUNCTION NUMVAL(TICKET-FIELD(8)) TO TICKET-REPORTER-X(TICKET-COUNT)
                            MOVE FUNCTION NUMVAL(TICKET-FIELD(9)) TO TICKET-REPORTER-Y(TICKET-COUNT)
                            MOVE FUNCTION NUMVAL(TICKET-FIELD(10)) TO TICKET-REPORTER-Z(TICKET-COUNT)
                            MOVE TICKET-FIELD(11) TO TICKET-REPORTER-DIMENSION(TICKET-COUNT)
                            MOVE FUNCTION NUMVAL(TICKET-FIELD(12)) TO TICKET-TARGET-X(TICKET-COUNT)
                            MOVE FUNCTION NUMVAL(TICKET-FIELD(13)) TO TICKET-TARGET-Y(TICKET-COUNT)
                            MOVE FUNCTION NUMVAL(TICKET-FIELD(14)) TO TICKET-TARGET-Z(TICKET-COUNT)
                            MOVE TICKET-FIELD(15) TO TICKET-TARGET-DIMENSION(TICKET-COUNT)
                        END-IF
                    *> the text lines belong to the ticket line before them
                    WHEN "reason"
                        IF TICKET-COUNT > 0 AND REST-POINTER <= 256
                            MOVE TICKETS-RECORD(REST-POINTER:) TO TICKET-REASON(TICKET-COUNT)
                        END-IF
                    WHEN "resolution"
                        IF TICKET-COUNT > 0 AND REST-POINTER <= 256
                            MOVE TICKETS-RECORD(REST-POINTER:) TO TICKET-RESOLUTION(TICKET-COUNT)
                        END-IF
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE TICKETS-FILE
    GOBACK.

END PROGRAM Tickets-Load.
