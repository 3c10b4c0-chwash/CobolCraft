*> --- Leaderboard-Tick ---
*> Called once per tick by the external tick loop. Opens a new daily
*> (and weekly) window when the date turns, and keeps the client
*> sidebar on the boards in SERVER-PROP-LEADERBOARDS: the first goes up
*> at once, each holds the sidebar for ROTATE-TICKS before the next
*> replaces it, and between times the places are re-ranked every
*> REFRESH-TICKS.
IDENTIFICATION DIVISION.
PROGRAM-ID. Leaderboard-Tick.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-LEADERBOARDS.
    01 CURRENT-TICK              BINARY-LONG UNSIGNED.
    01 CLIENT-ID                 BINARY-LONG UNSIGNED.
    01 ROTATE-DUE                BINARY-CHAR UNSIGNED.
    01 PLACE-INDEX               BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    IF LEADERBOARD-LOADED = 0
        CALL "Leaderboard-Load"
    END-IF

    CALL "Server-GetCurrentTick" USING CURRENT-TICK
    IF FUNCTION MOD(CURRENT-TICK, 20) = 0
        CALL "Leaderboard-RollWindows"
    END-IF

    IF SERVER-PROP-LEADERBOARD-SIDEBAR = 0 OR LEADERBOARD-COUNT = 0
        GOBACK
    END-IF

    MOVE 0 TO ROTATE-DUE
    IF LEADERBOARD-SHOWN = 0
        MOVE 1 TO ROTATE-DUE
    ELSE
        IF SERVER-PROP-LEADERBOARD-ROTATE-TICKS > 0 AND LEADERBOARD-COUNT > 1
                AND CURRENT-TICK - LEADERBOARD-SHOWN-TICK
                    >= SERVER-PROP-LEADERBOARD-ROTATE-TICKS
            MOVE 1 TO ROTATE-DUE
        END-IF
    END-IF

    IF ROTATE-DUE = 1
        ADD 1 TO LEADERBOARD-SHOWN
        IF LEADERBOARD-SHOWN > LEADERBOARD-COUNT
            MOVE 1 TO LEADERBOARD-SHOWN
        END-IF
        MOVE CURRENT-TICK TO LEADERBOARD-SHOWN-TICK
        CALL "Leaderboard-Rank" USING LEADERBOARD-STAT(LEADERBOARD-SHOWN)
            LEADERBOARD-WINDOW(LEADERBOARD-SHOWN) SERVER-PROP-LEADERBOARD-SIZE
        MOVE LEADERBOARD-RANK-COUNT TO LEADERBOARD-SIDEBAR-COUNT
        PERFORM VARYING PLACE-INDEX FROM 1 BY 1 UNTIL PLACE-INDEX > LEADERBOARD-RANK-COUNT
            MOVE LEADERBOARD-RANK-PLAYER(PLACE-INDEX) TO LEADERBOARD-SIDEBAR-PLAYER(PLACE-INDEX)
            MOVE LEADERBOARD-RANK-VALUE(PLACE-INDEX) TO LEADERBOARD-SIDEBAR-VALUE(PLACE-INDEX)
        END-PERFORM
        PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
            IF CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY
                CALL "Leaderboard-ShowTo" USING CLIENT-ID
            END-IF
        END-PERFORM
        GOBACK
    END-IF

    IF SERVER-PROP-LEADERBOARD-REFRESH-TICKS > 0
        IF FUNCTION MOD(CURRENT-TICK, SERVER-PROP-LEADERBOARD-REFRESH-TICKS) = 0
            CALL "Leaderboard-Refresh"
        END-IF
    END-IF

    GOBACK.

END PROGRAM Leaderboard-Tick.

*> --- Leaderboard-Load ---
*> Parses SERVER-PROP-LEADERBOARDS into the board table - a pair whose
*> stat is not known is skipped, a missing or unknown window means
*> all-time - reads the window baselines back from the state file and
*> opens any window the date has moved past since they were taken.
*> Whoever needs the boards first calls it; later calls do nothing.
IDENTIFICATION DIVISION.
PROGRAM-ID. Leaderboard-Load.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL STATE-FILE ASSIGN TO STATE-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  STATE-FILE.
01  STATE-RECORD                 PIC X(400).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-PLAYERS.
    COPY DD-LEADERBOARDS.
    01 STATE-FILE-PATH           PIC X(256).
    01 STATE-EOF                 BINARY-CHAR UNSIGNED.
    01 LIST-POINTER              BINARY-LONG UNSIGNED.
    01 PAIR-TEXT                 PIC X(32).
    01 STAT-TEXT                 PIC X(16).
    01 WINDOW-TEXT               PIC X(16).
    01 PARSED-STAT               BINARY-LONG UNSIGNED.
    01 PARSED-WINDOW             BINARY-LONG UNSIGNED.
    01 STATE-FIELD               PIC X(20) OCCURS 16 TIMES.
    01 PLAYER-INDEX              BINARY-LONG.
    01 STAT-INDEX                BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    IF LEADERBOARD-LOADED = 1
        GOBACK
    END-IF
    MOVE 1 TO LEADERBOARD-LOADED

    MOVE 0 TO LEADERBOARD-COUNT
    MOVE 0 TO LEADERBOARD-SHOWN
    MOVE 0 TO LEADERBOARD-SIDEBAR-COUNT
    MOVE 1 TO LIST-POINTER
    PERFORM UNTIL LIST-POINTER > LENGTH OF SERVER-PROP-LEADERBOARDS
        MOVE SPACES TO PAIR-TEXT
        UNSTRING SERVER-PROP-LEADERBOARDS DELIMITED BY ALL SPACE
            INTO PAIR-TEXT
            WITH POINTER LIST-POINTER
        END-UNSTRING
        IF PAIR-TEXT NOT = SPACES
            MOVE SPACES TO STAT-TEXT WINDOW-TEXT
            UNSTRING PAIR-TEXT DELIMITED BY ":"
                INTO STAT-TEXT WINDOW-TEXT
            END-UNSTRING
            CALL "Leaderboard-ParseStat" USING STAT-TEXT PARSED-STAT
            CALL "Leaderboard-ParseWindow" USING WINDOW-TEXT PARSED-WINDOW
            IF PARSED-WINDOW = 0
                MOVE 3 TO PARSED-WINDOW
            END-IF
            IF PARSED-STAT > 0 AND LEADERBOARD-COUNT < MAX-LEADERBOARDS
                ADD 1 TO LEADERBOARD-COUNT
                MOVE PARSED-STAT TO LEADERBOARD-STAT(LEADERBOARD-COUNT)
                MOVE PARSED-WINDOW TO LEADERBOARD-WINDOW(LEADERBOARD-COUNT)
            END-IF
        END-IF
    END-PERFORM

    *> "day <yyyymmdd>", "week <yyyymmdd>", then per player with a
    *> baseline "base <id>" and the seven daily then seven weekly values
    MOVE SPACES TO LEADERBOARD-DAY
    MOVE SPACES TO LEADERBOARD-WEEK
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        PERFORM VARYING STAT-INDEX FROM 1 BY 1 UNTIL STAT-INDEX > 7
            MOVE 0 TO LEADERBOARD-BASE-DAY(PLAYER-INDEX, STAT-INDEX)
            MOVE 0 TO LEADERBOARD-BASE-WEEK(PLAYER-INDEX, STAT-INDEX)
        END-PERFORM
    END-PERFORM

    MOVE SERVER-PROP-LEADERBOARD-STATE-PATH TO STATE-FILE-PATH
    MOVE 0 TO STATE-EOF
    OPEN INPUT STATE-FILE
    PERFORM UNTIL STATE-EOF = 1
        READ STATE-FILE
            AT END
                MOVE 1 TO STATE-EOF
            NOT AT END
                MOVE SPACES TO STATE-FIELD(1) STATE-FIELD(2) STATE-FIELD(3)
                    STATE-FIELD(4) STATE-FIELD(5) STATE-FIELD(6) STATE-FIELD(7)
                    STATE-FIELD(8) STATE-FIELD(9) STATE-FIELD(10) STATE-FIELD(11)
                    STATE-FIELD(12) STATE-FIELD(13) STATE-FIELD(14)
                    STATE-FIELD(15) STATE-FIELD(16)
                UNSTRING STATE-RECORD DELIMITED BY ALL SPACE
                    INTO STATE-FIELD(1) STATE-FIELD(2) STATE-FIELD(3)
                         STATE-FIELD(4) STATE-FIELD(5) STATE-FIELD(6)
                         STATE-FIELD(7) STATE-FIELD(8) STATE-FIELD(9)
                         STATE-FIELD(10) STATE-FIELD(11) STATE-FIELD(12)
                         STATE-FIELD(13) STATE-FIELD(14) STATE-FIELD(15)
                         STATE-FIELD(16)
                END-UNSTRING
                EVALUATE FUNCTION TRIM(STATE-FIELD(1))
                    WHEN "day"
                        MOVE STATE-FIELD(2) TO LEADERBOARD-DAY
                    WHEN "week"
                        MOVE STATE-FIELD(2) TO LEADERBOARD-WEEK
                    WHEN "base"
                        MOVE FUNCTION NUMVAL(STATE-FIELD(2)) TO PLAYER-INDEX
                        IF PLAYER-INDEX >= 1 AND PLAYER-INDEX <= MAX-PLAYERS
                            PERFORM VARYING STAT-INDEX FROM 1 BY 1 UNTIL STAT-INDEX > 7
                                MOVE FUNCTION NUMVAL(STATE-FIELD(STAT-INDEX + 2))
                                    TO LEADERBOARD-BASE-DAY(PLAYER-INDEX, STAT-INDEX)
                                MOVE FUNCTION NUMVAL(STATE-FIELD(STAT-INDEX + 9))
                                    TO LEADERBOARD-BASE-WEEK(PLAYER-INDEX, STAT-INDEX)
                            END-PERFORM
                        END-IF
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE STATE-FILE

    CALL "Leaderboard-RollWindows"
    GOBACK.

END PROGRAM Leaderboard-Load.

*> --- Leaderboard-RollWindows ---
*> On the first call of a new day, takes every player's counters as the
*> daily baseline - and on the first day of a new week (weeks start on
*> Monday) as the weekly one too - and saves the state. A server down
*> over midnight opens the window when it comes back, which loses
*> nothing: nobody was playing in between.
IDENTIFICATION DIVISION.
PROGRAM-ID. Leaderboard-RollWindows.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-LEADERBOARDS.
    01 RUN-TIMESTAMP             PIC X(21).
    01 TODAY-DATE                PIC 9(8).
    01 WEEK-DATE                 PIC 9(8).
    01 WEEK-TEXT                 PIC X(8).
    01 DAY-NUMBER                BINARY-LONG.
    01 NEW-WEEK                  BINARY-CHAR UNSIGNED.
    01 PLAYER-INDEX              BINARY-LONG.
    01 STAT-INDEX                BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
    IF RUN-TIMESTAMP(1:8) = LEADERBOARD-DAY
        GOBACK
    END-IF
    MOVE RUN-TIMESTAMP(1:8) TO LEADERBOARD-DAY

    *> day 1 of the integer calendar, 1601-01-01, was a Monday
    MOVE RUN-TIMESTAMP(1:8) TO TODAY-DATE
    COMPUTE DAY-NUMBER = FUNCTION INTEGER-OF-DATE(TODAY-DATE)
    COMPUTE DAY-NUMBER = DAY-NUMBER - FUNCTION MOD(DAY-NUMBER - 1, 7)
    MOVE FUNCTION DATE-OF-INTEGER(DAY-NUMBER) TO WEEK-DATE
    MOVE WEEK-DATE TO WEEK-TEXT
    MOVE 0 TO NEW-WEEK
    IF WEEK-TEXT NOT = LEADERBOARD-WEEK
        MOVE WEEK-TEXT TO LEADERBOARD-WEEK
        MOVE 1 TO NEW-WEEK
    END-IF

    CALL "Leaderboard-Collect"
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        PERFORM VARYING STAT-INDEX FROM 1 BY 1 UNTIL STAT-INDEX > 7
            MOVE LEADERBOARD-CURRENT-VALUE(PLAYER-INDEX, STAT-INDEX)
                TO LEADERBOARD-BASE-DAY(PLAYER-INDEX, STAT-INDEX)
            IF NEW-WEEK = 1
                MOVE LEADERBOARD-CURRENT-VALUE(PLAYER-INDEX, STAT-INDEX)
                    TO LEADERBOARD-BASE-WEEK(PLAYER-INDEX, STAT-INDEX)
            END-IF
        END-PERFORM
    END-PERFORM

    CALL "Leaderboard-SaveState"
    GOBACK.

END PROGRAM Leaderboard-RollWindows.

*> --- Leaderboard-Carry ---
*> Keeps the open windows honest across an administrative change to a
*> player's counters - the inactive purge clearing them, a restore
*> putting the archived ones back. Called with phase 1 before the
*> change and phase 2 after it: whatever the change moved is moved in
*> the player's baselines too, so it never shows as play on a daily or
*> weekly board.
IDENTIFICATION DIVISION.
PROGRAM-ID. Leaderboard-Carry.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-LEADERBOARDS.
    01 BEFORE-VALUE              BINARY-DOUBLE OCCURS 7 TIMES.
    01 MOVED-VALUE               BINARY-DOUBLE.
    01 STAT-INDEX                BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-PHASE                  BINARY-LONG.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-PHASE.
    IF LK-PLAYER-ID < 1 OR LK-PLAYER-ID > MAX-PLAYERS
        GOBACK
    END-IF
    CALL "Leaderboard-Load"
    CALL "Leaderboard-Collect"

    IF LK-PHASE = 1
        PERFORM VARYING STAT-INDEX FROM 1 BY 1 UNTIL STAT-INDEX > 7
            MOVE LEADERBOARD-CURRENT-VALUE(LK-PLAYER-ID, STAT-INDEX)
                TO BEFORE-VALUE(STAT-INDEX)
        END-PERFORM
        GOBACK
    END-IF

    PERFORM VARYING STAT-INDEX FROM 1 BY 1 UNTIL STAT-INDEX > 7
        COMPUTE MOVED-VALUE = LEADERBOARD-CURRENT-VALUE(LK-PLAYER-ID, STAT-INDEX)
            - BEFORE-VALUE(STAT-INDEX)
        ADD MOVED-VALUE TO LEADERBOARD-BASE-DAY(LK-PLAYER-ID, STAT-INDEX)
        ADD MOVED-VALUE TO LEADERBOARD-BASE-WEEK(LK-PLAYER-ID, STAT-INDEX)
    END-PERFORM
    CALL "Leaderboard-SaveState"
    GOBACK.

END PROGRAM Leaderboard-Carry.

*> --- Leaderboard-SaveState ---
*> Rewrites the window state Leaderboard-Load reads back. Only players
*> with a baseline other than zero get a line.
IDENTIFICATION DIVISION.
PROGRAM-ID. Leaderboard-SaveState.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STATE-FILE ASSIGN TO STATE-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  STATE-FILE.
01  STATE-RECORD                 PIC X(400).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-PLAYERS.
    COPY DD-LEADERBOARDS.
    01 STATE-FILE-PATH           PIC X(256).
    01 PLAYER-INDEX              BINARY-LONG.
    01 STAT-INDEX                BINARY-LONG UNSIGNED.
    01 HAS-BASELINE              BINARY-CHAR UNSIGNED.
    01 LINE-POINTER              BINARY-LONG UNSIGNED.
    01 ID-TEXT                   PIC ---9.
    01 VALUE-TEXT                PIC -(18)9.

PROCEDURE DIVISION.
    MOVE SERVER-PROP-LEADERBOARD-STATE-PATH TO STATE-FILE-PATH
    OPEN OUTPUT STATE-FILE

    MOVE SPACES TO STATE-RECORD
    STRING "day " LEADERBOARD-DAY DELIMITED BY SIZE INTO STATE-RECORD
    WRITE STATE-RECORD
    MOVE SPACES TO STATE-RECORD
    STRING "week " LEADERBOARD-WEEK DELIMITED BY SIZE INTO STATE-RECORD
    WRITE STATE-RECORD

    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        MOVE 0 TO HAS-BASELINE
        PERFORM VARYING STAT-INDEX FROM 1 BY 1 UNTIL STAT-INDEX > 7
            IF LEADERBOARD-BASE-DAY(PLAYER-INDEX, STAT-INDEX) NOT = 0
                    OR LEADERBOARD-BASE-WEEK(PLAYER-INDEX, STAT-INDEX) NOT = 0
                MOVE 1 TO HAS-BASELINE
            END-IF
        END-PERFORM
        IF HAS-BASELINE = 1
            MOVE PLAYER-INDEX TO ID-TEXT
            MOVE SPACES TO STATE-RECORD
            MOVE 1 TO LINE-POINTER
            STRING
                "base " DELIMITED BY SIZE
                FUNCTION TRIM(ID-TEXT) DELIMITED BY SIZE
                INTO STATE-RECORD WITH POINTER LINE-POINTER
            END-STRING
            PERFORM VARYING STAT-INDEX FROM 1 BY 1 UNTIL STAT-INDEX > 7
                MOVE LEADERBOARD-BASE-DAY(PLAYER-INDEX, STAT-INDEX) TO VALUE-TEXT
                STRING
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM(VALUE-TEXT) DELIMITED BY SIZE
                    INTO STATE-RECORD WITH POINTER LINE-POINTER
                END-STRING
            END-PERFORM
            PERFORM VARYING STAT-INDEX FROM 1 BY 1 UNTIL STAT-INDEX > 7
                MOVE LEADERBOARD-BASE-WEEK(PLAYER-INDEX, STAT-INDEX) TO VALUE-TEXT
                STRING
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM(VALUE-TEXT) DELIMITED BY SIZE
                    INTO STATE-RECORD WITH POINTER LINE-POINTER
                END-STRING
            END-PERFORM
            WRITE STATE-RECORD
        END-IF
    END-PERFORM

    CLOSE STATE-FILE
    GOBACK.

END PROGRAM Leaderboard-SaveState.

*> --- Leaderboard-Collect ---
*> Reads every player's seven counters into LEADERBOARD-CURRENT - the
*> stats table, the balance, and the achievement unlocks counted in one
*> pass over the registry.
IDENTIFICATION DIVISION.
PROGRAM-ID. Leaderboard-Collect.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    COPY DD-PLAYER-STATS.
    COPY DD-ECONOMY.
    COPY DD-ACHIEVEMENTS.
    COPY DD-LEADERBOARDS.
    01 PLAYER-INDEX              BINARY-LONG.
    01 UNLOCK-INDEX              BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        MOVE PLAYER-STAT-PLACED(PLAYER-INDEX) TO LEADERBOARD-CURRENT-VALUE(PLAYER-INDEX, 1)
        MOVE PLAYER-STAT-BROKEN(PLAYER-INDEX) TO LEADERBOARD-CURRENT-VALUE(PLAYER-INDEX, 2)
        MOVE PLAYER-STAT-DISTANCE(PLAYER-INDEX) TO LEADERBOARD-CURRENT-VALUE(PLAYER-INDEX, 3)
        MOVE PLAYER-STAT-ONLINE-TICKS(PLAYER-INDEX) TO LEADERBOARD-CURRENT-VALUE(PLAYER-INDEX, 4)
        MOVE PLAYER-STAT-DEATHS(PLAYER-INDEX) TO LEADERBOARD-CURRENT-VALUE(PLAYER-INDEX, 5)
        MOVE PLAYER-BALANCE(PLAYER-INDEX) TO LEADERBOARD-CURRENT-VALUE(PLAYER-INDEX, 6)
        MOVE 0 TO LEADERBOARD-CURRENT-VALUE(PLAYER-INDEX, 7)
    END-PERFORM

    PERFORM VARYING UNLOCK-INDEX FROM 1 BY 1 UNTIL UNLOCK-INDEX > ACHIEVEMENT-UNLOCK-COUNT
        MOVE ACH-UNLOCK-PLAYER-ID(UNLOCK-INDEX) TO PLAYER-INDEX
        IF PLAYER-INDEX >= 1 AND PLAYER-INDEX <= MAX-PLAYERS
            ADD 1 TO LEADERBOARD-CURRENT-VALUE(PLAYER-INDEX, 7)
        END-IF
    END-PERFORM

    GOBACK.

END PROGRAM Leaderboard-Collect.

*> --- Leaderboard-Rank ---
*> Ranks every player on one stat over one window and leaves the best
*> LK-PLACES (at most 15) in LEADERBOARD-RANK. A window's value is how
*> far the counter moved since the window opened; online time counts in
*> whole minutes. Nothing to show (zero or less) keeps a player off the
*> board, as do - when the properties say so - any operator level and
*> being vanished. Ties go to the lower player id.
IDENTIFICATION DIVISION.
PROGRAM-ID. Leaderboard-Rank.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-PLAYERS.
    COPY DD-VANISH.
    COPY DD-LEADERBOARDS.
    01 PLAYER-INDEX              BINARY-LONG.
    01 PLAYER-VALUE              BINARY-DOUBLE OCCURS 256 TIMES.
    *> 1 = already placed, or not to be placed at all
    01 PLAYER-TAKEN              BINARY-CHAR UNSIGNED OCCURS 256 TIMES.
    01 OP-LEVEL                  BINARY-LONG UNSIGNED.
    01 PLACES-WANTED             BINARY-LONG UNSIGNED.
    01 BEST-PLAYER               BINARY-LONG.
LINKAGE SECTION.
    01 LK-STAT                   BINARY-LONG UNSIGNED.
    01 LK-WINDOW                 BINARY-LONG UNSIGNED.
    01 LK-PLACES                 BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-STAT LK-WINDOW LK-PLACES.
    MOVE 0 TO LEADERBOARD-RANK-COUNT
    IF LK-STAT < 1 OR LK-STAT > 7
        GOBACK
    END-IF
    MOVE LK-PLACES TO PLACES-WANTED
    IF PLACES-WANTED > MAX-LEADERBOARD-PLACES
        MOVE MAX-LEADERBOARD-PLACES TO PLACES-WANTED
    END-IF

    CALL "Leaderboard-Collect"
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        MOVE 0 TO PLAYER-TAKEN(PLAYER-INDEX)
        EVALUATE LK-WINDOW
            WHEN 1
                COMPUTE PLAYER-VALUE(PLAYER-INDEX) =
                    LEADERBOARD-CURRENT-VALUE(PLAYER-INDEX, LK-STAT)
                    - LEADERBOARD-BASE-DAY(PLAYER-INDEX, LK-STAT)
            WHEN 2
                COMPUTE PLAYER-VALUE(PLAYER-INDEX) =
                    LEADERBOARD-CURRENT-VALUE(PLAYER-INDEX, LK-STAT)
                    - LEADERBOARD-BASE-WEEK(PLAYER-INDEX, LK-STAT)
            WHEN OTHER
                MOVE LEADERBOARD-CURRENT-VALUE(PLAYER-INDEX, LK-STAT)
                    TO PLAYER-VALUE(PLAYER-INDEX)
        END-EVALUATE
        IF LK-STAT = 4
            DIVIDE 1200 INTO PLAYER-VALUE(PLAYER-INDEX)
        END-IF

        IF PLAYER-VALUE(PLAYER-INDEX) <= 0
            MOVE 1 TO PLAYER-TAKEN(PLAYER-INDEX)
        END-IF
        IF SERVER-PROP-LEADERBOARD-EXCLUDE-VANISHED = 1
                AND PLAYER-VANISHED(PLAYER-INDEX) = 1
            MOVE 1 TO PLAYER-TAKEN(PLAYER-INDEX)
        END-IF
        IF SERVER-PROP-LEADERBOARD-EXCLUDE-OPS = 1 AND PLAYER-TAKEN(PLAYER-INDEX) = 0
            CALL "Ops-GetLevel" USING PLAYER-INDEX OP-LEVEL
            IF OP-LEVEL > 0
                MOVE 1 TO PLAYER-TAKEN(PLAYER-INDEX)
            END-IF
        END-IF
    END-PERFORM

    PERFORM UNTIL LEADERBOARD-RANK-COUNT >= PLACES-WANTED
        MOVE 0 TO BEST-PLAYER
        PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
            IF PLAYER-TAKEN(PLAYER-INDEX) = 0
                IF BEST-PLAYER = 0
                    MOVE PLAYER-INDEX TO BEST-PLAYER
                ELSE
                    IF PLAYER-VALUE(PLAYER-INDEX) > PLAYER-VALUE(BEST-PLAYER)
                        MOVE PLAYER-INDEX TO BEST-PLAYER
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        IF BEST-PLAYER = 0
            EXIT PERFORM
        END-IF
        MOVE 1 TO PLAYER-TAKEN(BEST-PLAYER)
        ADD 1 TO LEADERBOARD-RANK-COUNT
        MOVE BEST-PLAYER TO LEADERBOARD-RANK-PLAYER(LEADERBOARD-RANK-COUNT)
        MOVE PLAYER-VALUE(BEST-PLAYER) TO LEADERBOARD-RANK-VALUE(LEADERBOARD-RANK-COUNT)
    END-PERFORM

    GOBACK.

END PROGRAM Leaderboard-Rank.

*> --- Leaderboard-ShowTo ---
*> Puts the board currently on the sidebar, with the places last
*> ranked for it, on one client's sidebar - replacing whatever board
*> it had there. Player-HandleLogin calls it for each arrival; a
*> rotation calls it for everyone.
IDENTIFICATION DIVISION.
PROGRAM-ID. Leaderboard-ShowTo.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-LEADERBOARDS.
    01 OBJECTIVE-NAME            PIC X(16) VALUE "leaderboard".
    01 MODE-CREATE               BINARY-CHAR UNSIGNED VALUE 0.
    01 MODE-REMOVE               BINARY-CHAR UNSIGNED VALUE 1.
    01 SIDEBAR-SLOT              BINARY-LONG VALUE 1.
    01 BOARD-KEYWORD             PIC X(16).
    01 BOARD-LABEL               PIC X(32).
    01 BOARD-TITLE               PIC X(64).
    01 PLACE-INDEX               BINARY-LONG UNSIGNED.
    01 ENTRY-NAME                PIC X(16).
    01 SCORE-VALUE               BINARY-LONG.
LINKAGE SECTION.
    01 LK-CLIENT                 BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-CLIENT.
    IF SERVER-PROP-LEADERBOARD-SIDEBAR = 0 OR LEADERBOARD-SHOWN = 0
        GOBACK
    END-IF

    CALL "Leaderboard-Describe" USING LEADERBOARD-STAT(LEADERBOARD-SHOWN)
        LEADERBOARD-WINDOW(LEADERBOARD-SHOWN) BOARD-KEYWORD BOARD-LABEL BOARD-TITLE
    CALL "SendPacket-SetObjective" USING LK-CLIENT OBJECTIVE-NAME MODE-REMOVE BOARD-TITLE
    CALL "SendPacket-SetObjective" USING LK-CLIENT OBJECTIVE-NAME MODE-CREATE BOARD-TITLE
    CALL "SendPacket-DisplayObjective" USING LK-CLIENT SIDEBAR-SLOT OBJECTIVE-NAME

    PERFORM VARYING PLACE-INDEX FROM 1 BY 1 UNTIL PLACE-INDEX > LEADERBOARD-SIDEBAR-COUNT
        CALL "Leaderboard-EntryName" USING LEADERBOARD-SIDEBAR-PLAYER(PLACE-INDEX)
            ENTRY-NAME
        IF LEADERBOARD-SIDEBAR-VALUE(PLACE-INDEX) > 2147483647
            MOVE 2147483647 TO SCORE-VALUE
        ELSE
            MOVE LEADERBOARD-SIDEBAR-VALUE(PLACE-INDEX) TO SCORE-VALUE
        END-IF
        CALL "SendPacket-SetScore" USING LK-CLIENT ENTRY-NAME OBJECTIVE-NAME SCORE-VALUE
    END-PERFORM

    GOBACK.

END PROGRAM Leaderboard-ShowTo.

*> --- Leaderboard-Refresh ---
*> Re-ranks the board on the sidebar and brings every client up to
*> date: a player who has dropped off is taken off, everyone still on
*> gets their current score.
IDENTIFICATION DIVISION.
PROGRAM-ID. Leaderboard-Refresh.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-LEADERBOARDS.
    01 OBJECTIVE-NAME            PIC X(16) VALUE "leaderboard".
    01 CLIENT-ID                 BINARY-LONG UNSIGNED.
    01 PLACE-INDEX               BINARY-LONG UNSIGNED.
    01 RANK-INDEX                BINARY-LONG UNSIGNED.
    01 ENTRY-NAME                PIC X(16).
    01 SCORE-VALUE               BINARY-LONG.

PROCEDURE DIVISION.
    IF LEADERBOARD-SHOWN = 0
        GOBACK
    END-IF

    CALL "Leaderboard-Rank" USING LEADERBOARD-STAT(LEADERBOARD-SHOWN)
        LEADERBOARD-WINDOW(LEADERBOARD-SHOWN) SERVER-PROP-LEADERBOARD-SIZE

    PERFORM VARYING PLACE-INDEX FROM 1 BY 1 UNTIL PLACE-INDEX > LEADERBOARD-SIDEBAR-COUNT
        PERFORM VARYING RANK-INDEX FROM 1 BY 1 UNTIL RANK-INDEX > LEADERBOARD-RANK-COUNT
            IF LEADERBOARD-RANK-PLAYER(RANK-INDEX) = LEADERBOARD-SIDEBAR-PLAYER(PLACE-INDEX)
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF RANK-INDEX > LEADERBOARD-RANK-COUNT
            CALL "Leaderboard-EntryName" USING LEADERBOARD-SIDEBAR-PLAYER(PLACE-INDEX)
                ENTRY-NAME
            PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
                IF CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY
                    CALL "SendPacket-ResetScore" USING CLIENT-ID ENTRY-NAME OBJECTIVE-NAME
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM

    MOVE LEADERBOARD-RANK-COUNT TO LEADERBOARD-SIDEBAR-COUNT
    PERFORM VARYING PLACE-INDEX FROM 1 BY 1 UNTIL PLACE-INDEX > LEADERBOARD-RANK-COUNT
        MOVE LEADERBOARD-RANK-PLAYER(PLACE-INDEX) TO LEADERBOARD-SIDEBAR-PLAYER(PLACE-INDEX)
        MOVE LEADERBOARD-RANK-VALUE(PLACE-INDEX) TO LEADERBOARD-SIDEBAR-VALUE(PLACE-INDEX)
        CALL "Leaderboard-EntryName" USING LEADERBOARD-SIDEBAR-PLAYER(PLACE-INDEX)
            ENTRY-NAME
        IF LEADERBOARD-SIDEBAR-VALUE(PLACE-INDEX) > 2147483647
            MOVE 2147483647 TO SCORE-VALUE
        ELSE
            MOVE LEADERBOARD-SIDEBAR-VALUE(PLACE-INDEX) TO SCORE-VALUE
        END-IF
        PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
            IF CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY
                CALL "SendPacket-SetScore" USING CLIENT-ID ENTRY-NAME OBJECTIVE-NAME
                    SCORE-VALUE
            END-IF
        END-PERFORM
    END-PERFORM

    GOBACK.

END PROGRAM Leaderboard-Refresh.

*> --- Leaderboard-Format ---
*> The "leaderboard [stat] [window]" verb: one chat line with the top
*> five of a board. No stat means the board on the sidebar (or the
*> first configured); no window means the window the first board on
*> that stat is configured with, or all-time if none is.
IDENTIFICATION DIVISION.
PROGRAM-ID. Leaderboard-Format.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-LEADERBOARDS.
    01 CHAT-PLACES               BINARY-LONG UNSIGNED VALUE 5.
    01 BOARD-STAT                BINARY-LONG UNSIGNED.
    01 BOARD-WINDOW              BINARY-LONG UNSIGNED.
    01 BOARD-INDEX               BINARY-LONG UNSIGNED.
    01 BOARD-KEYWORD             PIC X(16).
    01 BOARD-LABEL               PIC X(32).
    01 BOARD-TITLE               PIC X(64).
    01 PLACES-TEXT               PIC X(200).
LINKAGE SECTION.
    01 LK-STAT-TEXT              PIC X(16).
    01 LK-WINDOW-TEXT            PIC X(16).
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-STAT-TEXT LK-WINDOW-TEXT LK-RESPONSE.
    CALL "Leaderboard-Load"

    IF LK-STAT-TEXT = SPACES
        IF LEADERBOARD-COUNT = 0
            MOVE "No leaderboards are configured" TO LK-RESPONSE
            GOBACK
        END-IF
        IF LEADERBOARD-SHOWN = 0
            MOVE 1 TO BOARD-INDEX
        ELSE
            MOVE LEADERBOARD-SHOWN TO BOARD-INDEX
        END-IF
        MOVE LEADERBOARD-STAT(BOARD-INDEX) TO BOARD-STAT
        MOVE LEADERBOARD-WINDOW(BOARD-INDEX) TO BOARD-WINDOW
    ELSE
        CALL "Leaderboard-ParseStat" USING LK-STAT-TEXT BOARD-STAT
        IF BOARD-STAT = 0
            MOVE "Usage: leaderboard [placed|broken|distance|online|deaths|balance|achievements] [daily|weekly|all]"
                TO LK-RESPONSE
            GOBACK
        END-IF
        CALL "Leaderboard-ParseWindow" USING LK-WINDOW-TEXT BOARD-WINDOW
        IF BOARD-WINDOW = 0 AND LK-WINDOW-TEXT NOT = SPACES
            MOVE "Usage: leaderboard [placed|broken|distance|online|deaths|balance|achievements] [daily|weekly|all]"
                TO LK-RESPONSE
            GOBACK
        END-IF
        IF BOARD-WINDOW = 0
            MOVE 3 TO BOARD-WINDOW
            PERFORM VARYING BOARD-INDEX FROM 1 BY 1 UNTIL BOARD-INDEX > LEADERBOARD-COUNT
                IF LEADERBOARD-STAT(BOARD-INDEX) = BOARD-STAT
                    MOVE LEADERBOARD-WINDOW(BOARD-INDEX) TO BOARD-WINDOW
                    EXIT PERFORM
                END-IF
            END-PERFORM
        END-IF
    END-IF

    CALL "Leaderboard-Rank" USING BOARD-STAT BOARD-WINDOW CHAT-PLACES
    CALL "Leaderboard-Describe" USING BOARD-STAT BOARD-WINDOW
        BOARD-KEYWORD BOARD-LABEL BOARD-TITLE
    CALL "Leaderboard-FormatPlaces" USING PLACES-TEXT

    MOVE SPACES TO LK-RESPONSE
    STRING
        FUNCTION TRIM(BOARD-TITLE) DELIMITED BY SIZE
        ": " DELIMITED BY SIZE
        FUNCTION TRIM(PLACES-TEXT) DELIMITED BY SIZE
        INTO LK-RESPONSE
    END-STRING

    GOBACK.

END PROGRAM Leaderboard-Format.

*> --- Leaderboard-WeeklyStandings ---
*> The "weekly-standings" verb, meant to be scheduled at the end of the
*> week ("weekly sun 2355 weekly-standings"): for every stat on the
*> configured boards, the week's top LEADERBOARD-SIZE go to the report
*> file, and the top three are announced in chat and sent out as a
*> "leaderboard" webhook notice.
IDENTIFICATION DIVISION.
PROGRAM-ID. Leaderboard-WeeklyStandings.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REPORT-FILE ASSIGN TO REPORT-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  REPORT-FILE.
01  REPORT-RECORD                PIC X(256).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-CLIENTS.
    COPY DD-CLIENT-STATES.
    COPY DD-LEADERBOARDS.
    01 REPORT-FILE-PATH          PIC X(256).
    01 RUN-TIMESTAMP             PIC X(21).
    01 WEEKLY-WINDOW             BINARY-LONG UNSIGNED VALUE 2.
    01 ANNOUNCED-PLACES          BINARY-LONG UNSIGNED VALUE 3.
    01 BOARD-INDEX               BINARY-LONG UNSIGNED.
    01 EARLIER-INDEX             BINARY-LONG UNSIGNED.
    01 BOARD-STAT                BINARY-LONG UNSIGNED.
    01 BOARD-KEYWORD             PIC X(16).
    01 BOARD-LABEL               PIC X(32).
    01 BOARD-TITLE               PIC X(64).
    01 STAT-COUNT                BINARY-LONG UNSIGNED.
    01 PLACE-INDEX               BINARY-LONG UNSIGNED.
    01 PLACE-TEXT                PIC Z9.
    01 ID-TEXT                   PIC ---9.
    01 VALUE-TEXT                PIC -(18)9.
    01 COUNT-TEXT                PIC Z(8)9.
    01 PLACES-TEXT               PIC X(200).
    01 NOTICE-LINE               PIC X(256).
    01 CLIENT-ID                 BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-RESPONSE.
    CALL "Leaderboard-Load"
    IF LEADERBOARD-COUNT = 0
        MOVE "No leaderboards are configured" TO LK-RESPONSE
        GOBACK
    END-IF
    MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP

    MOVE SERVER-PROP-LEADERBOARD-REPORT-PATH TO REPORT-FILE-PATH
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-RECORD
    STRING
        "weekly-standings week=" DELIMITED BY SIZE
        LEADERBOARD-WEEK DELIMITED BY SIZE
        " generated=" DELIMITED BY SIZE
        RUN-TIMESTAMP(1:14) DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD

    MOVE 0 TO STAT-COUNT
    PERFORM VARYING BOARD-INDEX FROM 1 BY 1 UNTIL BOARD-INDEX > LEADERBOARD-COUNT
        *> a stat on several boards is only reported once
        MOVE LEADERBOARD-STAT(BOARD-INDEX) TO BOARD-STAT
        PERFORM VARYING EARLIER-INDEX FROM 1 BY 1 UNTIL EARLIER-INDEX >= BOARD-INDEX
            IF LEADERBOARD-STAT(EARLIER-INDEX) = BOARD-STAT
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF EARLIER-INDEX < BOARD-INDEX
            EXIT PERFORM CYCLE
        END-IF
        ADD 1 TO STAT-COUNT

        CALL "Leaderboard-Rank" USING BOARD-STAT WEEKLY-WINDOW
            SERVER-PROP-LEADERBOARD-SIZE
        CALL "Leaderboard-Describe" USING BOARD-STAT WEEKLY-WINDOW
            BOARD-KEYWORD BOARD-LABEL BOARD-TITLE
        MOVE SPACES TO REPORT-RECORD
        STRING
            "board=" DELIMITED BY SIZE
            FUNCTION TRIM(BOARD-KEYWORD) DELIMITED BY SIZE
            " title=" DELIMITED BY SIZE
            FUNCTION TRIM(BOARD-TITLE) DELIMITED BY SIZE
            INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
        PERFORM VARYING PLACE-INDEX FROM 1 BY 1 UNTIL PLACE-INDEX > LEADERBOARD-RANK-COUNT
            MOVE PLACE-INDEX TO PLACE-TEXT
            MOVE LEADERBOARD-RANK-PLAYER(PLACE-INDEX) TO ID-TEXT
            MOVE LEADERBOARD-RANK-VALUE(PLACE-INDEX) TO VALUE-TEXT
            MOVE SPACES TO REPORT-RECORD
            STRING
                "place=" DELIMITED BY SIZE
                FUNCTION TRIM(PLACE-TEXT) DELIMITED BY SIZE
                " player=" DELIMITED BY SIZE
                FUNCTION TRIM(ID-TEXT) DELIMITED BY SIZE
                " value=" DELIMITED BY SIZE
                FUNCTION TRIM(VALUE-TEXT) DELIMITED BY SIZE
                INTO REPORT-RECORD
            END-STRING
            WRITE REPORT-RECORD
        END-PERFORM

        *> an empty board has nobody to announce
        IF LEADERBOARD-RANK-COUNT > ANNOUNCED-PLACES
            MOVE ANNOUNCED-PLACES TO LEADERBOARD-RANK-COUNT
        END-IF
        IF LEADERBOARD-RANK-COUNT > 0
            CALL "Leaderboard-FormatPlaces" USING PLACES-TEXT
            MOVE SPACES TO NOTICE-LINE
            STRING
                "This week's top " DELIMITED BY SIZE
                FUNCTION LOWER-CASE(FUNCTION TRIM(BOARD-LABEL)) DELIMITED BY SIZE
                ": " DELIMITED BY SIZE
                FUNCTION TRIM(PLACES-TEXT) DELIMITED BY SIZE
                INTO NOTICE-LINE
            END-STRING
            PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
                IF CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY
                    CALL "SendPacket-SystemChat" USING CLIENT-ID NOTICE-LINE
                END-IF
            END-PERFORM
            CALL "Webhook-Enqueue" USING "leaderboard" NOTICE-LINE
        END-IF
    END-PERFORM
    CLOSE REPORT-FILE

    MOVE STAT-COUNT TO COUNT-TEXT
    MOVE SPACES TO LK-RESPONSE
    STRING
        "Weekly standings written (" DELIMITED BY SIZE
        FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
        " boards)" DELIMITED BY SIZE
        INTO LK-RESPONSE
    END-STRING

    GOBACK.

END PROGRAM Leaderboard-WeeklyStandings.

*> --- Leaderboard-FormatPlaces ---
*> The places in LEADERBOARD-RANK as one line: "1. Player 5 (120),
*> 2. ...", or "nobody yet".
IDENTIFICATION DIVISION.
PROGRAM-ID. Leaderboard-FormatPlaces.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-LEADERBOARDS.
    01 PLACE-INDEX               BINARY-LONG UNSIGNED.
    01 PLACE-TEXT                PIC Z9.
    01 ENTRY-NAME                PIC X(16).
    01 VALUE-TEXT                PIC -(18)9.
    01 LINE-POINTER              BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-TEXT                   PIC X(200).

PROCEDURE DIVISION USING LK-TEXT.
    MOVE SPACES TO LK-TEXT
    IF LEADERBOARD-RANK-COUNT = 0
        MOVE "nobody yet" TO LK-TEXT
        GOBACK
    END-IF

    MOVE 1 TO LINE-POINTER
    PERFORM VARYING PLACE-INDEX FROM 1 BY 1 UNTIL PLACE-INDEX > LEADERBOARD-RANK-COUNT
        IF PLACE-INDEX > 1
            STRING ", " DELIMITED BY SIZE
                INTO LK-TEXT WITH POINTER LINE-POINTER
            END-STRING
        END-IF
        MOVE PLACE-INDEX TO PLACE-TEXT
        CALL "Leaderboard-EntryName" USING LEADERBOARD-RANK-PLAYER(PLACE-INDEX)
            ENTRY-NAME
        MOVE LEADERBOARD-RANK-VALUE(PLACE-INDEX) TO VALUE-TEXT
        STRING
            FUNCTION TRIM(PLACE-TEXT) DELIMITED BY SIZE
            ". " DELIMITED BY SIZE
            FUNCTION TRIM(ENTRY-NAME) DELIMITED BY SIZE
            " (" DELIMITED BY SIZE
            FUNCTION TRIM(VALUE-TEXT) DELIMITED BY SIZE
            ")" DELIMITED BY SIZE
            INTO LK-TEXT WITH POINTER LINE-POINTER
        END-STRING
    END-PERFORM

    GOBACK.

END PROGRAM Leaderboard-FormatPlaces.

*> --- Leaderboard-EntryName ---
*> The name a player goes by on a board: the same "Player" + edited id
*> the tab list and chat show.
IDENTIFICATION DIVISION.
PROGRAM-ID. Leaderboard-EntryName.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 PLAYER-ID-TEXT            PIC ---9.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-NAME                   PIC X(16).

PROCEDURE DIVISION USING LK-PLAYER-ID LK-NAME.
    MOVE LK-PLAYER-ID TO PLAYER-ID-TEXT
    MOVE SPACES TO LK-NAME
    STRING
        "Player" DELIMITED BY SIZE
        PLAYER-ID-TEXT DELIMITED BY SIZE
        INTO LK-NAME
    END-STRING
    GOBACK.

END PROGRAM Leaderboard-EntryName.

*> --- Leaderboard-Describe ---
*> A board's stat keyword, stat label and sidebar title, e.g. "placed",
*> "Blocks placed" and "Blocks placed - this week".
IDENTIFICATION DIVISION.
PROGRAM-ID. Leaderboard-Describe.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 WINDOW-LABEL              PIC X(16).
LINKAGE SECTION.
    01 LK-STAT                   BINARY-LONG UNSIGNED.
    01 LK-WINDOW                 BINARY-LONG UNSIGNED.
    01 LK-KEYWORD                PIC X(16).
    01 LK-LABEL                  PIC X(32).
    01 LK-TITLE                  PIC X(64).

PROCEDURE DIVISION USING LK-STAT LK-WINDOW LK-KEYWORD LK-LABEL LK-TITLE.
    EVALUATE LK-STAT
        WHEN 1
            MOVE "placed" TO LK-KEYWORD
            MOVE "Blocks placed" TO LK-LABEL
        WHEN 2
            MOVE "broken" TO LK-KEYWORD
            MOVE "Blocks broken" TO LK-LABEL
        WHEN 3
            MOVE "distance" TO LK-KEYWORD
            MOVE "Blocks travelled" TO LK-LABEL
        WHEN 4
            MOVE "online" TO LK-KEYWORD
            MOVE "Minutes online" TO LK-LABEL
        WHEN 5
            MOVE "deaths" TO LK-KEYWORD
            MOVE "Deaths" TO LK-LABEL
        WHEN 6
            MOVE "balance" TO LK-KEYWORD
            MOVE "Balance" TO LK-LABEL
        WHEN OTHER
            MOVE "achievements" TO LK-KEYWORD
            MOVE "Achievements" TO LK-LABEL
    END-EVALUATE

    EVALUATE LK-WINDOW
        WHEN 1
            MOVE "today" TO WINDOW-LABEL
        WHEN 2
            MOVE "this week" TO WINDOW-LABEL
        WHEN OTHER
            MOVE "all time" TO WINDOW-LABEL
    END-EVALUATE

    MOVE SPACES TO LK-TITLE
    STRING
        FUNCTION TRIM(LK-LABEL) DELIMITED BY SIZE
        " - " DELIMITED BY SIZE
        FUNCTION TRIM(WINDOW-LABEL) DELIMITED BY SIZE
        INTO LK-TITLE
    END-STRING
    GOBACK.

END PROGRAM Leaderboard-Describe.

*> --- Leaderboard-ParseStat ---
*> A stat keyword to its number, 0 if it is not one.
IDENTIFICATION DIVISION.
PROGRAM-ID. Leaderboard-ParseStat.

DATA DIVISION.
LINKAGE SECTION.
    01 LK-TEXT                   PIC X(16).
    01 LK-STAT                   BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-TEXT LK-STAT.
    EVALUATE FUNCTION TRIM(LK-TEXT)
        WHEN "placed"       MOVE 1 TO LK-STAT
        WHEN "broken"       MOVE 2 TO LK-STAT
        WHEN "distance"     MOVE 3 TO LK-STAT
        WHEN "online"       MOVE 4 TO LK-STAT
        WHEN "deaths"       MOVE 5 TO LK-STAT
        WHEN "balance"      MOVE 6 TO LK-STAT
        WHEN "achievements" MOVE 7 TO LK-STAT
        WHEN OTHER          MOVE 0 TO LK-STAT
    END-EVALUATE
    GOBACK.

END PROGRAM Leaderboard-ParseStat.

*> --- Leaderboard-ParseWindow ---
*> A window keyword to its number, 0 if it is not one.
IDENTIFICATION DIVISION.
PROGRAM-ID. Leaderboard-ParseWindow.

DATA DIVISION.
LINKAGE SECTION.
    01 LK-TEXT                   PIC X(16).
    01 LK-WINDOW                 BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-TEXT LK-WINDOW.
    EVALUATE FUNCTION TRIM(LK-TEXT)
        WHEN "daily"        MOVE 1 TO LK-WINDOW
        WHEN "weekly"       MOVE 2 TO LK-WINDOW
        WHEN "all"          MOVE 3 TO LK-WINDOW
        WHEN "all-time"     MOVE 3 TO LK-WINDOW
        WHEN OTHER          MOVE 0 TO LK-WINDOW
    END-EVALUATE
    GOBACK.

END PROGRAM Leaderboard-ParseWindow.
