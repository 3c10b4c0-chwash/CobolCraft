*> --- Profiler-NowMs ---
*> Milliseconds since midnight from the wall clock, to the hundredth
*> of a second - the World-SaveTick budget clock without the epoch
*> conversion, since the profiler only ever subtracts two readings
*> (Profiler-Elapsed allows for the midnight wrap).
IDENTIFICATION DIVISION.
PROGRAM-ID. Profiler-NowMs.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 CLOCK-FIELD               PIC X(16).
    01 CLOCK-PARTS REDEFINES CLOCK-FIELD.
        02 FILLER                PIC X(8).
        02 CLOCK-HOURS           PIC 9(2).
        02 CLOCK-MINUTES         PIC 9(2).
        02 CLOCK-SECONDS         PIC 9(2).
        02 CLOCK-HUNDREDTHS      PIC 9(2).
LINKAGE SECTION.
    01 LK-MS                     BINARY-DOUBLE.

PROCEDURE DIVISION USING LK-MS.
    MOVE FUNCTION CURRENT-DATE(1:16) TO CLOCK-FIELD
    COMPUTE LK-MS = CLOCK-HOURS * 3600000 + CLOCK-MINUTES * 60000
        + CLOCK-SECONDS * 1000 + CLOCK-HUNDREDTHS * 10
    GOBACK.

END PROGRAM Profiler-NowMs.

*> --- Profiler-Elapsed ---
*> Milliseconds from LK-START-MS to now, as read by Profiler-NowMs.
IDENTIFICATION DIVISION.
PROGRAM-ID. Profiler-Elapsed.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 NOW-MS                    BINARY-DOUBLE.
LINKAGE SECTION.
    01 LK-START-MS               BINARY-DOUBLE.
    01 LK-ELAPSED-MS             BINARY-LONG.

PROCEDURE DIVISION USING LK-START-MS LK-ELAPSED-MS.
    CALL "Profiler-NowMs" USING NOW-MS
    IF NOW-MS < LK-START-MS
        ADD 86400000 TO NOW-MS
    END-IF
    COMPUTE LK-ELAPSED-MS = NOW-MS - LK-START-MS
    GOBACK.

END PROGRAM Profiler-Elapsed.

*> --- Profiler-TickBegin ---
*> Called by the external tick loop before the first subsystem of
*> every tick: starts the tick's clock and clears the per-tick times.
IDENTIFICATION DIVISION.
PROGRAM-ID. Profiler-TickBegin.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PROFILER.
    01 SUBSYSTEM-INDEX           BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    CALL "Profiler-NowMs" USING PROFILER-TICK-START-MS
    PERFORM VARYING SUBSYSTEM-INDEX FROM 1 BY 1
            UNTIL SUBSYSTEM-INDEX > PROFILED-SUBSYSTEM-COUNT
        MOVE 0 TO PROFILED-TICK-MS(SUBSYSTEM-INDEX)
        MOVE 0 TO PROFILED-TICK-CHUNK-KNOWN(SUBSYSTEM-INDEX)
        MOVE 0 TO PROFILED-TICK-CHUNK-MS(SUBSYSTEM-INDEX)
    END-PERFORM
    MOVE 0 TO PROFILER-CURRENT
    GOBACK.

END PROGRAM Profiler-TickBegin.

*> --- Profiler-RunSubsystem ---
*> The tick loop's timed CALL: runs the named subsystem (Hopper-Tick,
*> Mob-Tick, World-SaveTick, ...) - any of the parameterless tick
*> programs - and charges the time to its row, creating the row the
*> first time. A full table still runs the subsystem, untimed.
IDENTIFICATION DIVISION.
PROGRAM-ID. Profiler-RunSubsystem.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PROFILER.
    01 SUBSYSTEM-NAME            PIC X(32).
    01 SUBSYSTEM-INDEX           BINARY-LONG UNSIGNED.
    01 FOUND-INDEX               BINARY-LONG UNSIGNED.
    01 START-MS                  BINARY-DOUBLE.
    01 ELAPSED-MS                BINARY-LONG.
LINKAGE SECTION.
    01 LK-SUBSYSTEM              PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-SUBSYSTEM.
    MOVE LK-SUBSYSTEM TO SUBSYSTEM-NAME

    MOVE 0 TO FOUND-INDEX
    PERFORM VARYING SUBSYSTEM-INDEX FROM 1 BY 1
            UNTIL SUBSYSTEM-INDEX > PROFILED-SUBSYSTEM-COUNT
        IF PROFILED-NAME(SUBSYSTEM-INDEX) = SUBSYSTEM-NAME
            MOVE SUBSYSTEM-INDEX TO FOUND-INDEX
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF FOUND-INDEX = 0
        IF PROFILED-SUBSYSTEM-COUNT >= MAX-PROFILED-SUBSYSTEMS
            CALL SUBSYSTEM-NAME
            GOBACK
        END-IF
        ADD 1 TO PROFILED-SUBSYSTEM-COUNT
        MOVE PROFILED-SUBSYSTEM-COUNT TO FOUND-INDEX
        INITIALIZE PROFILED-SUBSYSTEM(FOUND-INDEX)
        MOVE SUBSYSTEM-NAME TO PROFILED-NAME(FOUND-INDEX)
    END-IF

    MOVE FOUND-INDEX TO PROFILER-CURRENT
    MOVE 0 TO PROFILER-SPAN-KNOWN
    CALL "Profiler-NowMs" USING START-MS
    MOVE START-MS TO PROFILER-SPAN-START-MS

    CALL SUBSYSTEM-NAME

    *> the last chunk the subsystem reported runs to the end
    CALL "Profiler-CloseSpan"
    MOVE 0 TO PROFILER-CURRENT
    CALL "Profiler-Elapsed" USING START-MS ELAPSED-MS
    ADD ELAPSED-MS TO PROFILED-TICK-MS(FOUND-INDEX)

    IF PROFILE-ACTIVE = 1
        ADD ELAPSED-MS TO PROFILED-TOTAL-MS(FOUND-INDEX)
        ADD 1 TO PROFILED-CALLS(FOUND-INDEX)
        IF ELAPSED-MS > PROFILED-MAX-MS(FOUND-INDEX)
            MOVE ELAPSED-MS TO PROFILED-MAX-MS(FOUND-INDEX)
        END-IF
    END-IF

    GOBACK.

END PROGRAM Profiler-RunSubsystem.

*> --- Profiler-NoteChunk ---
*> Called by a subsystem as it starts work on a chunk (BlockTick-Tick
*> per ticked chunk, World-SaveTick per chunk written): the time since
*> the previous note belongs to the previous chunk, and the chunk with
*> the longest span this tick is the one the slow-tick log names.
*> Outside Profiler-RunSubsystem it does nothing.
IDENTIFICATION DIVISION.
PROGRAM-ID. Profiler-NoteChunk.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PROFILER.
LINKAGE SECTION.
    01 LK-CHUNK-X                BINARY-LONG.
    01 LK-CHUNK-Z                BINARY-LONG.

PROCEDURE DIVISION USING LK-CHUNK-X LK-CHUNK-Z.
    IF PROFILER-CURRENT = 0
        GOBACK
    END-IF
    CALL "Profiler-CloseSpan"
    MOVE 1 TO PROFILER-SPAN-KNOWN
    MOVE LK-CHUNK-X TO PROFILER-SPAN-CHUNK-X
    MOVE LK-CHUNK-Z TO PROFILER-SPAN-CHUNK-Z
    GOBACK.

END PROGRAM Profiler-NoteChunk.

*> --- Profiler-CloseSpan ---
*> Ends the open chunk span of the running subsystem, keeping it as
*> the tick's busiest chunk when it is the longest yet, and starts the
*> next span from now.
IDENTIFICATION DIVISION.
PROGRAM-ID. Profiler-CloseSpan.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PROFILER.
    01 SPAN-MS                   BINARY-LONG.

PROCEDURE DIVISION.
    IF PROFILER-CURRENT = 0
        GOBACK
    END-IF
    CALL "Profiler-Elapsed" USING PROFILER-SPAN-START-MS SPAN-MS
    IF PROFILER-SPAN-KNOWN = 1
        IF PROFILED-TICK-CHUNK-KNOWN(PROFILER-CURRENT) = 0
                OR SPAN-MS > PROFILED-TICK-CHUNK-MS(PROFILER-CURRENT)
            MOVE 1 TO PROFILED-TICK-CHUNK-KNOWN(PROFILER-CURRENT)
            MOVE PROFILER-SPAN-CHUNK-X TO PROFILED-TICK-CHUNK-X(PROFILER-CURRENT)
            MOVE PROFILER-SPAN-CHUNK-Z TO PROFILED-TICK-CHUNK-Z(PROFILER-CURRENT)
            MOVE SPAN-MS TO PROFILED-TICK-CHUNK-MS(PROFILER-CURRENT)
        END-IF
    END-IF
    CALL "Profiler-NowMs" USING PROFILER-SPAN-START-MS
    GOBACK.

END PROGRAM Profiler-CloseSpan.

*> --- Profiler-TickEnd ---
*> Called by the external tick loop after the last subsystem of every
*> tick: a tick over SERVER-PROP-SLOW-TICK-MS goes to the slow-tick
*> log, and a running "profile" window counts the tick and, once its
*> time is up, writes the report and tells whoever asked for it.
IDENTIFICATION DIVISION.
PROGRAM-ID. Profiler-TickEnd.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PROFILER.
    COPY DD-PLAYERS.
    COPY DD-SERVER-PROPERTIES.
    01 TICK-MS                   BINARY-LONG.
    01 CURRENT-TICK              BINARY-LONG UNSIGNED.
    01 REPORT-RESPONSE           PIC X(128).

PROCEDURE DIVISION.
    CALL "Profiler-Elapsed" USING PROFILER-TICK-START-MS TICK-MS

    IF SERVER-PROP-SLOW-TICK-MS > 0 AND TICK-MS > SERVER-PROP-SLOW-TICK-MS
        CALL "Profiler-LogSlowTick" USING TICK-MS
        IF PROFILE-ACTIVE = 1
            ADD 1 TO PROFILE-SLOW-COUNT
        END-IF
    END-IF

    IF PROFILE-ACTIVE = 0
        GOBACK
    END-IF
    ADD 1 TO PROFILE-TICK-COUNT
    ADD TICK-MS TO PROFILE-TICK-TOTAL-MS
    IF TICK-MS > PROFILE-TICK-MAX-MS
        MOVE TICK-MS TO PROFILE-TICK-MAX-MS
    END-IF

    CALL "Server-GetCurrentTick" USING CURRENT-TICK
    IF CURRENT-TICK < PROFILE-END-TICK
        GOBACK
    END-IF
    MOVE 0 TO PROFILE-ACTIVE
    CALL "Profiler-WriteReport" USING REPORT-RESPONSE
    IF PROFILE-REQUESTED-BY >= 1 AND PROFILE-REQUESTED-BY <= MAX-PLAYERS
        IF PLAYER-CLIENT(PROFILE-REQUESTED-BY) NOT = 0
            CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(PROFILE-REQUESTED-BY)
                REPORT-RESPONSE
        END-IF
    END-IF
    GOBACK.

END PROGRAM Profiler-TickEnd.

*> --- Profiler-LogSlowTick ---
*> Appends one line to the slow-tick log: when, how long the tick
*> took against the budget, and the three subsystems that took
*> longest, each with the chunk it was busiest in where it reported
*> one.
IDENTIFICATION DIVISION.
PROGRAM-ID. Profiler-LogSlowTick.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL SLOW-TICK-FILE ASSIGN TO SLOW-TICK-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  SLOW-TICK-FILE.
01  SLOW-TICK-RECORD             PIC X(400).

WORKING-STORAGE SECTION.
    COPY DD-PROFILER.
    COPY DD-SERVER-PROPERTIES.
    01 SLOW-TICK-FILE-PATH       PIC X(256).
    01 LOG-TIMESTAMP             PIC X(21).
    01 CURRENT-TICK              BINARY-LONG UNSIGNED.
    01 TICK-TEXT                 PIC Z(9)9.
    01 MS-TEXT                   PIC Z(8)9.
    01 BUDGET-TEXT               PIC Z(8)9.
    01 CHUNK-X-TEXT              PIC -(9)9.
    01 CHUNK-Z-TEXT              PIC -(9)9.
    01 LINE-POINTER              BINARY-LONG UNSIGNED.
    01 RANK                      BINARY-LONG UNSIGNED.
    01 SUBSYSTEM-INDEX           BINARY-LONG UNSIGNED.
    01 WORST-INDEX               BINARY-LONG UNSIGNED.
    01 TAKEN-FLAGS.
        02 TAKEN-FLAG            BINARY-CHAR UNSIGNED OCCURS 32 TIMES.
LINKAGE SECTION.
    01 LK-TICK-MS                BINARY-LONG.

PROCEDURE DIVISION USING LK-TICK-MS.
    MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP
    CALL "Server-GetCurrentTick" USING CURRENT-TICK
    MOVE CURRENT-TICK TO TICK-TEXT
    MOVE LK-TICK-MS TO MS-TEXT
    MOVE SERVER-PROP-SLOW-TICK-MS TO BUDGET-TEXT

    MOVE SPACES TO SLOW-TICK-RECORD
    MOVE 1 TO LINE-POINTER
    STRING
        LOG-TIMESTAMP DELIMITED BY SIZE
        " tick=" DELIMITED BY SIZE
        FUNCTION TRIM(TICK-TEXT) DELIMITED BY SIZE
        " took=" DELIMITED BY SIZE
        FUNCTION TRIM(MS-TEXT) DELIMITED BY SIZE
        "ms budget=" DELIMITED BY SIZE
        FUNCTION TRIM(BUDGET-TEXT) DELIMITED BY SIZE
        "ms worst:" DELIMITED BY SIZE
        INTO SLOW-TICK-RECORD WITH POINTER LINE-POINTER
    END-STRING

    INITIALIZE TAKEN-FLAGS
    PERFORM VARYING RANK FROM 1 BY 1 UNTIL RANK > 3
        MOVE 0 TO WORST-INDEX
        PERFORM VARYING SUBSYSTEM-INDEX FROM 1 BY 1
                UNTIL SUBSYSTEM-INDEX > PROFILED-SUBSYSTEM-COUNT
            IF TAKEN-FLAG(SUBSYSTEM-INDEX) = 0
                IF WORST-INDEX = 0
                    MOVE SUBSYSTEM-INDEX TO WORST-INDEX
                ELSE
                    IF PROFILED-TICK-MS(SUBSYSTEM-INDEX)
                            > PROFILED-TICK-MS(WORST-INDEX)
                        MOVE SUBSYSTEM-INDEX TO WORST-INDEX
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        IF WORST-INDEX = 0
            EXIT PERFORM
        END-IF
        MOVE 1 TO TAKEN-FLAG(WORST-INDEX)
        MOVE PROFILED-TICK-MS(WORST-INDEX) TO MS-TEXT
        STRING
            " " DELIMITED BY SIZE
            FUNCTION TRIM(PROFILED-NAME(WORST-INDEX)) DELIMITED BY SIZE
            "=" DELIMITED BY SIZE
            FUNCTION TRIM(MS-TEXT) DELIMITED BY SIZE
            "ms" DELIMITED BY SIZE
            INTO SLOW-TICK-RECORD WITH POINTER LINE-POINTER
        END-STRING
        IF PROFILED-TICK-CHUNK-KNOWN(WORST-INDEX) = 1
            MOVE PROFILED-TICK-CHUNK-X(WORST-INDEX) TO CHUNK-X-TEXT
            MOVE PROFILED-TICK-CHUNK-Z(WORST-INDEX) TO CHUNK-Z-TEXT
            STRING
                "(chunk " DELIMITED BY SIZE
                FUNCTION TRIM(CHUNK-X-TEXT) DELIMITED BY SIZE
                "," DELIMITED BY SIZE
                FUNCTION TRIM(CHUNK-Z-TEXT) DELIMITED BY SIZE
                ")" DELIMITED BY SIZE
                INTO SLOW-TICK-RECORD WITH POINTER LINE-POINTER
            END-STRING
        END-IF
    END-PERFORM

    MOVE SERVER-PROP-SLOW-TICK-LOG-PATH TO SLOW-TICK-FILE-PATH
    OPEN EXTEND SLOW-TICK-FILE
    WRITE SLOW-TICK-RECORD
    CLOSE SLOW-TICK-FILE

    GOBACK.

END PROGRAM Profiler-LogSlowTick.

*> --- Profiler-Start ---
*> "profile <seconds>": clears the running totals and opens a window
*> of that many seconds (at 20 ticks each); Profiler-TickEnd writes
*> the report when it closes. One window at a time.
IDENTIFICATION DIVISION.
PROGRAM-ID. Profiler-Start.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PROFILER.
    COPY DD-SERVER-PROPERTIES.
    01 SUBSYSTEM-INDEX           BINARY-LONG UNSIGNED.
    01 CURRENT-TICK              BINARY-LONG UNSIGNED.
    01 SECONDS-TEXT              PIC Z(5)9.
LINKAGE SECTION.
    01 LK-ORIGIN-PLAYER          BINARY-LONG.
    01 LK-SECONDS                BINARY-LONG.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-ORIGIN-PLAYER LK-SECONDS LK-RESPONSE.
    IF PROFILE-ACTIVE = 1
        MOVE "A profile is already running" TO LK-RESPONSE
        GOBACK
    END-IF
    IF LK-SECONDS < 1 OR LK-SECONDS > SERVER-PROP-PROFILE-MAX-SECONDS
        MOVE SERVER-PROP-PROFILE-MAX-SECONDS TO SECONDS-TEXT
        MOVE SPACES TO LK-RESPONSE
        STRING
            "Usage: profile <seconds, 1-" DELIMITED BY SIZE
            FUNCTION TRIM(SECONDS-TEXT) DELIMITED BY SIZE
            ">" DELIMITED BY SIZE
            INTO LK-RESPONSE
        END-STRING
        GOBACK
    END-IF

    PERFORM VARYING SUBSYSTEM-INDEX FROM 1 BY 1
            UNTIL SUBSYSTEM-INDEX > PROFILED-SUBSYSTEM-COUNT
        MOVE 0 TO PROFILED-TOTAL-MS(SUBSYSTEM-INDEX)
        MOVE 0 TO PROFILED-MAX-MS(SUBSYSTEM-INDEX)
        MOVE 0 TO PROFILED-CALLS(SUBSYSTEM-INDEX)
    END-PERFORM
    MOVE 0 TO PROFILE-TICK-COUNT
    MOVE 0 TO PROFILE-TICK-TOTAL-MS
    MOVE 0 TO PROFILE-TICK-MAX-MS
    MOVE 0 TO PROFILE-SLOW-COUNT
    MOVE LK-ORIGIN-PLAYER TO PROFILE-REQUESTED-BY
    CALL "Server-GetCurrentTick" USING CURRENT-TICK
    COMPUTE PROFILE-END-TICK = CURRENT-TICK + LK-SECONDS * 20
    MOVE 1 TO PROFILE-ACTIVE

    MOVE LK-SECONDS TO SECONDS-TEXT
    MOVE SPACES TO LK-RESPONSE
    STRING
        "Profiling for " DELIMITED BY SIZE
        FUNCTION TRIM(SECONDS-TEXT) DELIMITED BY SIZE
        " seconds - the report goes to " DELIMITED BY SIZE
        FUNCTION TRIM(SERVER-PROP-PROFILE-REPORT-PATH) DELIMITED BY SIZE
        INTO LK-RESPONSE
    END-STRING
    GOBACK.

END PROGRAM Profiler-Start.

*> --- Profiler-WriteReport ---
*> Writes the closed profile window: a header with the ticks counted,
*> average and worst tick and the slow-tick count, then one row per
*> subsystem - calls, total, max and average milliseconds - busiest
*> first.
IDENTIFICATION DIVISION.
PROGRAM-ID. Profiler-WriteReport.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REPORT-FILE ASSIGN TO REPORT-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  REPORT-FILE.
01  REPORT-RECORD                PIC X(160).

WORKING-STORAGE SECTION.
    COPY DD-PROFILER.
    COPY DD-SERVER-PROPERTIES.
    01 REPORT-FILE-PATH          PIC X(256).
    01 REPORT-TIMESTAMP          PIC X(21).
    01 TICKS-TEXT                PIC Z(9)9.
    01 SLOW-TEXT                 PIC Z(9)9.
    01 AVERAGE-MS                PIC 9(7)V99.
    01 AVERAGE-TEXT              PIC Z(6)9.99.
    01 MAX-TEXT                  PIC Z(9)9.
    01 RANK                      BINARY-LONG UNSIGNED.
    01 SUBSYSTEM-INDEX           BINARY-LONG UNSIGNED.
    01 BUSIEST-INDEX             BINARY-LONG UNSIGNED.
    01 TAKEN-FLAGS.
        02 TAKEN-FLAG            BINARY-CHAR UNSIGNED OCCURS 32 TIMES.
    01 REPORT-ROW.
        02 ROW-NAME              PIC X(24).
        02 ROW-CALLS             PIC Z(9)9.
        02 FILLER                PIC X(2) VALUE SPACES.
        02 ROW-TOTAL             PIC Z(11)9.
        02 FILLER                PIC X(2) VALUE SPACES.
        02 ROW-MAX               PIC Z(7)9.
        02 FILLER                PIC X(2) VALUE SPACES.
        02 ROW-AVERAGE           PIC Z(6)9.99.
LINKAGE SECTION.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-RESPONSE.
    MOVE FUNCTION CURRENT-DATE TO REPORT-TIMESTAMP
    MOVE SERVER-PROP-PROFILE-REPORT-PATH TO REPORT-FILE-PATH
    OPEN OUTPUT REPORT-FILE

    MOVE PROFILE-TICK-COUNT TO TICKS-TEXT
    MOVE PROFILE-SLOW-COUNT TO SLOW-TEXT
    MOVE PROFILE-TICK-MAX-MS TO MAX-TEXT
    MOVE 0 TO AVERAGE-MS
    IF PROFILE-TICK-COUNT > 0
        COMPUTE AVERAGE-MS ROUNDED = PROFILE-TICK-TOTAL-MS / PROFILE-TICK-COUNT
    END-IF
    MOVE AVERAGE-MS TO AVERAGE-TEXT
    MOVE SPACES TO REPORT-RECORD
    STRING
        "profile " DELIMITED BY SIZE
        REPORT-TIMESTAMP(1:14) DELIMITED BY SIZE
        " ticks=" DELIMITED BY SIZE
        FUNCTION TRIM(TICKS-TEXT) DELIMITED BY SIZE
        " avg-ms=" DELIMITED BY SIZE
        FUNCTION TRIM(AVERAGE-TEXT) DELIMITED BY SIZE
        " max-ms=" DELIMITED BY SIZE
        FUNCTION TRIM(MAX-TEXT) DELIMITED BY SIZE
        " slow=" DELIMITED BY SIZE
        FUNCTION TRIM(SLOW-TEXT) DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    MOVE "subsystem                    calls      total-ms    max-ms      avg-ms"
        TO REPORT-RECORD
    WRITE REPORT-RECORD

    INITIALIZE TAKEN-FLAGS
    PERFORM VARYING RANK FROM 1 BY 1 UNTIL RANK > PROFILED-SUBSYSTEM-COUNT
        MOVE 0 TO BUSIEST-INDEX
        PERFORM VARYING SUBSYSTEM-INDEX FROM 1 BY 1
                UNTIL SUBSYSTEM-INDEX > PROFILED-SUBSYSTEM-COUNT
            IF TAKEN-FLAG(SUBSYSTEM-INDEX) = 0
                IF BUSIEST-INDEX = 0
                    MOVE SUBSYSTEM-INDEX TO BUSIEST-INDEX
                ELSE
                    IF PROFILED-TOTAL-MS(SUBSYSTEM-INDEX)
                            > PROFILED-TOTAL-MS(BUSIEST-INDEX)
                        MOVE SUBSYSTEM-INDEX TO BUSIEST-INDEX
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        MOVE 1 TO TAKEN-FLAG(BUSIEST-INDEX)
        IF PROFILED-CALLS(BUSIEST-INDEX) > 0
            MOVE PROFILED-NAME(BUSIEST-INDEX) TO ROW-NAME
            MOVE PROFILED-CALLS(BUSIEST-INDEX) TO ROW-CALLS
            MOVE PROFILED-TOTAL-MS(BUSIEST-INDEX) TO ROW-TOTAL
            MOVE PROFILED-MAX-MS(BUSIEST-INDEX) TO ROW-MAX
            COMPUTE AVERAGE-MS ROUNDED =
                PROFILED-TOTAL-MS(BUSIEST-INDEX) / PROFILED-CALLS(BUSIEST-INDEX)
            MOVE AVERAGE-MS TO ROW-AVERAGE
            MOVE REPORT-ROW TO REPORT-RECORD
            WRITE REPORT-RECORD
        END-IF
    END-PERFORM

    CLOSE REPORT-FILE

    MOVE SPACES TO LK-RESPONSE
    STRING
        "Profile written to " DELIMITED BY SIZE
        FUNCTION TRIM(SERVER-PROP-PROFILE-REPORT-PATH) DELIMITED BY SIZE
        " (" DELIMITED BY SIZE
        FUNCTION TRIM(TICKS-TEXT) DELIMITED BY SIZE
        " ticks, " DELIMITED BY SIZE
        FUNCTION TRIM(SLOW-TEXT) DELIMITED BY SIZE
        " slow)" DELIMITED BY SIZE
        INTO LK-RESPONSE
    END-STRING
    GOBACK.

END PROGRAM Profiler-WriteReport.
