*> --- Scheduler-Load ---
*> Reads the recurring-job schedule from disk into DD-SCHEDULE. Called
*> once at startup by the external boot sequence, alongside the other
*> config loaders. Lines are "every <ticks> <command line>",
*> "daily <hhmm> <command line>" or "weekly <day> <hhmm> <command
*> line>" (day mon..sun); anything else is ignored so a commented-out
*> line doesn't stop the rest of the file loading.
IDENTIFICATION DIVISION.
PROGRAM-ID. Scheduler-Load.

    01 SCHEDULE-EOF              BINARY-CHAR UNSIGNED.
    01 RECORD-KIND               PIC X(8).
    01 FIELD-ONE                 PIC X(16).
    01 FIELD-TWO                 PIC X(16).
    01 REST-POINTER              BINARY-LONG UNSIGNED.
    01 CURRENT-TICK              BINARY-LONG UNSIGNED.
    01 NOW-TIMESTAMP             PIC X(14).
    01 TODAY-DATE                BINARY-LONG UNSIGNED.
    01 TODAY-WEEKDAY             BINARY-LONG UNSIGNED.
    01 NOW-HHMM                  BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-TIMESTAMP
    MOVE FUNCTION NUMVAL(NOW-TIMESTAMP(1:8)) TO TODAY-DATE
    MOVE FUNCTION NUMVAL(NOW-TIMESTAMP(9:4)) TO NOW-HHMM
    CALL "Scheduler-Weekday" USING TODAY-DATE TODAY-WEEKDAY

    MOVE SERVER-PROP-SCHEDULE-PATH TO SCHEDULE-FILE-PATH
    MOVE 0 TO SCHEDULE-EOF
                    INTO RECORD-KIND FIELD-ONE
                    WITH POINTER REST-POINTER
                END-UNSTRING
                *> a weekly line has its time after the day
                MOVE SPACES TO FIELD-TWO
                IF FUNCTION TRIM(RECORD-KIND) = "weekly" AND REST-POINTER <= 160
                    UNSTRING SCHEDULE-RECORD DELIMITED BY ALL SPACE
                        INTO FIELD-TWO
                        WITH POINTER REST-POINTER
                    END-UNSTRING
                END-IF
                IF (FUNCTION TRIM(RECORD-KIND) = "every"
                        OR FUNCTION TRIM(RECORD-KIND) = "daily"
                        OR (FUNCTION TRIM(RECORD-KIND) = "weekly"
                            AND FIELD-TWO NOT = SPACES))
                        AND FIELD-ONE NOT = SPACES
                        AND REST-POINTER <= 160
                        AND SCHEDULE-RECORD(REST-POINTER:) NOT = SPACES
                            COMPUTE SCHEDULE-NEXT-TICK(SCHEDULE-COUNT) =
                                CURRENT-TICK + SCHEDULE-INTERVAL-TICKS(SCHEDULE-COUNT)
                        END-IF
                    END-IF
                    IF FUNCTION TRIM(RECORD-KIND) = "daily"
                        MOVE FUNCTION NUMVAL(FIELD-ONE)
                            TO SCHEDULE-AT-HHMM(SCHEDULE-COUNT)
                        *> a daily time already past at startup counts
                                TO SCHEDULE-LAST-RUN-DAY(SCHEDULE-COUNT)
                        END-IF
                    END-IF
                    IF FUNCTION TRIM(RECORD-KIND) = "weekly"
                        CALL "Scheduler-ParseWeekday" USING FIELD-ONE
                            SCHEDULE-AT-WEEKDAY(SCHEDULE-COUNT)
                        MOVE FUNCTION NUMVAL(FIELD-TWO)
                            TO SCHEDULE-AT-HHMM(SCHEDULE-COUNT)
                        *> an unknown day is a bad line; the time already
                        *> past on the day itself counts as run, as above
                        IF SCHEDULE-AT-WEEKDAY(SCHEDULE-COUNT) = 0
                            SUBTRACT 1 FROM SCHEDULE-COUNT
                        ELSE
                            IF TODAY-WEEKDAY = SCHEDULE-AT-WEEKDAY(SCHEDULE-COUNT)
                                    AND NOW-HHMM >= SCHEDULE-AT-HHMM(SCHEDULE-COUNT)
                                MOVE TODAY-DATE
                                    TO SCHEDULE-LAST-RUN-DAY(SCHEDULE-COUNT)
                            END-IF
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
*> --- Scheduler-Tick ---
*> Called once per tick by the external tick loop. Runs every due
*> schedule entry through Command-Execute at console origin - the same
*> verb table as RCON, so "every 144000 save-all", a nightly
*> "daily 0400 sign-audit" or a "weekly sun 2355 weekly-standings" is
*> configuration, not a code change. Each
*> run lands in the admin audit log the way any other command does.
IDENTIFICATION DIVISION.
PROGRAM-ID. Scheduler-Tick.
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
    01 NOW-TIMESTAMP             PIC X(14).
    01 TODAY-DATE                BINARY-LONG UNSIGNED.
    01 TODAY-WEEKDAY             BINARY-LONG UNSIGNED.
    01 NOW-HHMM                  BINARY-LONG UNSIGNED.
    01 CONSOLE-ORIGIN            BINARY-LONG VALUE 0.
    01 COMMAND-RESPONSE          PIC X(256).
    MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-TIMESTAMP
    MOVE FUNCTION NUMVAL(NOW-TIMESTAMP(1:8)) TO TODAY-DATE
    MOVE FUNCTION NUMVAL(NOW-TIMESTAMP(9:4)) TO NOW-HHMM
    CALL "Scheduler-Weekday" USING TODAY-DATE TODAY-WEEKDAY

    PERFORM VARYING ENTRY-INDEX FROM 1 BY 1 UNTIL ENTRY-INDEX > SCHEDULE-COUNT
        EVALUATE FUNCTION TRIM(SCHEDULE-KIND(ENTRY-INDEX))
                    CALL "Command-Execute" USING CONSOLE-ORIGIN
                        SCHEDULE-COMMAND(ENTRY-INDEX) COMMAND-RESPONSE
                END-IF
            WHEN "weekly"
                IF TODAY-WEEKDAY = SCHEDULE-AT-WEEKDAY(ENTRY-INDEX)
                        AND NOW-HHMM >= SCHEDULE-AT-HHMM(ENTRY-INDEX)
                        AND SCHEDULE-LAST-RUN-DAY(ENTRY-INDEX) NOT = TODAY-DATE
                    MOVE TODAY-DATE TO SCHEDULE-LAST-RUN-DAY(ENTRY-INDEX)
                    CALL "Command-Execute" USING CONSOLE-ORIGIN
                        SCHEDULE-COMMAND(ENTRY-INDEX) COMMAND-RESPONSE
                END-IF
        END-EVALUATE
    END-PERFORM

    GOBACK.

END PROGRAM Scheduler-Tick.

*> --- Scheduler-Weekday ---
*> The day of the week of a yyyymmdd date, 1 Monday .. 7 Sunday. Day 1
*> of the integer calendar, 1601-01-01, was a Monday.
IDENTIFICATION DIVISION.
PROGRAM-ID. Scheduler-Weekday.

DATA DIVISION.
LINKAGE SECTION.
    01 LK-DATE                   BINARY-LONG UNSIGNED.
    01 LK-WEEKDAY                BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-DATE LK-WEEKDAY.
    COMPUTE LK-WEEKDAY = FUNCTION MOD(FUNCTION INTEGER-OF-DATE(LK-DATE) - 1, 7) + 1
    GOBACK.

END PROGRAM Scheduler-Weekday.

*> --- Scheduler-ParseWeekday ---
*> A weekly line's day - mon, tue, wed, thu, fri, sat or sun - to
*> 1 .. 7, or 0 if it is none of them.
IDENTIFICATION DIVISION.
PROGRAM-ID. Scheduler-ParseWeekday.

DATA DIVISION.
LINKAGE SECTION.
    01 LK-TEXT                   PIC X(16).
    01 LK-WEEKDAY                BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-TEXT LK-WEEKDAY.
    EVALUATE FUNCTION LOWER-CASE(FUNCTION TRIM(LK-TEXT))
        WHEN "mon"          MOVE 1 TO LK-WEEKDAY
        WHEN "tue"          MOVE 2 TO LK-WEEKDAY
        WHEN "wed"          MOVE 3 TO LK-WEEKDAY
        WHEN "thu"          MOVE 4 TO LK-WEEKDAY
        WHEN "fri"          MOVE 5 TO LK-WEEKDAY
        WHEN "sat"          MOVE 6 TO LK-WEEKDAY
        WHEN "sun"          MOVE 7 TO LK-WEEKDAY
        WHEN OTHER          MOVE 0 TO LK-WEEKDAY
    END-EVALUATE
    GOBACK.

END PROGRAM Scheduler-ParseWeekday.
