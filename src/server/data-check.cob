*> --- DataCheck-Run ---
*> The "validate-data" verb: runs the data file validation pass and
*> answers with the problem count and the first problem; the full list
*> is in DATA-CHECK-REPORT-PATH.
IDENTIFICATION DIVISION.
PROGRAM-ID. DataCheck-Run.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-DATA-CHECK.
    01 COUNT-TEXT                PIC Z(8)9.
LINKAGE SECTION.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-RESPONSE.
    CALL "DataCheck-All"

    MOVE SPACES TO LK-RESPONSE
    IF DATA-CHECK-PROBLEM-COUNT = 0
        MOVE "Data files check clean" TO LK-RESPONSE
        GOBACK
    END-IF
    MOVE DATA-CHECK-PROBLEM-COUNT TO COUNT-TEXT
    STRING
        FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
        " data file problems, see " DELIMITED BY SIZE
        FUNCTION TRIM(SERVER-PROP-DATA-CHECK-REPORT-PATH) DELIMITED BY SIZE
        " - first: " DELIMITED BY SIZE
        FUNCTION TRIM(DATA-CHECK-FIRST-PROBLEM) DELIMITED BY SIZE
        INTO LK-RESPONSE
    END-STRING
    GOBACK.

END PROGRAM DataCheck-Run.

*> --- DataCheck-Startup ---
*> Called once by the external boot sequence after the config loaders
*> have run (item names are checked against the tables they fill) and
*> before the first client is accepted. Problems are worth a ping;
*> LK-REFUSE-START comes back 1 when any of them is in a file listed in
*> DATA-CHECK-FATAL-FILES, and the boot sequence stops there.
IDENTIFICATION DIVISION.
PROGRAM-ID. DataCheck-Startup.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-DATA-CHECK.
    01 COUNT-TEXT                PIC Z(8)9.
    01 FATAL-TEXT                PIC Z(8)9.
    01 WEBHOOK-LINE              PIC X(200).
LINKAGE SECTION.
    01 LK-REFUSE-START           BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-REFUSE-START.
    MOVE 0 TO LK-REFUSE-START
    CALL "DataCheck-All"
    IF DATA-CHECK-PROBLEM-COUNT = 0
        GOBACK
    END-IF

    MOVE DATA-CHECK-PROBLEM-COUNT TO COUNT-TEXT
    MOVE DATA-CHECK-FATAL-COUNT TO FATAL-TEXT
    MOVE SPACES TO WEBHOOK-LINE
    IF DATA-CHECK-FATAL-COUNT > 0
        MOVE 1 TO LK-REFUSE-START
        STRING
            "startup refused: " DELIMITED BY SIZE
            FUNCTION TRIM(FATAL-TEXT) DELIMITED BY SIZE
            " problems in required data files, see " DELIMITED BY SIZE
            FUNCTION TRIM(SERVER-PROP-DATA-CHECK-REPORT-PATH) DELIMITED BY SIZE
            INTO WEBHOOK-LINE
        END-STRING
    ELSE
        STRING
            FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
            " data file problems at startup, see " DELIMITED BY SIZE
            FUNCTION TRIM(SERVER-PROP-DATA-CHECK-REPORT-PATH) DELIMITED BY SIZE
            INTO WEBHOOK-LINE
        END-STRING
    END-IF
    CALL "Webhook-Enqueue" USING "data-check" WEBHOOK-LINE
    GOBACK.

END PROGRAM DataCheck-Startup.

*> --- DataCheck-All ---
*> One validation pass over every data file: starts the report afresh,
*> runs each file's checker, and closes the report with the totals.
IDENTIFICATION DIVISION.
PROGRAM-ID. DataCheck-All.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REPORT-FILE ASSIGN TO REPORT-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  REPORT-FILE.
01  REPORT-RECORD                PIC X(200).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-DATA-CHECK.
    01 REPORT-FILE-PATH          PIC X(256).
    01 NOW-TIMESTAMP             PIC X(14).
    01 COUNT-TEXT                PIC Z(8)9.
    01 FATAL-TEXT                PIC Z(8)9.

PROCEDURE DIVISION.
    MOVE 0 TO DATA-CHECK-PROBLEM-COUNT
    MOVE 0 TO DATA-CHECK-FATAL-COUNT
    MOVE SPACES TO DATA-CHECK-FIRST-PROBLEM

    MOVE SERVER-PROP-DATA-CHECK-REPORT-PATH TO REPORT-FILE-PATH
    MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-TIMESTAMP
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-RECORD
    STRING
        "data check " DELIMITED BY SIZE
        NOW-TIMESTAMP DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    CLOSE REPORT-FILE

    CALL "DataCheck-Crafting"
    CALL "DataCheck-Smelting"
    CALL "DataCheck-Kits"
    CALL "DataCheck-Foods"
    CALL "DataCheck-Tiers"
    CALL "DataCheck-Achievements"
    CALL "DataCheck-Schedule"
    CALL "DataCheck-Messages"
    CALL "DataCheck-Warps"

    MOVE DATA-CHECK-PROBLEM-COUNT TO COUNT-TEXT
    MOVE DATA-CHECK-FATAL-COUNT TO FATAL-TEXT
    OPEN EXTEND REPORT-FILE
    MOVE SPACES TO REPORT-RECORD
    STRING
        "total problems=" DELIMITED BY SIZE
        FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
        " fatal=" DELIMITED BY SIZE
        FUNCTION TRIM(FATAL-TEXT) DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    CLOSE REPORT-FILE
    GOBACK.

END PROGRAM DataCheck-All.

*> --- DataCheck-Problem ---
*> Records one problem: "<file>:<line>: <text>" appended to the report,
*> counted, and counted again as fatal when the file's tag (crafting,
*> smelting, kits, foods, tiers, achievements, schedule, messages,
*> warps) is listed in DATA-CHECK-FATAL-FILES or that list says "all".
IDENTIFICATION DIVISION.
PROGRAM-ID. DataCheck-Problem.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL REPORT-FILE ASSIGN TO REPORT-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  REPORT-FILE.
01  REPORT-RECORD                PIC X(200).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-DATA-CHECK.
    01 REPORT-FILE-PATH          PIC X(256).
    01 DATA-FILE-PATH            PIC X(256).
    01 LINE-TEXT                 PIC Z(8)9.
    01 PROBLEM-LINE              PIC X(200).
    01 FATAL-LIST                PIC X(130).
    01 TAG-PATTERN               PIC X(18).
    01 TAG-LENGTH                BINARY-LONG UNSIGNED.
    01 TAG-HITS                  BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-FILE-TAG               PIC X ANY LENGTH.
    01 LK-LINE-NUMBER            BINARY-LONG UNSIGNED.
    01 LK-TEXT                   PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-FILE-TAG LK-LINE-NUMBER LK-TEXT.
    EVALUATE FUNCTION TRIM(LK-FILE-TAG)
        WHEN "crafting"
            MOVE SERVER-PROP-CRAFTING-PATH TO DATA-FILE-PATH
        WHEN "smelting"
            MOVE SERVER-PROP-SMELTING-PATH TO DATA-FILE-PATH
        WHEN "kits"
            MOVE SERVER-PROP-KITS-PATH TO DATA-FILE-PATH
        WHEN "foods"
            MOVE SERVER-PROP-FOODS-PATH TO DATA-FILE-PATH
        WHEN "tiers"
            MOVE SERVER-PROP-TOOL-TIERS-PATH TO DATA-FILE-PATH
        WHEN "achievements"
            MOVE SERVER-PROP-ACHIEVEMENTS-PATH TO DATA-FILE-PATH
        WHEN "schedule"
            MOVE SERVER-PROP-SCHEDULE-PATH TO DATA-FILE-PATH
        WHEN "messages"
            MOVE SERVER-PROP-MESSAGES-PATH TO DATA-FILE-PATH
        WHEN "warps"
            MOVE SERVER-PROP-WARPS-PATH TO DATA-FILE-PATH
        WHEN OTHER
            MOVE LK-FILE-TAG TO DATA-FILE-PATH
    END-EVALUATE

    MOVE LK-LINE-NUMBER TO LINE-TEXT
    MOVE SPACES TO PROBLEM-LINE
    STRING
        FUNCTION TRIM(DATA-FILE-PATH) DELIMITED BY SIZE
        ":" DELIMITED BY SIZE
        FUNCTION TRIM(LINE-TEXT) DELIMITED BY SIZE
        ": " DELIMITED BY SIZE
        FUNCTION TRIM(LK-TEXT) DELIMITED BY SIZE
        INTO PROBLEM-LINE
    END-STRING
    ADD 1 TO DATA-CHECK-PROBLEM-COUNT
    IF DATA-CHECK-PROBLEM-COUNT = 1
        MOVE PROBLEM-LINE TO DATA-CHECK-FIRST-PROBLEM
    END-IF

    *> padded with a space either side so "kits" can't match "mykits"
    MOVE SPACES TO FATAL-LIST
    STRING
        " " DELIMITED BY SIZE
        FUNCTION TRIM(SERVER-PROP-DATA-CHECK-FATAL-FILES) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        INTO FATAL-LIST
    END-STRING
    MOVE SPACES TO TAG-PATTERN
    STRING
        " " DELIMITED BY SIZE
        FUNCTION TRIM(LK-FILE-TAG) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        INTO TAG-PATTERN
    END-STRING
    COMPUTE TAG-LENGTH = FUNCTION LENGTH(FUNCTION TRIM(LK-FILE-TAG)) + 2
    MOVE 0 TO TAG-HITS
    INSPECT FATAL-LIST TALLYING TAG-HITS
        FOR ALL TAG-PATTERN(1:TAG-LENGTH) ALL " all "
    IF TAG-HITS > 0
        ADD 1 TO DATA-CHECK-FATAL-COUNT
    END-IF

    MOVE SERVER-PROP-DATA-CHECK-REPORT-PATH TO REPORT-FILE-PATH
    OPEN EXTEND REPORT-FILE
    MOVE PROBLEM-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    CLOSE REPORT-FILE
    GOBACK.

END PROGRAM DataCheck-Problem.

*> --- DataCheck-Number ---
*> A whole-number field: present, numeric, and at least LK-MINIMUM.
IDENTIFICATION DIVISION.
PROGRAM-ID. DataCheck-Number.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 FIELD-VALUE               BINARY-DOUBLE.
    01 VALUE-TEXT                PIC -(10)9.
    01 MINIMUM-TEXT              PIC -(10)9.
    01 PROBLEM-TEXT              PIC X(160).
LINKAGE SECTION.
    01 LK-FILE-TAG               PIC X ANY LENGTH.
    01 LK-LINE-NUMBER            BINARY-LONG UNSIGNED.
    01 LK-FIELD                  PIC X ANY LENGTH.
    01 LK-LABEL                  PIC X ANY LENGTH.
    01 LK-MINIMUM                BINARY-LONG.

PROCEDURE DIVISION USING LK-FILE-TAG LK-LINE-NUMBER LK-FIELD LK-LABEL LK-MINIMUM.
    MOVE SPACES TO PROBLEM-TEXT
    IF LK-FIELD = SPACES
        STRING
            "missing " DELIMITED BY SIZE
            FUNCTION TRIM(LK-LABEL) DELIMITED BY SIZE
            INTO PROBLEM-TEXT
        END-STRING
        CALL "DataCheck-Problem" USING LK-FILE-TAG LK-LINE-NUMBER PROBLEM-TEXT
        GOBACK
    END-IF
    IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(LK-FIELD)) NOT = 0
        STRING
            FUNCTION TRIM(LK-LABEL) DELIMITED BY SIZE
            " '" DELIMITED BY SIZE
            FUNCTION TRIM(LK-FIELD) DELIMITED BY SIZE
            "' is not a number" DELIMITED BY SIZE
            INTO PROBLEM-TEXT
        END-STRING
        CALL "DataCheck-Problem" USING LK-FILE-TAG LK-LINE-NUMBER PROBLEM-TEXT
        GOBACK
    END-IF
    MOVE FUNCTION NUMVAL(LK-FIELD) TO FIELD-VALUE
    IF FIELD-VALUE < LK-MINIMUM
        MOVE FIELD-VALUE TO VALUE-TEXT
        MOVE LK-MINIMUM TO MINIMUM-TEXT
        STRING
            FUNCTION TRIM(LK-LABEL) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM(VALUE-TEXT) DELIMITED BY SIZE
            " is below " DELIMITED BY SIZE
            FUNCTION TRIM(MINIMUM-TEXT) DELIMITED BY SIZE
            INTO PROBLEM-TEXT
        END-STRING
        CALL "DataCheck-Problem" USING LK-FILE-TAG LK-LINE-NUMBER PROBLEM-TEXT
    END-IF
    GOBACK.

END PROGRAM DataCheck-Number.

*> --- DataCheck-Item ---
*> An item or block name the server has to recognise - the same test
*> the give and clear verbs apply, Items-IsKnownName.
IDENTIFICATION DIVISION.
PROGRAM-ID. DataCheck-Item.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 ITEM-KNOWN                BINARY-CHAR UNSIGNED.
    01 PROBLEM-TEXT              PIC X(160).
LINKAGE SECTION.
    01 LK-FILE-TAG               PIC X ANY LENGTH.
    01 LK-LINE-NUMBER            BINARY-LONG UNSIGNED.
    01 LK-ITEM-NAME              PIC X(64).

PROCEDURE DIVISION USING LK-FILE-TAG LK-LINE-NUMBER LK-ITEM-NAME.
    MOVE 0 TO ITEM-KNOWN
    CALL "Items-IsKnownName" USING LK-ITEM-NAME ITEM-KNOWN
    IF ITEM-KNOWN = 0
        MOVE SPACES TO PROBLEM-TEXT
        STRING
            "unknown item or block '" DELIMITED BY SIZE
            FUNCTION TRIM(LK-ITEM-NAME) DELIMITED BY SIZE
            "'" DELIMITED BY SIZE
            INTO PROBLEM-TEXT
        END-STRING
        CALL "DataCheck-Problem" USING LK-FILE-TAG LK-LINE-NUMBER PROBLEM-TEXT
    END-IF
    GOBACK.

END PROGRAM DataCheck-Item.

*> --- DataCheck-Key ---
*> A key that must be unique within its file: the first line to use it
*> is remembered, and any later one is reported against it. Only the
*> first line counts for the loaders' lookups, so the later one is
*> dead weight at best.
IDENTIFICATION DIVISION.
PROGRAM-ID. DataCheck-Key.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-DATA-CHECK.
    01 KEY-INDEX                 BINARY-LONG UNSIGNED.
    01 LINE-TEXT                 PIC Z(8)9.
    01 PROBLEM-TEXT              PIC X(160).
LINKAGE SECTION.
    01 LK-FILE-TAG               PIC X ANY LENGTH.
    01 LK-LINE-NUMBER            BINARY-LONG UNSIGNED.
    01 LK-KEY                    PIC X(256).
    01 LK-LABEL                  PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-FILE-TAG LK-LINE-NUMBER LK-KEY LK-LABEL.
    PERFORM VARYING KEY-INDEX FROM 1 BY 1 UNTIL KEY-INDEX > DATA-CHECK-KEY-COUNT
        IF DATA-CHECK-KEY(KEY-INDEX) = LK-KEY
            MOVE DATA-CHECK-KEY-LINE(KEY-INDEX) TO LINE-TEXT
            MOVE SPACES TO PROBLEM-TEXT
            STRING
                "duplicate " DELIMITED BY SIZE
                FUNCTION TRIM(LK-LABEL) DELIMITED BY SIZE
                " '" DELIMITED BY SIZE
                FUNCTION TRIM(LK-KEY) DELIMITED BY SIZE
                "', first on line " DELIMITED BY SIZE
                FUNCTION TRIM(LINE-TEXT) DELIMITED BY SIZE
                INTO PROBLEM-TEXT
            END-STRING
            CALL "DataCheck-Problem" USING LK-FILE-TAG LK-LINE-NUMBER PROBLEM-TEXT
            GOBACK
        END-IF
    END-PERFORM
    IF DATA-CHECK-KEY-COUNT < MAX-DATA-CHECK-KEYS
        ADD 1 TO DATA-CHECK-KEY-COUNT
        MOVE LK-KEY TO DATA-CHECK-KEY(DATA-CHECK-KEY-COUNT)
        MOVE LK-LINE-NUMBER TO DATA-CHECK-KEY-LINE(DATA-CHECK-KEY-COUNT)
    END-IF
    GOBACK.

END PROGRAM DataCheck-Key.

*> --- DataCheck-Limit ---
*> Counts one more entry against a loader's table size. A line past
*> the OCCURS limit is silently dropped by the loader, so it is
*> reported here and LK-FITS comes back 0 - the caller then skips the
*> rest of its checks on that line.
IDENTIFICATION DIVISION.
PROGRAM-ID. DataCheck-Limit.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 MAXIMUM-TEXT              PIC Z(8)9.
    01 PROBLEM-TEXT              PIC X(160).
LINKAGE SECTION.
    01 LK-FILE-TAG               PIC X ANY LENGTH.
    01 LK-LINE-NUMBER            BINARY-LONG UNSIGNED.
    01 LK-COUNT                  BINARY-LONG UNSIGNED.
    01 LK-MAXIMUM                BINARY-LONG UNSIGNED.
    01 LK-LABEL                  PIC X ANY LENGTH.
    01 LK-FITS                   BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-FILE-TAG LK-LINE-NUMBER LK-COUNT LK-MAXIMUM LK-LABEL LK-FITS.
    IF LK-COUNT < LK-MAXIMUM
        ADD 1 TO LK-COUNT
        MOVE 1 TO LK-FITS
        GOBACK
    END-IF
    MOVE 0 TO LK-FITS
    MOVE LK-MAXIMUM TO MAXIMUM-TEXT
    MOVE SPACES TO PROBLEM-TEXT
    STRING
        "more than " DELIMITED BY SIZE
        FUNCTION TRIM(MAXIMUM-TEXT) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(LK-LABEL) DELIMITED BY SIZE
        " - this line is not loaded" DELIMITED BY SIZE
        INTO PROBLEM-TEXT
    END-STRING
    CALL "DataCheck-Problem" USING LK-FILE-TAG LK-LINE-NUMBER PROBLEM-TEXT
    GOBACK.

END PROGRAM DataCheck-Limit.

*> --- DataCheck-Crafting ---
*> The Crafting-LoadRecipes file. Two recipes with the same kind and
*> ingredient pattern are duplicates whatever they produce - only the
*> first could ever match.
IDENTIFICATION DIVISION.
PROGRAM-ID. DataCheck-Crafting.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CRAFTING-FILE ASSIGN TO CRAFTING-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  CRAFTING-FILE.
01  CRAFTING-RECORD              PIC X(700).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-CRAFTING.
    COPY DD-DATA-CHECK.
    01 FILE-TAG                  PIC X(16) VALUE "crafting".
    01 CRAFTING-FILE-PATH        PIC X(256).
    01 CRAFTING-EOF              BINARY-CHAR UNSIGNED.
    01 LINE-NUMBER               BINARY-LONG UNSIGNED.
    01 LINE-OK                   BINARY-CHAR UNSIGNED.
    01 RECIPE-COUNT              BINARY-LONG UNSIGNED.
    01 RECORD-KIND               PIC X(12).
    01 RESULT-FIELD              PIC X(64).
    01 COUNT-FIELD               PIC X(8).
    01 CELL-FIELD                PIC X(64) OCCURS 9 TIMES.
    01 EXTRA-FIELD               PIC X(64).
    01 CELL-INDEX                BINARY-LONG UNSIGNED.
    01 FILLED-CELLS              BINARY-LONG UNSIGNED.
    01 RECIPE-KEY                PIC X(256).
    01 KEY-POINTER               BINARY-LONG UNSIGNED.
    01 MIN-ONE                   BINARY-LONG VALUE 1.
    01 PROBLEM-TEXT              PIC X(160).

PROCEDURE DIVISION.
    MOVE 0 TO DATA-CHECK-KEY-COUNT
    MOVE 0 TO RECIPE-COUNT
    MOVE 0 TO LINE-NUMBER

    MOVE SERVER-PROP-CRAFTING-PATH TO CRAFTING-FILE-PATH
    MOVE 0 TO CRAFTING-EOF
    OPEN INPUT CRAFTING-FILE
    PERFORM UNTIL CRAFTING-EOF = 1
        READ CRAFTING-FILE
            AT END
                MOVE 1 TO CRAFTING-EOF
            NOT AT END
                ADD 1 TO LINE-NUMBER
                IF CRAFTING-RECORD NOT = SPACES AND CRAFTING-RECORD(1:1) NOT = "#"
                    MOVE SPACES TO RECORD-KIND RESULT-FIELD COUNT-FIELD EXTRA-FIELD
                    PERFORM VARYING CELL-INDEX FROM 1 BY 1 UNTIL CELL-INDEX > 9
                        MOVE SPACES TO CELL-FIELD(CELL-INDEX)
                    END-PERFORM
                    UNSTRING CRAFTING-RECORD DELIMITED BY ALL SPACE
                        INTO RECORD-KIND RESULT-FIELD COUNT-FIELD
                             CELL-FIELD(1) CELL-FIELD(2) CELL-FIELD(3)
                             CELL-FIELD(4) CELL-FIELD(5) CELL-FIELD(6)
                             CELL-FIELD(7) CELL-FIELD(8) CELL-FIELD(9)
                             EXTRA-FIELD
                    END-UNSTRING

                    MOVE 1 TO LINE-OK
                    MOVE SPACES TO PROBLEM-TEXT
                    EVALUATE TRUE
                        WHEN FUNCTION TRIM(RECORD-KIND) NOT = "shaped"
                                AND FUNCTION TRIM(RECORD-KIND) NOT = "shapeless"
                            STRING
                                "unknown line kind '" DELIMITED BY SIZE
                                FUNCTION TRIM(RECORD-KIND) DELIMITED BY SIZE
                                "' - shaped or shapeless" DELIMITED BY SIZE
                                INTO PROBLEM-TEXT
                            END-STRING
                            CALL "DataCheck-Problem" USING FILE-TAG LINE-NUMBER PROBLEM-TEXT
                            MOVE 0 TO LINE-OK
                        WHEN RESULT-FIELD = SPACES
                            CALL "DataCheck-Problem" USING FILE-TAG LINE-NUMBER
                                "recipe has no result item"
                            MOVE 0 TO LINE-OK
                    END-EVALUATE
                    IF LINE-OK = 1
                        CALL "DataCheck-Limit" USING FILE-TAG LINE-NUMBER RECIPE-COUNT
                            MAX-CRAFTING-RECIPES "recipes" LINE-OK
                    END-IF

                    IF LINE-OK = 1
                        CALL "DataCheck-Number" USING FILE-TAG LINE-NUMBER COUNT-FIELD
                            "result count" MIN-ONE
                        CALL "DataCheck-Item" USING FILE-TAG LINE-NUMBER RESULT-FIELD
                        MOVE 0 TO FILLED-CELLS
                        PERFORM VARYING CELL-INDEX FROM 1 BY 1 UNTIL CELL-INDEX > 9
                            IF CELL-FIELD(CELL-INDEX) NOT = SPACES
                                    AND FUNCTION TRIM(CELL-FIELD(CELL-INDEX)) NOT = "-"
                                ADD 1 TO FILLED-CELLS
                                CALL "DataCheck-Item" USING FILE-TAG LINE-NUMBER
                                    CELL-FIELD(CELL-INDEX)
                            END-IF
                        END-PERFORM
                        IF FILLED-CELLS = 0
                            CALL "DataCheck-Problem" USING FILE-TAG LINE-NUMBER
                                "recipe has no ingredients"
                        END-IF
                        IF FUNCTION TRIM(RECORD-KIND) = "shaped"
                                AND CELL-FIELD(9) = SPACES
                            CALL "DataCheck-Problem" USING FILE-TAG LINE-NUMBER
                                "shaped recipe needs all 9 cells, - for an empty one"
                        END-IF
                        IF EXTRA-FIELD NOT = SPACES
                            CALL "DataCheck-Problem" USING FILE-TAG LINE-NUMBER
                                "more than 9 ingredients - the rest are not loaded"
                        END-IF

                        MOVE SPACES TO RECIPE-KEY
                        MOVE 1 TO KEY-POINTER
                        STRING
                            FUNCTION TRIM(RECORD-KIND) DELIMITED BY SIZE
                            INTO RECIPE-KEY WITH POINTER KEY-POINTER
                        END-STRING
                        PERFORM VARYING CELL-INDEX FROM 1 BY 1 UNTIL CELL-INDEX > 9
                            IF CELL-FIELD(CELL-INDEX) NOT = SPACES
                                STRING
                                    " " DELIMITED BY SIZE
                                    FUNCTION TRIM(CELL-FIELD(CELL-INDEX)) DELIMITED BY SIZE
                                    INTO RECIPE-KEY WITH POINTER KEY-POINTER
                                END-STRING
                            END-IF
                        END-PERFORM
                        CALL "DataCheck-Key" USING FILE-TAG LINE-NUMBER RECIPE-KEY
                            "recipe pattern"
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CRAFTING-FILE
    GOBACK.

END PROGRAM DataCheck-Crafting.

*> --- DataCheck-Smelting ---
*> The Smelting-LoadRecipes file: smelt and fuel lines, each keyed on
*> its input item.
IDENTIFICATION DIVISION.
PROGRAM-ID. DataCheck-Smelting.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL SMELTING-FILE ASSIGN TO SMELTING-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  SMELTING-FILE.
01  SMELTING-RECORD              PIC X(200).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-SMELTING.
    COPY DD-DATA-CHECK.
    01 FILE-TAG                  PIC X(16) VALUE "smelting".
    01 SMELTING-FILE-PATH        PIC X(256).
    01 SMELTING-EOF              BINARY-CHAR UNSIGNED.
    01 LINE-NUMBER               BINARY-LONG UNSIGNED.
    01 LINE-OK                   BINARY-CHAR UNSIGNED.
    01 SMELT-COUNT               BINARY-LONG UNSIGNED.
    01 FUEL-COUNT                BINARY-LONG UNSIGNED.
    01 RECORD-KIND               PIC X(8).
    01 FIELD-ONE                 PIC X(64).
    01 FIELD-TWO                 PIC X(64).
    01 FIELD-THREE               PIC X(16).
    01 EXTRA-FIELD               PIC X(16).
    01 ENTRY-KEY                 PIC X(256).
    01 MIN-ONE                   BINARY-LONG VALUE 1.
    01 PROBLEM-TEXT              PIC X(160).

PROCEDURE DIVISION.
    MOVE 0 TO DATA-CHECK-KEY-COUNT
    MOVE 0 TO SMELT-COUNT
    MOVE 0 TO FUEL-COUNT
    MOVE 0 TO LINE-NUMBER

    MOVE SERVER-PROP-SMELTING-PATH TO SMELTING-FILE-PATH
    MOVE 0 TO SMELTING-EOF
    OPEN INPUT SMELTING-FILE
    PERFORM UNTIL SMELTING-EOF = 1
        READ SMELTING-FILE
            AT END
                MOVE 1 TO SMELTING-EOF
            NOT AT END
                ADD 1 TO LINE-NUMBER
                IF SMELTING-RECORD NOT = SPACES AND SMELTING-RECORD(1:1) NOT = "#"
                    MOVE SPACES TO RECORD-KIND FIELD-ONE FIELD-TWO FIELD-THREE EXTRA-FIELD
                    UNSTRING SMELTING-RECORD DELIMITED BY ALL SPACE
                        INTO RECORD-KIND FIELD-ONE FIELD-TWO FIELD-THREE EXTRA-FIELD
                    END-UNSTRING
                    EVALUATE FUNCTION TRIM(RECORD-KIND)
                        WHEN "smelt"
                            IF FIELD-TWO = SPACES
                                CALL "DataCheck-Problem" USING FILE-TAG LINE-NUMBER
                                    "smelt line needs an input and an output item"
                            ELSE
                                CALL "DataCheck-Limit" USING FILE-TAG LINE-NUMBER SMELT-COUNT
                                    MAX-SMELTING-RECIPES "smelting recipes" LINE-OK
                                IF LINE-OK = 1
                                    CALL "DataCheck-Item" USING FILE-TAG LINE-NUMBER FIELD-ONE
                                    CALL "DataCheck-Item" USING FILE-TAG LINE-NUMBER FIELD-TWO
                                    IF FIELD-THREE NOT = SPACES
                                        CALL "DataCheck-Number" USING FILE-TAG LINE-NUMBER
                                            FIELD-THREE "cook ticks" MIN-ONE
                                    END-IF
                                    IF EXTRA-FIELD NOT = SPACES
                                        CALL "DataCheck-Problem" USING FILE-TAG LINE-NUMBER
                                            "unexpected text after the cook ticks"
                                    END-IF
                                    MOVE SPACES TO ENTRY-KEY
                                    STRING
                                        "smelt " DELIMITED BY SIZE
                                        FUNCTION TRIM(FIELD-ONE) DELIMITED BY SIZE
                                        INTO ENTRY-KEY
                                    END-STRING
                                    CALL "DataCheck-Key" USING FILE-TAG LINE-NUMBER ENTRY-KEY
                                        "smelting input"
                                END-IF
                            END-IF
                        WHEN "fuel"
                            IF FIELD-TWO = SPACES
                                CALL "DataCheck-Problem" USING FILE-TAG LINE-NUMBER
                                    "fuel line needs an item and its burn ticks"
                            ELSE
                                CALL "DataCheck-Limit" USING FILE-TAG LINE-NUMBER FUEL-COUNT
                                    MAX-FUEL-TYPES "fuel types" LINE-OK
                                IF LINE-OK = 1
                                    CALL "DataCheck-Item" USING FILE-TAG LINE-NUMBER FIELD-ONE
                                    CALL "DataCheck-Number" USING FILE-TAG LINE-NUMBER
                                        FIELD-TWO "burn ticks" MIN-ONE
                                    IF FIELD-THREE NOT = SPACES
                                        CALL "DataCheck-Problem" USING FILE-TAG LINE-NUMBER
                                            "unexpected text after the burn ticks"
                                    END-IF
                                    MOVE SPACES TO ENTRY-KEY
                                    STRING
                                        "fuel " DELIMITED BY SIZE
                                        FUNCTION TRIM(FIELD-ONE) DELIMITED BY SIZE
                                        INTO ENTRY-KEY
                                    END-STRING
                                    CALL "DataCheck-Key" USING FILE-TAG LINE-NUMBER ENTRY-KEY
                                        "fuel"
                                END-IF
                            END-IF
                        WHEN OTHER
                            MOVE SPACES TO PROBLEM-TEXT
                            STRING
                                "unknown line kind '" DELIMITED BY SIZE
                                FUNCTION TRIM(RECORD-KIND) DELIMITED BY SIZE
                                "' - smelt or fuel" DELIMITED BY SIZE
                                INTO PROBLEM-TEXT
                            END-STRING
                            CALL "DataCheck-Problem" USING FILE-TAG LINE-NUMBER PROBLEM-TEXT
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM
    CLOSE SMELTING-FILE
    GOBACK.

END PROGRAM DataCheck-Smelting.

*> --- DataCheck-Kits ---
*> The Kits-Load file: one item per line, keyed on kit and item.
IDENTIFICATION DIVISION.
PROGRAM-ID. DataCheck-Kits.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL KITS-FILE ASSIGN TO KITS-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  KITS-FILE.
01  KITS-RECORD                  PIC X(200).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-KITS.
    COPY DD-DATA-CHECK.
    01 FILE-TAG                  PIC X(16) VALUE "kits".
    01 KITS-FILE-PATH            PIC X(256).
    01 KITS-EOF                  BINARY-CHAR UNSIGNED.
    01 LINE-NUMBER               BINARY-LONG UNSIGNED.
    01 LINE-OK                   BINARY-CHAR UNSIGNED.
    01 KIT-COUNT                 BINARY-LONG UNSIGNED.
    01 RECORD-KIND               PIC X(8).
    01 FIELD-ONE                 PIC X(32).
    01 FIELD-TWO                 PIC X(64).
    01 FIELD-THREE               PIC X(12).
    01 EXTRA-FIELD               PIC X(12).
    01 ENTRY-KEY                 PIC X(256).
    01 MIN-ONE                   BINARY-LONG VALUE 1.
    01 PROBLEM-TEXT              PIC X(160).

PROCEDURE DIVISION.
    MOVE 0 TO DATA-CHECK-KEY-COUNT
    MOVE 0 TO KIT-COUNT
    MOVE 0 TO LINE-NUMBER

    MOVE SERVER-PROP-KITS-PATH TO KITS-FILE-PATH
    MOVE 0 TO KITS-EOF
    OPEN INPUT KITS-FILE
    PERFORM UNTIL KITS-EOF = 1
        READ KITS-FILE
            AT END
                MOVE 1 TO KITS-EOF
            NOT AT END
                ADD 1 TO LINE-NUMBER
                IF KITS-RECORD NOT = SPACES AND KITS-RECORD(1:1) NOT = "#"
                    MOVE SPACES TO RECORD-KIND FIELD-ONE FIELD-TWO FIELD-THREE EXTRA-FIELD
                    UNSTRING KITS-RECORD DELIMITED BY ALL SPACE
                        INTO RECORD-KIND FIELD-ONE FIELD-TWO FIELD-THREE EXTRA-FIELD
                    END-UNSTRING
                    EVALUATE TRUE
                        WHEN FUNCTION TRIM(RECORD-KIND) NOT = "kit"
                            MOVE SPACES TO PROBLEM-TEXT
                            STRING
                                "unknown line kind '" DELIMITED BY SIZE
                                FUNCTION TRIM(RECORD-KIND) DELIMITED BY SIZE
                                "' - kit" DELIMITED BY SIZE
                                INTO PROBLEM-TEXT
                            END-STRING
                            CALL "DataCheck-Problem" USING FILE-TAG LINE-NUMBER PROBLEM-TEXT
                        WHEN FIELD-THREE = SPACES
                            CALL "DataCheck-Problem" USING FILE-TAG LINE-NUMBER
                                "kit line needs a kit name, an item and a count"
                        WHEN OTHER
                            CALL "DataCheck-Limit" USING FILE-TAG LINE-NUMBER KIT-COUNT
                                MAX-KIT-LINES "kit lines" LINE-OK
                            IF LINE-OK = 1
                                CALL "DataCheck-Item" USING FILE-TAG LINE-NUMBER FIELD-TWO
                                CALL "DataCheck-Number" USING FILE-TAG LINE-NUMBER
                                    FIELD-THREE "item count" MIN-ONE
                                IF EXTRA-FIELD NOT = SPACES
                                    CALL "DataCheck-Problem" USING FILE-TAG LINE-NUMBER
                                        "unexpected text after the count"
                                END-IF
                                MOVE SPACES TO ENTRY-KEY
                                STRING
                                    FUNCTION TRIM(FIELD-ONE) DELIMITED BY SIZE
                                    " " DELIMITED BY SIZE
                                    FUNCTION TRIM(FIELD-TWO) DELIMITED BY SIZE
                                    INTO ENTRY-KEY
                                END-STRING
                                CALL "DataCheck-Key" USING FILE-TAG LINE-NUMBER ENTRY-KEY
                                    "kit item"
                            END-IF
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM
    CLOSE KITS-FILE
    GOBACK.

END PROGRAM DataCheck-Kits.

*> --- DataCheck-Foods ---
*> The Food-LoadValues file, keyed on item.
IDENTIFICATION DIVISION.
PROGRAM-ID. DataCheck-Foods.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FOODS-FILE ASSIGN TO FOODS-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  FOODS-FILE.
01  FOODS-RECORD                 PIC X(120).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-FOODS.
    COPY DD-DATA-CHECK.
    01 FILE-TAG                  PIC X(16) VALUE "foods".
    01 FOODS-FILE-PATH           PIC X(256).
    01 FOODS-EOF                 BINARY-CHAR UNSIGNED.
    01 LINE-NUMBER               BINARY-LONG UNSIGNED.
    01 LINE-OK                   BINARY-CHAR UNSIGNED.
    01 FOOD-COUNT                BINARY-LONG UNSIGNED.
    01 RECORD-KIND               PIC X(8).
    01 FIELD-ONE                 PIC X(64).
    01 FIELD-TWO                 PIC X(16).
    01 EXTRA-FIELD               PIC X(16).
    01 ENTRY-KEY                 PIC X(256).
    01 MIN-ONE                   BINARY-LONG VALUE 1.
    01 PROBLEM-TEXT              PIC X(160).

PROCEDURE DIVISION.
    MOVE 0 TO DATA-CHECK-KEY-COUNT
    MOVE 0 TO FOOD-COUNT
    MOVE 0 TO LINE-NUMBER

    MOVE SERVER-PROP-FOODS-PATH TO FOODS-FILE-PATH
    MOVE 0 TO FOODS-EOF
    OPEN INPUT FOODS-FILE
    PERFORM UNTIL FOODS-EOF = 1
        READ FOODS-FILE
            AT END
                MOVE 1 TO FOODS-EOF
            NOT AT END
                ADD 1 TO LINE-NUMBER
                IF FOODS-RECORD NOT = SPACES AND FOODS-RECORD(1:1) NOT = "#"
                    MOVE SPACES TO RECORD-KIND FIELD-ONE FIELD-TWO EXTRA-FIELD
                    UNSTRING FOODS-RECORD DELIMITED BY ALL SPACE
                        INTO RECORD-KIND FIELD-ONE FIELD-TWO EXTRA-FIELD
                    END-UNSTRING
                    EVALUATE TRUE
                        WHEN FUNCTION TRIM(RECORD-KIND) NOT = "food"
                            MOVE SPACES TO PROBLEM-TEXT
                            STRING
                                "unknown line kind '" DELIMITED BY SIZE
                                FUNCTION TRIM(RECORD-KIND) DELIMITED BY SIZE
                                "' - food" DELIMITED BY SIZE
                                INTO PROBLEM-TEXT
                            END-STRING
                            CALL "DataCheck-Problem" USING FILE-TAG LINE-NUMBER PROBLEM-TEXT
                        WHEN FIELD-TWO = SPACES
                            CALL "DataCheck-Problem" USING FILE-TAG LINE-NUMBER
                                "food line needs an item and its food points"
                        WHEN OTHER
                            CALL "DataCheck-Limit" USING FILE-TAG LINE-NUMBER FOOD-COUNT
                                MAX-FOOD-TYPES "foods" LINE-OK
                            IF LINE-OK = 1
                                CALL "DataCheck-Item" USING FILE-TAG LINE-NUMBER FIELD-ONE
                                CALL "DataCheck-Number" USING FILE-TAG LINE-NUMBER
                                    FIELD-TWO "food points" MIN-ONE
                                IF EXTRA-FIELD NOT = SPACES
                                    CALL "DataCheck-Problem" USING FILE-TAG LINE-NUMBER
                                        "unexpected text after the food points"
                                END-IF
                                MOVE FIELD-ONE TO ENTRY-KEY
                                CALL "DataCheck-Key" USING FILE-TAG LINE-NUMBER ENTRY-KEY
                                    "food"
                            END-IF
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM
    CLOSE FOODS-FILE
    GOBACK.

END PROGRAM DataCheck-Foods.

*> --- DataCheck-Tiers ---
*> The Tiers-LoadTable file. Besides the per-line checks, every tool's
*> tier has to be named by a tier line somewhere in the file - a tool
*> on an unknown tier digs like a bare hand.
IDENTIFICATION DIVISION.
PROGRAM-ID. DataCheck-Tiers.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL TIERS-FILE ASSIGN TO TIERS-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  TIERS-FILE.
01  TIERS-RECORD                 PIC X(200).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-TOOL-TIERS.
    COPY DD-DATA-CHECK.
    01 FILE-TAG                  PIC X(16) VALUE "tiers".
    01 TIERS-FILE-PATH           PIC X(256).
    01 TIERS-EOF                 BINARY-CHAR UNSIGNED.
    01 LINE-NUMBER               BINARY-LONG UNSIGNED.
    01 LINE-OK                   BINARY-CHAR UNSIGNED.
    01 TIER-COUNT                BINARY-LONG UNSIGNED.
    01 TOOL-COUNT                BINARY-LONG UNSIGNED.
    01 HARVEST-COUNT             BINARY-LONG UNSIGNED.
    01 HARDNESS-COUNT            BINARY-LONG UNSIGNED.
    01 WEAPON-COUNT              BINARY-LONG UNSIGNED.
    01 RECORD-KIND               PIC X(12).
    01 FIELD-ONE                 PIC X(64).
    01 FIELD-TWO                 PIC X(64).
    01 FIELD-THREE               PIC X(16).
    01 EXTRA-FIELD               PIC X(16).
    01 ENTRY-KEY                 PIC X(256).
    01 MIN-ZERO                  BINARY-LONG VALUE 0.
    01 MIN-ONE                   BINARY-LONG VALUE 1.
    01 PROBLEM-TEXT              PIC X(160).
    *> each tool's tier, checked once the whole file has been read
    01 TIER-REF-COUNT            BINARY-LONG UNSIGNED.
    01 TIER-REF                  OCCURS 64 TIMES.
        02 TIER-REF-NAME         PIC X(64).
        02 TIER-REF-LINE         BINARY-LONG UNSIGNED.
    01 REF-INDEX                 BINARY-LONG UNSIGNED.
    01 KEY-INDEX                 BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    MOVE 0 TO DATA-CHECK-KEY-COUNT
    MOVE 0 TO TIER-COUNT
    MOVE 0 TO TOOL-COUNT
    MOVE 0 TO HARVEST-COUNT
    MOVE 0 TO HARDNESS-COUNT
    MOVE 0 TO WEAPON-COUNT
    MOVE 0 TO TIER-REF-COUNT
    MOVE 0 TO LINE-NUMBER

    MOVE SERVER-PROP-TOOL-TIERS-PATH TO TIERS-FILE-PATH
    MOVE 0 TO TIERS-EOF
    OPEN INPUT TIERS-FILE
    PERFORM UNTIL TIERS-EOF = 1
        READ TIERS-FILE
            AT END
                MOVE 1 TO TIERS-EOF
            NOT AT END
                ADD 1 TO LINE-NUMBER
                IF TIERS-RECORD NOT = SPACES AND TIERS-RECORD(1:1) NOT = "#"
                    MOVE SPACES TO RECORD-KIND FIELD-ONE FIELD-TWO FIELD-THREE EXTRA-FIELD
                    UNSTRING TIERS-RECORD DELIMITED BY ALL SPACE
                        INTO RECORD-KIND FIELD-ONE FIELD-TWO FIELD-THREE EXTRA-FIELD
                    END-UNSTRING
                    EVALUATE FUNCTION TRIM(RECORD-KIND)
                        WHEN "tier"
                            IF FIELD-THREE = SPACES
                                CALL "DataCheck-Problem" USING FILE-TAG LINE-NUMBER
                                    "tier line needs a name, a level and a speed"
                            ELSE
                                CALL "DataCheck-Limit" USING FILE-TAG LINE-NUMBER TIER-COUNT
                                    MAX-TOOL-TIERS "tiers" LINE-OK
                                IF LINE-OK = 1
                                    CALL "DataCheck-Number" USING FILE-TAG LINE-NUMBER
                                        FIELD-TWO "tier level" MIN-ZERO
                                    CALL "DataCheck-Number" USING FILE-TAG LINE-NUMBER
                                        FIELD-THREE "tier speed" MIN-ONE
                                    MOVE SPACES TO ENTRY-KEY
                                    STRING
                                        "tier " DELIMITED BY SIZE
                                        FUNCTION TRIM(FIELD-ONE) DELIMITED BY SIZE
                                        INTO ENTRY-KEY
                                    END-STRING
                                    CALL "DataCheck-Key" USING FILE-TAG LINE-NUMBER ENTRY-KEY
                                        "tier"
                                END-IF
                            END-IF
                        WHEN "tool"
                            IF FIELD-THREE = SPACES
                                CALL "DataCheck-Problem" USING FILE-TAG LINE-NUMBER
                                    "tool line needs an item, a tier and a durability"
                            ELSE
                                CALL "DataCheck-Limit" USING FILE-TAG LINE-NUMBER TOOL-COUNT
                                    MAX-TOOL-TYPES "tools" LINE-OK
                                IF LINE-OK = 1
                                    CALL "DataCheck-Item" USING FILE-TAG LINE-NUMBER FIELD-ONE
                                    CALL "DataCheck-Number" USING FILE-TAG LINE-NUMBER
                                        FIELD-THREE "durability" MIN-ONE
                                    MOVE SPACES TO ENTRY-KEY
                                    STRING
                                        "tool " DELIMITED BY SIZE
                                        FUNCTION TRIM(FIELD-ONE) DELIMITED BY SIZE
                                        INTO ENTRY-KEY
                                    END-STRING
                                    CALL "DataCheck-Key" USING FILE-TAG LINE-NUMBER ENTRY-KEY
                                        "tool"
                                    IF TIER-REF-COUNT < 64
                                        ADD 1 TO TIER-REF-COUNT
                                        MOVE FIELD-TWO TO TIER-REF-NAME(TIER-REF-COUNT)
                                        MOVE LINE-NUMBER TO TIER-REF-LINE(TIER-REF-COUNT)
                                    END-IF
                                END-IF
                            END-IF
                        WHEN "need"
                            IF FIELD-TWO = SPACES
                                CALL "DataCheck-Problem" USING FILE-TAG LINE-NUMBER
                                    "need line needs a block and a tier level"
                            ELSE
                                CALL "DataCheck-Limit" USING FILE-TAG LINE-NUMBER HARVEST-COUNT
                                    MAX-HARVEST-RULES "harvest rules" LINE-OK
                                IF LINE-OK = 1
                                    CALL "DataCheck-Item" USING FILE-TAG LINE-NUMBER FIELD-ONE
                                    CALL "DataCheck-Number" USING FILE-TAG LINE-NUMBER
                                        FIELD-TWO "tier level" MIN-ZERO
                                    MOVE SPACES TO ENTRY-KEY
                                    STRING
                                        "need " DELIMITED BY SIZE
                                        FUNCTION TRIM(FIELD-ONE) DELIMITED BY SIZE
                                        INTO ENTRY-KEY
                                    END-STRING
                                    CALL "DataCheck-Key" USING FILE-TAG LINE-NUMBER ENTRY-KEY
                                        "harvest rule"
                                END-IF
                            END-IF
                        WHEN "hardness"
                            IF FIELD-TWO = SPACES
                                CALL "DataCheck-Problem" USING FILE-TAG LINE-NUMBER
                                    "hardness line needs a block and its break ticks"
                            ELSE
                                CALL "DataCheck-Limit" USING FILE-TAG LINE-NUMBER HARDNESS-COUNT
                                    MAX-HARDNESS-RULES "hardness rules" LINE-OK
                                IF LINE-OK = 1
                                    CALL "DataCheck-Item" USING FILE-TAG LINE-NUMBER FIELD-ONE
                                    CALL "DataCheck-Number" USING FILE-TAG LINE-NUMBER
                                        FIELD-TWO "break ticks" MIN-ZERO
                                    MOVE SPACES TO ENTRY-KEY
                                    STRING
                                        "hardness " DELIMITED BY SIZE
                                        FUNCTION TRIM(FIELD-ONE) DELIMITED BY SIZE
                                        INTO ENTRY-KEY
                                    END-STRING
                                    CALL "DataCheck-Key" USING FILE-TAG LINE-NUMBER ENTRY-KEY
                                        "hardness rule"
                                END-IF
                            END-IF
                        WHEN "weapon"
                            IF FIELD-TWO = SPACES
                                CALL "DataCheck-Problem" USING FILE-TAG LINE-NUMBER
                                    "weapon line needs an item and its damage"
                            ELSE
                                CALL "DataCheck-Limit" USING FILE-TAG LINE-NUMBER WEAPON-COUNT
                                    MAX-WEAPON-RULES "weapon rules" LINE-OK
                                IF LINE-OK = 1
                                    CALL "DataCheck-Item" USING FILE-TAG LINE-NUMBER FIELD-ONE
                                    CALL "DataCheck-Number" USING FILE-TAG LINE-NUMBER
                                        FIELD-TWO "damage" MIN-ONE
                                    MOVE SPACES TO ENTRY-KEY
                                    STRING
                                        "weapon " DELIMITED BY SIZE
                                        FUNCTION TRIM(FIELD-ONE) DELIMITED BY SIZE
                                        INTO ENTRY-KEY
                                    END-STRING
                                    CALL "DataCheck-Key" USING FILE-TAG LINE-NUMBER ENTRY-KEY
                                        "weapon rule"
                                END-IF
                            END-IF
                        WHEN OTHER
                            MOVE SPACES TO PROBLEM-TEXT
                            STRING
                                "unknown line kind '" DELIMITED BY SIZE
                                FUNCTION TRIM(RECORD-KIND) DELIMITED BY SIZE
                                "' - tier, tool, need, hardness or weapon" DELIMITED BY SIZE
                                INTO PROBLEM-TEXT
                            END-STRING
                            CALL "DataCheck-Problem" USING FILE-TAG LINE-NUMBER PROBLEM-TEXT
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM
    CLOSE TIERS-FILE

    PERFORM VARYING REF-INDEX FROM 1 BY 1 UNTIL REF-INDEX > TIER-REF-COUNT
        MOVE SPACES TO ENTRY-KEY
        STRING
            "tier " DELIMITED BY SIZE
            FUNCTION TRIM(TIER-REF-NAME(REF-INDEX)) DELIMITED BY SIZE
            INTO ENTRY-KEY
        END-STRING
        PERFORM VARYING KEY-INDEX FROM 1 BY 1 UNTIL KEY-INDEX > DATA-CHECK-KEY-COUNT
            IF DATA-CHECK-KEY(KEY-INDEX) = ENTRY-KEY
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF KEY-INDEX > DATA-CHECK-KEY-COUNT
            MOVE SPACES TO PROBLEM-TEXT
            STRING
                "tool tier '" DELIMITED BY SIZE
                FUNCTION TRIM(TIER-REF-NAME(REF-INDEX)) DELIMITED BY SIZE
                "' has no tier line" DELIMITED BY SIZE
                INTO PROBLEM-TEXT
            END-STRING
            CALL "DataCheck-Problem" USING FILE-TAG TIER-REF-LINE(REF-INDEX) PROBLEM-TEXT
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM DataCheck-Tiers.

*> --- DataCheck-Achievements ---
*> The Achievements-Load file: "stat" lines must name one of the
*> counters Achievements-CheckStats knows, "event" lines one of the
*> events the game fires.
IDENTIFICATION DIVISION.
PROGRAM-ID. DataCheck-Achievements.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ACH-FILE ASSIGN TO ACH-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  ACH-FILE.
01  ACH-RECORD                   PIC X(200).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-ACHIEVEMENTS.
    COPY DD-DATA-CHECK.
    01 FILE-TAG                  PIC X(16) VALUE "achievements".
    01 ACH-FILE-PATH             PIC X(256).
    01 ACH-EOF                   BINARY-CHAR UNSIGNED.
    01 LINE-NUMBER               BINARY-LONG UNSIGNED.
    01 LINE-OK                   BINARY-CHAR UNSIGNED.
    01 DEF-COUNT                 BINARY-LONG UNSIGNED.
    01 RECORD-KIND               PIC X(8).
    01 FIELD-KEY                 PIC X(32).
    01 FIELD-KIND                PIC X(8).
    01 FIELD-TRIGGER             PIC X(16).
    01 FIELD-THRESHOLD           PIC X(16).
    01 REST-POINTER              BINARY-LONG UNSIGNED.
    01 ENTRY-KEY                 PIC X(256).
    01 MIN-ONE                   BINARY-LONG VALUE 1.
    01 PROBLEM-TEXT              PIC X(160).

PROCEDURE DIVISION.
    MOVE 0 TO DATA-CHECK-KEY-COUNT
    MOVE 0 TO DEF-COUNT
    MOVE 0 TO LINE-NUMBER

    MOVE SERVER-PROP-ACHIEVEMENTS-PATH TO ACH-FILE-PATH
    MOVE 0 TO ACH-EOF
    OPEN INPUT ACH-FILE
    PERFORM UNTIL ACH-EOF = 1
        READ ACH-FILE
            AT END
                MOVE 1 TO ACH-EOF
            NOT AT END
                ADD 1 TO LINE-NUMBER
                IF ACH-RECORD NOT = SPACES AND ACH-RECORD(1:1) NOT = "#"
                    MOVE SPACES TO RECORD-KIND FIELD-KEY FIELD-KIND
                    MOVE SPACES TO FIELD-TRIGGER FIELD-THRESHOLD
                    MOVE 1 TO REST-POINTER
                    UNSTRING ACH-RECORD DELIMITED BY ALL SPACE
                        INTO RECORD-KIND FIELD-KEY FIELD-KIND
                        WITH POINTER REST-POINTER
                    END-UNSTRING
                    MOVE 0 TO LINE-OK
                    MOVE SPACES TO PROBLEM-TEXT
                    EVALUATE TRUE
                        WHEN FUNCTION TRIM(RECORD-KIND) NOT = "ach"
                            STRING
                                "unknown line kind '" DELIMITED BY SIZE
                                FUNCTION TRIM(RECORD-KIND) DELIMITED BY SIZE
                                "' - ach" DELIMITED BY SIZE
                                INTO PROBLEM-TEXT
                            END-STRING
                            CALL "DataCheck-Problem" USING FILE-TAG LINE-NUMBER PROBLEM-TEXT
                        WHEN FUNCTION TRIM(FIELD-KIND) = "stat"
                            IF REST-POINTER <= 200
                                UNSTRING ACH-RECORD DELIMITED BY ALL SPACE
                                    INTO FIELD-TRIGGER FIELD-THRESHOLD
                                    WITH POINTER REST-POINTER
                                END-UNSTRING
                            END-IF
                            IF FIELD-THRESHOLD = SPACES OR REST-POINTER > 200
                                CALL "DataCheck-Problem" USING FILE-TAG LINE-NUMBER
                                    "stat achievement needs a counter, a threshold and a title"
                            ELSE
                                MOVE 1 TO LINE-OK
                            END-IF
                        WHEN FUNCTION TRIM(FIELD-KIND) = "event"
                            IF REST-POINTER <= 200
                                UNSTRING ACH-RECORD DELIMITED BY ALL SPACE
                                    INTO FIELD-TRIGGER
                                    WITH POINTER REST-POINTER
                                END-UNSTRING
                            END-IF
                            IF FIELD-TRIGGER = SPACES OR REST-POINTER > 200
                                CALL "DataCheck-Problem" USING FILE-TAG LINE-NUMBER
                                    "event achievement needs an event and a title"
                            ELSE
                                MOVE 1 TO LINE-OK
                            END-IF
                        WHEN OTHER
                            STRING
                                "unknown achievement kind '" DELIMITED BY SIZE
                                FUNCTION TRIM(FIELD-KIND) DELIMITED BY SIZE
                                "' - stat or event" DELIMITED BY SIZE
                                INTO PROBLEM-TEXT
                            END-STRING
                            CALL "DataCheck-Problem" USING FILE-TAG LINE-NUMBER PROBLEM-TEXT
                    END-EVALUATE
                    IF LINE-OK = 1
                        CALL "DataCheck-Limit" USING FILE-TAG LINE-NUMBER DEF-COUNT
                            MAX-ACHIEVEMENT-DEFS "achievements" LINE-OK
                    END-IF

                    IF LINE-OK = 1
                        MOVE SPACES TO PROBLEM-TEXT
                        IF FUNCTION TRIM(FIELD-KIND) = "stat"
                            CALL "DataCheck-Number" USING FILE-TAG LINE-NUMBER
                                FIELD-THRESHOLD "threshold" MIN-ONE
                            EVALUATE FUNCTION TRIM(FIELD-TRIGGER)
                                WHEN "placed"
                                WHEN "broken"
                                WHEN "distance"
                                WHEN "online-minutes"
                                WHEN "deaths"
                                WHEN "kills"
                                WHEN "pvp-kills"
                                    CONTINUE
                                WHEN OTHER
                                    STRING
                                        "unknown stat counter '" DELIMITED BY SIZE
                                        FUNCTION TRIM(FIELD-TRIGGER) DELIMITED BY SIZE
                                        "'" DELIMITED BY SIZE
                                        INTO PROBLEM-TEXT
                                    END-STRING
                                    CALL "DataCheck-Problem" USING FILE-TAG LINE-NUMBER
                                        PROBLEM-TEXT
                            END-EVALUATE
                        ELSE
                            EVALUATE FUNCTION TRIM(FIELD-TRIGGER)
                                WHEN "smelt"
                                WHEN "sleep"
                                    CONTINUE
                                WHEN OTHER
                                    STRING
                                        "unknown event '" DELIMITED BY SIZE
                                        FUNCTION TRIM(FIELD-TRIGGER) DELIMITED BY SIZE
                                        "'" DELIMITED BY SIZE
                                        INTO PROBLEM-TEXT
                                    END-STRING
                                    CALL "DataCheck-Problem" USING FILE-TAG LINE-NUMBER
                                        PROBLEM-TEXT
                            END-EVALUATE
                        END-IF
                        MOVE FIELD-KEY TO ENTRY-KEY
                        CALL "DataCheck-Key" USING FILE-TAG LINE-NUMBER ENTRY-KEY
                            "achievement"
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE ACH-FILE
    GOBACK.

END PROGRAM DataCheck-Achievements.

*> --- DataCheck-Schedule ---
*> The Scheduler-Load file. Each entry's command has to start with a
*> verb Command-Execute knows, or it fails every time it comes due.
IDENTIFICATION DIVISION.
PROGRAM-ID. DataCheck-Schedule.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL SCHEDULE-FILE ASSIGN TO SCHEDULE-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  SCHEDULE-FILE.
01  SCHEDULE-RECORD              PIC X(160).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-SCHEDULE.
    COPY DD-DATA-CHECK.
    01 FILE-TAG                  PIC X(16) VALUE "schedule".
    01 SCHEDULE-FILE-PATH        PIC X(256).
    01 SCHEDULE-EOF              BINARY-CHAR UNSIGNED.
    01 LINE-NUMBER               BINARY-LONG UNSIGNED.
    01 LINE-OK                   BINARY-CHAR UNSIGNED.
    01 ENTRY-COUNT               BINARY-LONG UNSIGNED.
    01 RECORD-KIND               PIC X(8).
    01 FIELD-ONE                 PIC X(16).
    01 FIELD-TWO                 PIC X(16).
    01 TIME-FIELD                PIC X(16).
    01 WEEKDAY-VALUE             BINARY-LONG UNSIGNED.
    01 REST-POINTER              BINARY-LONG UNSIGNED.
    01 SCHEDULE-VERB             PIC X(32).
    01 TIME-VALUE                BINARY-LONG.
    01 MIN-ZERO                  BINARY-LONG VALUE 0.
    01 MIN-ONE                   BINARY-LONG VALUE 1.
    01 PROBLEM-TEXT              PIC X(160).
    01 VERB-COUNT                BINARY-LONG UNSIGNED.
    01 VERB-TABLE.
        02 KNOWN-VERB            PIC X(32) OCCURS 128 TIMES.
    01 VERB-INDEX                BINARY-LONG UNSIGNED.

PROCEDURE DIVISION.
    MOVE 0 TO ENTRY-COUNT
    MOVE 0 TO LINE-NUMBER
    CALL "Command-ListVerbs" USING VERB-COUNT VERB-TABLE

    MOVE SERVER-PROP-SCHEDULE-PATH TO SCHEDULE-FILE-PATH
    MOVE 0 TO SCHEDULE-EOF
    OPEN INPUT SCHEDULE-FILE
    PERFORM UNTIL SCHEDULE-EOF = 1
        READ SCHEDULE-FILE
            AT END
                MOVE 1 TO SCHEDULE-EOF
            NOT AT END
                ADD 1 TO LINE-NUMBER
                IF SCHEDULE-RECORD NOT = SPACES AND SCHEDULE-RECORD(1:1) NOT = "#"
                    MOVE SPACES TO RECORD-KIND FIELD-ONE
                    MOVE 1 TO REST-POINTER
                    UNSTRING SCHEDULE-RECORD DELIMITED BY ALL SPACE
                        INTO RECORD-KIND FIELD-ONE
                        WITH POINTER REST-POINTER
                    END-UNSTRING
                    MOVE SPACES TO FIELD-TWO
                    IF FUNCTION TRIM(RECORD-KIND) = "weekly" AND REST-POINTER <= 160
                        UNSTRING SCHEDULE-RECORD DELIMITED BY ALL SPACE
                            INTO FIELD-TWO
                            WITH POINTER REST-POINTER
                        END-UNSTRING
                    END-IF
                    MOVE 0 TO LINE-OK
                    MOVE SPACES TO PROBLEM-TEXT
                    EVALUATE TRUE
                        WHEN FUNCTION TRIM(RECORD-KIND) NOT = "every"
                                AND FUNCTION TRIM(RECORD-KIND) NOT = "daily"
                                AND FUNCTION TRIM(RECORD-KIND) NOT = "weekly"
                            STRING
                                "unknown line kind '" DELIMITED BY SIZE
                                FUNCTION TRIM(RECORD-KIND) DELIMITED BY SIZE
                                "' - every, daily or weekly" DELIMITED BY SIZE
                                INTO PROBLEM-TEXT
                            END-STRING
                            CALL "DataCheck-Problem" USING FILE-TAG LINE-NUMBER PROBLEM-TEXT
                        WHEN FUNCTION TRIM(RECORD-KIND) = "weekly" AND FIELD-TWO = SPACES
                            CALL "DataCheck-Problem" USING FILE-TAG LINE-NUMBER
                                "weekly line needs a day, a time and a command"
                        WHEN FIELD-ONE = SPACES OR REST-POINTER > 160
                            CALL "DataCheck-Problem" USING FILE-TAG LINE-NUMBER
                                "schedule line needs a time and a command"
                        WHEN SCHEDULE-RECORD(REST-POINTER:) = SPACES
                            CALL "DataCheck-Problem" USING FILE-TAG LINE-NUMBER
                                "schedule line needs a time and a command"
                        WHEN OTHER
                            CALL "DataCheck-Limit" USING FILE-TAG LINE-NUMBER ENTRY-COUNT
                                MAX-SCHEDULE-ENTRIES "schedule entries" LINE-OK
                    END-EVALUATE

                    IF LINE-OK = 1
                        IF FUNCTION TRIM(RECORD-KIND) = "every"
                            CALL "DataCheck-Number" USING FILE-TAG LINE-NUMBER
                                FIELD-ONE "interval ticks" MIN-ONE
                        ELSE
                            MOVE FIELD-ONE TO TIME-FIELD
                            IF FUNCTION TRIM(RECORD-KIND) = "weekly"
                                MOVE FIELD-TWO TO TIME-FIELD
                                CALL "Scheduler-ParseWeekday" USING FIELD-ONE WEEKDAY-VALUE
                                IF WEEKDAY-VALUE = 0
                                    STRING
                                        "day '" DELIMITED BY SIZE
                                        FUNCTION TRIM(FIELD-ONE) DELIMITED BY SIZE
                                        "' is not mon, tue, wed, thu, fri, sat or sun"
                                            DELIMITED BY SIZE
                                        INTO PROBLEM-TEXT
                                    END-STRING
                                    CALL "DataCheck-Problem" USING FILE-TAG LINE-NUMBER
                                        PROBLEM-TEXT
                                    MOVE SPACES TO PROBLEM-TEXT
                                END-IF
                            END-IF
                            CALL "DataCheck-Number" USING FILE-TAG LINE-NUMBER
                                TIME-FIELD "time" MIN-ZERO
                            IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(TIME-FIELD)) = 0
                                MOVE FUNCTION NUMVAL(TIME-FIELD) TO TIME-VALUE
                                IF TIME-VALUE > 2359 OR FUNCTION MOD(TIME-VALUE, 100) > 59
                                    STRING
                                        "time '" DELIMITED BY SIZE
                                        FUNCTION TRIM(TIME-FIELD) DELIMITED BY SIZE
                                        "' is not an hhmm time of day" DELIMITED BY SIZE
                                        INTO PROBLEM-TEXT
                                    END-STRING
                                    CALL "DataCheck-Problem" USING FILE-TAG LINE-NUMBER
                                        PROBLEM-TEXT
                                END-IF
                            END-IF
                        END-IF

                        MOVE SPACES TO SCHEDULE-VERB
                        UNSTRING SCHEDULE-RECORD(REST-POINTER:) DELIMITED BY SPACE
                            INTO SCHEDULE-VERB
                        END-UNSTRING
                        PERFORM VARYING VERB-INDEX FROM 1 BY 1 UNTIL VERB-INDEX > VERB-COUNT
                            IF KNOWN-VERB(VERB-INDEX) = SCHEDULE-VERB
                                EXIT PERFORM
                            END-IF
                        END-PERFORM
                        IF VERB-INDEX > VERB-COUNT
                            MOVE SPACES TO PROBLEM-TEXT
                            STRING
                                "unknown command '" DELIMITED BY SIZE
                                FUNCTION TRIM(SCHEDULE-VERB) DELIMITED BY SIZE
                                "'" DELIMITED BY SIZE
                                INTO PROBLEM-TEXT
                            END-STRING
                            CALL "DataCheck-Problem" USING FILE-TAG LINE-NUMBER PROBLEM-TEXT
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE SCHEDULE-FILE
    GOBACK.

END PROGRAM DataCheck-Schedule.

*> --- DataCheck-Messages ---
*> The Messages-Load file, keyed on language and message key.
IDENTIFICATION DIVISION.
PROGRAM-ID. DataCheck-Messages.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CATALOG-FILE ASSIGN TO CATALOG-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  CATALOG-FILE.
01  CATALOG-RECORD               PIC X(200).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-MESSAGES.
    COPY DD-DATA-CHECK.
    01 FILE-TAG                  PIC X(16) VALUE "messages".
    01 CATALOG-FILE-PATH         PIC X(256).
    01 CATALOG-EOF               BINARY-CHAR UNSIGNED.
    01 LINE-NUMBER               BINARY-LONG UNSIGNED.
    01 LINE-OK                   BINARY-CHAR UNSIGNED.
    01 ENTRY-COUNT               BINARY-LONG UNSIGNED.
    01 RECORD-KIND               PIC X(8).
    01 FIELD-LANG                PIC X(8).
    01 FIELD-KEY                 PIC X(32).
    01 REST-POINTER              BINARY-LONG UNSIGNED.
    01 ENTRY-KEY                 PIC X(256).
    01 PROBLEM-TEXT              PIC X(160).

PROCEDURE DIVISION.
    MOVE 0 TO DATA-CHECK-KEY-COUNT
    MOVE 0 TO ENTRY-COUNT
    MOVE 0 TO LINE-NUMBER

    MOVE SERVER-PROP-MESSAGES-PATH TO CATALOG-FILE-PATH
    MOVE 0 TO CATALOG-EOF
    OPEN INPUT CATALOG-FILE
    PERFORM UNTIL CATALOG-EOF = 1
        READ CATALOG-FILE
            AT END
                MOVE 1 TO CATALOG-EOF
            NOT AT END
                ADD 1 TO LINE-NUMBER
                IF CATALOG-RECORD NOT = SPACES AND CATALOG-RECORD(1:1) NOT = "#"
                    MOVE SPACES TO RECORD-KIND FIELD-LANG FIELD-KEY
                    MOVE 1 TO REST-POINTER
                    UNSTRING CATALOG-RECORD DELIMITED BY ALL SPACE
                        INTO RECORD-KIND FIELD-LANG FIELD-KEY
                        WITH POINTER REST-POINTER
                    END-UNSTRING
                    EVALUATE TRUE
                        WHEN FUNCTION TRIM(RECORD-KIND) NOT = "msg"
                            MOVE SPACES TO PROBLEM-TEXT
                            STRING
                                "unknown line kind '" DELIMITED BY SIZE
                                FUNCTION TRIM(RECORD-KIND) DELIMITED BY SIZE
                                "' - msg" DELIMITED BY SIZE
                                INTO PROBLEM-TEXT
                            END-STRING
                            CALL "DataCheck-Problem" USING FILE-TAG LINE-NUMBER PROBLEM-TEXT
                        WHEN FIELD-KEY = SPACES OR REST-POINTER > 200
                            CALL "DataCheck-Problem" USING FILE-TAG LINE-NUMBER
                                "message line needs a language, a key and the text"
                        WHEN OTHER
                            CALL "DataCheck-Limit" USING FILE-TAG LINE-NUMBER ENTRY-COUNT
                                MAX-MESSAGE-ENTRIES "messages" LINE-OK
                            IF LINE-OK = 1
                                MOVE SPACES TO ENTRY-KEY
                                STRING
                                    FUNCTION TRIM(FIELD-LANG) DELIMITED BY SIZE
                                    " " DELIMITED BY SIZE
                                    FUNCTION TRIM(FIELD-KEY) DELIMITED BY SIZE
                                    INTO ENTRY-KEY
                                END-STRING
                                CALL "DataCheck-Key" USING FILE-TAG LINE-NUMBER ENTRY-KEY
                                    "message"
                            END-IF
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM
    CLOSE CATALOG-FILE
    GOBACK.

END PROGRAM DataCheck-Messages.

*> --- DataCheck-Warps ---
*> The Warps-Load file, keyed on warp name; a missing or non-numeric
*> coordinate would load as 0.
IDENTIFICATION DIVISION.
PROGRAM-ID. DataCheck-Warps.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL WARPS-FILE ASSIGN TO WARPS-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  WARPS-FILE.
01  WARPS-RECORD                 PIC X(96).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-WARPS.
    COPY DD-DATA-CHECK.
    01 FILE-TAG                  PIC X(16) VALUE "warps".
    01 WARPS-FILE-PATH           PIC X(256).
    01 WARPS-EOF                 BINARY-CHAR UNSIGNED.
    01 LINE-NUMBER               BINARY-LONG UNSIGNED.
    01 LINE-OK                   BINARY-CHAR UNSIGNED.
    01 ENTRY-COUNT               BINARY-LONG UNSIGNED.
    01 RECORD-KIND               PIC X(8).
    01 FIELD-NAME                PIC X(32).
    01 FIELD-X                   PIC X(12).
    01 FIELD-Y                   PIC X(12).
    01 FIELD-Z                   PIC X(12).
    01 EXTRA-FIELD               PIC X(12).
    01 ENTRY-KEY                 PIC X(256).
    01 MIN-COORDINATE            BINARY-LONG VALUE -30000000.
    01 PROBLEM-TEXT              PIC X(160).

PROCEDURE DIVISION.
    MOVE 0 TO DATA-CHECK-KEY-COUNT
    MOVE 0 TO ENTRY-COUNT
    MOVE 0 TO LINE-NUMBER

    MOVE SERVER-PROP-WARPS-PATH TO WARPS-FILE-PATH
    MOVE 0 TO WARPS-EOF
    OPEN INPUT WARPS-FILE
    PERFORM UNTIL WARPS-EOF = 1
        READ WARPS-FILE
            AT END
                MOVE 1 TO WARPS-EOF
            NOT AT END
                ADD 1 TO LINE-NUMBER
                IF WARPS-RECORD NOT = SPACES AND WARPS-RECORD(1:1) NOT = "#"
                    MOVE SPACES TO RECORD-KIND FIELD-NAME FIELD-X FIELD-Y FIELD-Z EXTRA-FIELD
                    UNSTRING WARPS-RECORD DELIMITED BY ALL SPACE
                        INTO RECORD-KIND FIELD-NAME FIELD-X FIELD-Y FIELD-Z EXTRA-FIELD
                    END-UNSTRING
                    EVALUATE TRUE
                        WHEN FUNCTION TRIM(RECORD-KIND) NOT = "warp"
                            MOVE SPACES TO PROBLEM-TEXT
                            STRING
                                "unknown line kind '" DELIMITED BY SIZE
                                FUNCTION TRIM(RECORD-KIND) DELIMITED BY SIZE
                                "' - warp" DELIMITED BY SIZE
                                INTO PROBLEM-TEXT
                            END-STRING
                            CALL "DataCheck-Problem" USING FILE-TAG LINE-NUMBER PROBLEM-TEXT
                        WHEN FIELD-NAME = SPACES
                            CALL "DataCheck-Problem" USING FILE-TAG LINE-NUMBER
                                "warp line needs a name and x y z"
                        WHEN OTHER
                            CALL "DataCheck-Limit" USING FILE-TAG LINE-NUMBER ENTRY-COUNT
                                MAX-WARPS "warps" LINE-OK
                            IF LINE-OK = 1
                                CALL "DataCheck-Number" USING FILE-TAG LINE-NUMBER
                                    FIELD-X "x" MIN-COORDINATE
                                CALL "DataCheck-Number" USING FILE-TAG LINE-NUMBER
                                    FIELD-Y "y" MIN-COORDINATE
                                CALL "DataCheck-Number" USING FILE-TAG LINE-NUMBER
                                    FIELD-Z "z" MIN-COORDINATE
                                IF EXTRA-FIELD NOT = SPACES
                                    CALL "DataCheck-Problem" USING FILE-TAG LINE-NUMBER
                                        "unexpected text after z"
                                END-IF
                                MOVE FIELD-NAME TO ENTRY-KEY
                                CALL "DataCheck-Key" USING FILE-TAG LINE-NUMBER ENTRY-KEY
                                    "warp"
                            END-IF
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM
    CLOSE WARPS-FILE
    GOBACK.

END PROGRAM DataCheck-Warps.
