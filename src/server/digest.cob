*> --- Digest-WriteReport ---
*> The "daily-digest" verb, schedulable through DD-SCHEDULE like the
*> other reports ("daily 0600 daily-digest"): one report covering the
*> previous calendar day, gathered from every operations log the
*> morning round used to open one by one - stats, sessions, economy,
*> anti-cheat, admin audit, backup verify and chunk quarantine. Each
*> log is read across all of its generations through
*> Log-ListGenerations, so a midnight rotation can't hide the evening
*> before. Every section scanner appends its own lines to the report
*> and hands back a short summary fragment; the fragments make up the
*> one-line "digest" webhook notice for staff who aren't logged in.
IDENTIFICATION DIVISION.
PROGRAM-ID. Digest-WriteReport.

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
    01 REPORT-FILE-PATH          PIC X(256).
    01 REPORT-TIMESTAMP          PIC X(21).
    *> the day being reported on, yyyymmdd - the prefix every
    *> timestamped log line starts with
    01 TODAY-DATE                PIC 9(8).
    01 DIGEST-DATE               PIC 9(8).
    01 DIGEST-DAY                PIC X(8).
    01 DAY-NUMBER                BINARY-LONG.
    01 STATS-SUMMARY             PIC X(64).
    01 SESSIONS-SUMMARY          PIC X(64).
    01 ECONOMY-SUMMARY           PIC X(64).
    01 ANTICHEAT-SUMMARY         PIC X(64).
    01 ADMIN-SUMMARY             PIC X(64).
    01 VERIFY-SUMMARY            PIC X(64).
    01 QUARANTINE-SUMMARY        PIC X(64).
    01 DIGEST-SUMMARY            PIC X(240).
LINKAGE SECTION.
    01 LK-RESPONSE               PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-RESPONSE.
    MOVE FUNCTION CURRENT-DATE TO REPORT-TIMESTAMP
    MOVE REPORT-TIMESTAMP(1:8) TO TODAY-DATE
    COMPUTE DAY-NUMBER = FUNCTION INTEGER-OF-DATE(TODAY-DATE) - 1
    MOVE FUNCTION DATE-OF-INTEGER(DAY-NUMBER) TO DIGEST-DATE
    MOVE DIGEST-DATE TO DIGEST-DAY

    *> a fresh report each run, the attendance report's convention -
    *> the scanners below append to it line by line
    MOVE SERVER-PROP-DIGEST-REPORT-PATH TO REPORT-FILE-PATH
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO REPORT-RECORD
    STRING
        "digest day=" DELIMITED BY SIZE
        DIGEST-DAY DELIMITED BY SIZE
        " generated=" DELIMITED BY SIZE
        REPORT-TIMESTAMP(1:14) DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    CLOSE REPORT-FILE

    CALL "Digest-ScanStats" USING DIGEST-DAY STATS-SUMMARY
    CALL "Digest-ScanSessions" USING DIGEST-DAY SESSIONS-SUMMARY
    CALL "Digest-ScanEconomy" USING DIGEST-DAY ECONOMY-SUMMARY
    CALL "Digest-ScanAntiCheat" USING DIGEST-DAY ANTICHEAT-SUMMARY
    CALL "Digest-ScanAdmin" USING DIGEST-DAY ADMIN-SUMMARY
    CALL "Digest-ScanVerify" USING DIGEST-DAY VERIFY-SUMMARY
    CALL "Digest-ScanQuarantine" USING DIGEST-DAY QUARANTINE-SUMMARY

    MOVE SPACES TO DIGEST-SUMMARY
    STRING
        DIGEST-DAY DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(STATS-SUMMARY) DELIMITED BY SIZE
        ", " DELIMITED BY SIZE
        FUNCTION TRIM(SESSIONS-SUMMARY) DELIMITED BY SIZE
        ", " DELIMITED BY SIZE
        FUNCTION TRIM(ECONOMY-SUMMARY) DELIMITED BY SIZE
        ", " DELIMITED BY SIZE
        FUNCTION TRIM(ANTICHEAT-SUMMARY) DELIMITED BY SIZE
        ", " DELIMITED BY SIZE
        FUNCTION TRIM(ADMIN-SUMMARY) DELIMITED BY SIZE
        ", " DELIMITED BY SIZE
        FUNCTION TRIM(VERIFY-SUMMARY) DELIMITED BY SIZE
        ", " DELIMITED BY SIZE
        FUNCTION TRIM(QUARANTINE-SUMMARY) DELIMITED BY SIZE
        INTO DIGEST-SUMMARY
    END-STRING

    MOVE SPACES TO REPORT-RECORD
    STRING
        "summary " DELIMITED BY SIZE
        FUNCTION TRIM(DIGEST-SUMMARY) DELIMITED BY SIZE
        INTO REPORT-RECORD
    END-STRING
    CALL "Digest-ReportLine" USING REPORT-RECORD

    CALL "Webhook-Enqueue" USING "digest" DIGEST-SUMMARY

    MOVE SPACES TO LK-RESPONSE
    STRING
        "Daily digest written: " DELIMITED BY SIZE
        FUNCTION TRIM(DIGEST-SUMMARY) DELIMITED BY SIZE
        INTO LK-RESPONSE
    END-STRING

    GOBACK.

END PROGRAM Digest-WriteReport.

*> --- Digest-ReportLine ---
*> Appends one line to the daily digest report Digest-WriteReport
*> started.
IDENTIFICATION DIVISION.
PROGRAM-ID. Digest-ReportLine.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL REPORT-FILE ASSIGN TO REPORT-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  REPORT-FILE.
01  REPORT-RECORD                PIC X(256).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    01 REPORT-FILE-PATH          PIC X(256).
LINKAGE SECTION.
    01 LK-LINE                   PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-LINE.
    MOVE LK-LINE TO REPORT-RECORD
    MOVE SERVER-PROP-DIGEST-REPORT-PATH TO REPORT-FILE-PATH
    OPEN EXTEND REPORT-FILE
    WRITE REPORT-RECORD
    CLOSE REPORT-FILE
    GOBACK.

END PROGRAM Digest-ReportLine.

*> --- Digest-ScanStats ---
*> Server health for the day from the World-StatisticsReport
*> snapshots: lowest and average TPS and the most clients connected at
*> any snapshot. The fields sit at the fixed offsets that program
*> writes them at: tps ---9.99 from column 27, clients ---9 from 43.
IDENTIFICATION DIVISION.
PROGRAM-ID. Digest-ScanStats.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL DIGEST-LOG-FILE ASSIGN TO DIGEST-LOG-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  DIGEST-LOG-FILE.
01  DIGEST-LOG-RECORD            PIC X(512).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    01 DIGEST-LOG-PATH           PIC X(300).
    01 DIGEST-EOF                BINARY-CHAR UNSIGNED.
    01 GENERATION-COUNT          BINARY-LONG UNSIGNED.
    01 GENERATION-TABLE.
        02 GENERATION-ENTRY      PIC X(300) OCCURS 65 TIMES.
    01 GENERATION-INDEX          BINARY-LONG UNSIGNED.
    01 SAMPLE-COUNT              BINARY-LONG UNSIGNED.
    01 SAMPLE-TPS                PIC S9(4)V99.
    01 SAMPLE-CLIENTS            BINARY-LONG.
    01 TPS-TOTAL                 PIC S9(12)V99.
    01 TPS-MINIMUM               PIC S9(4)V99.
    01 TPS-AVERAGE               PIC S9(4)V99.
    01 PEAK-CLIENTS              BINARY-LONG.
    01 SAMPLE-TEXT               PIC ---------9.
    01 MIN-TEXT                  PIC ---9.99.
    01 AVG-TEXT                  PIC ---9.99.
    01 PEAK-TEXT                 PIC ---------9.
    01 REPORT-LINE               PIC X(256).
LINKAGE SECTION.
    01 LK-DAY                    PIC X(8).
    01 LK-SUMMARY                PIC X(64).

PROCEDURE DIVISION USING LK-DAY LK-SUMMARY.
    MOVE 0 TO SAMPLE-COUNT
    MOVE 0 TO TPS-TOTAL
    MOVE 0 TO TPS-MINIMUM
    MOVE 0 TO PEAK-CLIENTS

    CALL "Log-ListGenerations" USING SERVER-PROP-STATS-LOG-PATH
        GENERATION-COUNT GENERATION-TABLE
    PERFORM VARYING GENERATION-INDEX FROM 1 BY 1
            UNTIL GENERATION-INDEX > GENERATION-COUNT
    MOVE GENERATION-ENTRY(GENERATION-INDEX) TO DIGEST-LOG-PATH
    MOVE 0 TO DIGEST-EOF
    OPEN INPUT DIGEST-LOG-FILE
    PERFORM UNTIL DIGEST-EOF = 1
        READ DIGEST-LOG-FILE
            AT END
                MOVE 1 TO DIGEST-EOF
            NOT AT END
                IF DIGEST-LOG-RECORD(1:8) = LK-DAY
                    MOVE FUNCTION NUMVAL(DIGEST-LOG-RECORD(27:7)) TO SAMPLE-TPS
                    MOVE FUNCTION NUMVAL(DIGEST-LOG-RECORD(43:4)) TO SAMPLE-CLIENTS
                    IF SAMPLE-COUNT = 0 OR SAMPLE-TPS < TPS-MINIMUM
                        MOVE SAMPLE-TPS TO TPS-MINIMUM
                    END-IF
                    IF SAMPLE-CLIENTS > PEAK-CLIENTS
                        MOVE SAMPLE-CLIENTS TO PEAK-CLIENTS
                    END-IF
                    ADD SAMPLE-TPS TO TPS-TOTAL
                    ADD 1 TO SAMPLE-COUNT
                END-IF
        END-READ
    END-PERFORM
    CLOSE DIGEST-LOG-FILE
    END-PERFORM

    IF SAMPLE-COUNT = 0
        MOVE "tps no samples" TO REPORT-LINE
        CALL "Digest-ReportLine" USING REPORT-LINE
        MOVE "tps n/a" TO LK-SUMMARY
        GOBACK
    END-IF

    COMPUTE TPS-AVERAGE ROUNDED = TPS-TOTAL / SAMPLE-COUNT
    MOVE SAMPLE-COUNT TO SAMPLE-TEXT
    MOVE TPS-MINIMUM TO MIN-TEXT
    MOVE TPS-AVERAGE TO AVG-TEXT
    MOVE PEAK-CLIENTS TO PEAK-TEXT
    MOVE SPACES TO REPORT-LINE
    STRING
        "tps samples=" DELIMITED BY SIZE
        FUNCTION TRIM(SAMPLE-TEXT) DELIMITED BY SIZE
        " min=" DELIMITED BY SIZE
        FUNCTION TRIM(MIN-TEXT) DELIMITED BY SIZE
        " avg=" DELIMITED BY SIZE
        FUNCTION TRIM(AVG-TEXT) DELIMITED BY SIZE
        " peak_clients=" DELIMITED BY SIZE
        FUNCTION TRIM(PEAK-TEXT) DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING
    CALL "Digest-ReportLine" USING REPORT-LINE

    MOVE SPACES TO LK-SUMMARY
    STRING
        "tps min " DELIMITED BY SIZE
        FUNCTION TRIM(MIN-TEXT) DELIMITED BY SIZE
        " avg " DELIMITED BY SIZE
        FUNCTION TRIM(AVG-TEXT) DELIMITED BY SIZE
        ", peak clients " DELIMITED BY SIZE
        FUNCTION TRIM(PEAK-TEXT) DELIMITED BY SIZE
        INTO LK-SUMMARY
    END-STRING

    GOBACK.

END PROGRAM Digest-ScanStats.

*> --- Digest-ScanSessions ---
*> Who played during the day and how many at once. Every session log
*> line is an interval on the Rollback-TimestampToSeconds scale; the
*> part of it that falls inside the day counts, and so do the
*> sessions still open right now (they reach the log only at quit).
*> Peak concurrency is the most intervals covering any interval's
*> starting moment - the only moments the count can go up.
IDENTIFICATION DIVISION.
PROGRAM-ID. Digest-ScanSessions.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL DIGEST-LOG-FILE ASSIGN TO DIGEST-LOG-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  DIGEST-LOG-FILE.
01  DIGEST-LOG-RECORD            PIC X(512).

WORKING-STORAGE SECTION.
    COPY DD-SESSIONS.
    COPY DD-PLAYERS.
    COPY DD-SERVER-PROPERTIES.
    01 DIGEST-LOG-PATH           PIC X(300).
    01 DIGEST-EOF                BINARY-CHAR UNSIGNED.
    01 GENERATION-COUNT          BINARY-LONG UNSIGNED.
    01 GENERATION-TABLE.
        02 GENERATION-ENTRY      PIC X(300) OCCURS 65 TIMES.
    01 GENERATION-INDEX          BINARY-LONG UNSIGNED.
    01 DAY-TIMESTAMP             PIC X(14).
    01 DAY-START-SECONDS         BINARY-DOUBLE.
    01 DAY-END-SECONDS           BINARY-DOUBLE.
    01 NOW-TIMESTAMP             PIC X(14).
    01 NOW-SECONDS               BINARY-DOUBLE.
    01 LINE-FIELD                PIC X(32) OCCURS 4 TIMES.
    01 ENTRY-PLAYER-ID           BINARY-LONG.
    01 ENTRY-FROM-SECONDS        BINARY-DOUBLE.
    01 ENTRY-TO-SECONDS          BINARY-DOUBLE.
    *> the day's clipped intervals
    01 MAX-DIGEST-SESSIONS       BINARY-LONG UNSIGNED VALUE 4096.
    01 SESSION-COUNT             BINARY-LONG UNSIGNED.
    01 DIGEST-SESSION-TABLE.
        02 DIGEST-SESSION        OCCURS 4096 TIMES.
            03 DIGEST-SESSION-FROM BINARY-DOUBLE.
            03 DIGEST-SESSION-TO BINARY-DOUBLE.
    01 SESSION-INDEX             BINARY-LONG UNSIGNED.
    01 OTHER-INDEX               BINARY-LONG UNSIGNED.
    01 COVER-COUNT               BINARY-LONG UNSIGNED.
    01 PEAK-COUNT                BINARY-LONG UNSIGNED.
    *> per-player totals for the day, keyed by player id
    01 PLAYER-TOTALS-TABLE.
        02 PLAYER-TOTALS         OCCURS 256 TIMES.
            03 PLAYER-SESSIONS-TODAY BINARY-LONG UNSIGNED.
            03 PLAYER-SECONDS-TODAY BINARY-DOUBLE.
    01 PLAYER-INDEX              BINARY-LONG UNSIGNED.
    01 UNIQUE-COUNT              BINARY-LONG UNSIGNED.
    01 COUNT-TEXT                PIC ---------9.
    01 UNIQUE-TEXT               PIC ---------9.
    01 PEAK-TEXT                 PIC ---------9.
    01 ID-TEXT                   PIC ---------9.
    01 MINUTES-TEXT              PIC ---------9.
    01 REPORT-LINE               PIC X(256).
LINKAGE SECTION.
    01 LK-DAY                    PIC X(8).
    01 LK-SUMMARY                PIC X(64).

PROCEDURE DIVISION USING LK-DAY LK-SUMMARY.
    MOVE SPACES TO DAY-TIMESTAMP
    STRING LK-DAY "000000" DELIMITED BY SIZE INTO DAY-TIMESTAMP END-STRING
    CALL "Rollback-TimestampToSeconds" USING DAY-TIMESTAMP DAY-START-SECONDS
    COMPUTE DAY-END-SECONDS = DAY-START-SECONDS + 86400
    MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-TIMESTAMP
    CALL "Rollback-TimestampToSeconds" USING NOW-TIMESTAMP NOW-SECONDS

    MOVE 0 TO SESSION-COUNT
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > 256
        MOVE 0 TO PLAYER-SESSIONS-TODAY(PLAYER-INDEX)
        MOVE 0 TO PLAYER-SECONDS-TODAY(PLAYER-INDEX)
    END-PERFORM

    *> "session player=N join=<seconds> quit=<seconds> reason=R"
    CALL "Log-ListGenerations" USING SERVER-PROP-SESSION-LOG-PATH
        GENERATION-COUNT GENERATION-TABLE
    PERFORM VARYING GENERATION-INDEX FROM 1 BY 1
            UNTIL GENERATION-INDEX > GENERATION-COUNT
    MOVE GENERATION-ENTRY(GENERATION-INDEX) TO DIGEST-LOG-PATH
    MOVE 0 TO DIGEST-EOF
    OPEN INPUT DIGEST-LOG-FILE
    PERFORM UNTIL DIGEST-EOF = 1
        READ DIGEST-LOG-FILE
            AT END
                MOVE 1 TO DIGEST-EOF
            NOT AT END
                IF DIGEST-LOG-RECORD(1:15) NOT = "session player="
                    EXIT PERFORM CYCLE
                END-IF
                MOVE SPACES TO LINE-FIELD(1) LINE-FIELD(2) LINE-FIELD(3) LINE-FIELD(4)
                UNSTRING DIGEST-LOG-RECORD DELIMITED BY ALL SPACE
                    INTO LINE-FIELD(1) LINE-FIELD(2) LINE-FIELD(3) LINE-FIELD(4)
                END-UNSTRING
                MOVE FUNCTION NUMVAL(LINE-FIELD(2)(8:)) TO ENTRY-PLAYER-ID
                MOVE FUNCTION NUMVAL(LINE-FIELD(3)(6:)) TO ENTRY-FROM-SECONDS
                MOVE FUNCTION NUMVAL(LINE-FIELD(4)(6:)) TO ENTRY-TO-SECONDS
                CALL "Digest-AddSession" USING ENTRY-PLAYER-ID
                    ENTRY-FROM-SECONDS ENTRY-TO-SECONDS
                    DAY-START-SECONDS DAY-END-SECONDS
                    SESSION-COUNT DIGEST-SESSION-TABLE PLAYER-TOTALS-TABLE
        END-READ
    END-PERFORM
    CLOSE DIGEST-LOG-FILE
    END-PERFORM

    *> sessions still open have not been logged yet
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        IF PLAYER-SESSION-START-SECONDS(PLAYER-INDEX) > 0
            MOVE PLAYER-INDEX TO ENTRY-PLAYER-ID
            MOVE PLAYER-SESSION-START-SECONDS(PLAYER-INDEX) TO ENTRY-FROM-SECONDS
            MOVE NOW-SECONDS TO ENTRY-TO-SECONDS
            CALL "Digest-AddSession" USING ENTRY-PLAYER-ID
                ENTRY-FROM-SECONDS ENTRY-TO-SECONDS
                DAY-START-SECONDS DAY-END-SECONDS
                SESSION-COUNT DIGEST-SESSION-TABLE PLAYER-TOTALS-TABLE
        END-IF
    END-PERFORM

    MOVE 0 TO PEAK-COUNT
    PERFORM VARYING SESSION-INDEX FROM 1 BY 1 UNTIL SESSION-INDEX > SESSION-COUNT
        MOVE 0 TO COVER-COUNT
        PERFORM VARYING OTHER-INDEX FROM 1 BY 1 UNTIL OTHER-INDEX > SESSION-COUNT
            IF DIGEST-SESSION-FROM(OTHER-INDEX) <= DIGEST-SESSION-FROM(SESSION-INDEX)
                    AND DIGEST-SESSION-TO(OTHER-INDEX) > DIGEST-SESSION-FROM(SESSION-INDEX)
                ADD 1 TO COVER-COUNT
            END-IF
        END-PERFORM
        IF COVER-COUNT > PEAK-COUNT
            MOVE COVER-COUNT TO PEAK-COUNT
        END-IF
    END-PERFORM

    MOVE 0 TO UNIQUE-COUNT
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > 256
        IF PLAYER-SESSIONS-TODAY(PLAYER-INDEX) > 0
            ADD 1 TO UNIQUE-COUNT
        END-IF
    END-PERFORM

    MOVE SESSION-COUNT TO COUNT-TEXT
    MOVE UNIQUE-COUNT TO UNIQUE-TEXT
    MOVE PEAK-COUNT TO PEAK-TEXT
    MOVE SPACES TO REPORT-LINE
    STRING
        "players unique=" DELIMITED BY SIZE
        FUNCTION TRIM(UNIQUE-TEXT) DELIMITED BY SIZE
        " peak_concurrent=" DELIMITED BY SIZE
        FUNCTION TRIM(PEAK-TEXT) DELIMITED BY SIZE
        " sessions=" DELIMITED BY SIZE
        FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING
    CALL "Digest-ReportLine" USING REPORT-LINE

    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > 256
        IF PLAYER-SESSIONS-TODAY(PLAYER-INDEX) > 0
            MOVE PLAYER-INDEX TO ID-TEXT
            MOVE PLAYER-SESSIONS-TODAY(PLAYER-INDEX) TO COUNT-TEXT
            COMPUTE MINUTES-TEXT = PLAYER-SECONDS-TODAY(PLAYER-INDEX) / 60
            MOVE SPACES TO REPORT-LINE
            STRING
                "players player=" DELIMITED BY SIZE
                FUNCTION TRIM(ID-TEXT) DELIMITED BY SIZE
                " sessions=" DELIMITED BY SIZE
                FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
                " minutes=" DELIMITED BY SIZE
                FUNCTION TRIM(MINUTES-TEXT) DELIMITED BY SIZE
                INTO REPORT-LINE
            END-STRING
            CALL "Digest-ReportLine" USING REPORT-LINE
        END-IF
    END-PERFORM

    MOVE SPACES TO LK-SUMMARY
    STRING
        FUNCTION TRIM(UNIQUE-TEXT) DELIMITED BY SIZE
        " players, peak " DELIMITED BY SIZE
        FUNCTION TRIM(PEAK-TEXT) DELIMITED BY SIZE
        " online" DELIMITED BY SIZE
        INTO LK-SUMMARY
    END-STRING

    GOBACK.

END PROGRAM Digest-ScanSessions.

*> --- Digest-AddSession ---
*> Clips one session interval to the digest day and, if anything is
*> left, records it for the concurrency sweep and adds it to the
*> player's totals. Intervals past the table's capacity still count
*> toward the player totals, just not toward the peak.
IDENTIFICATION DIVISION.
PROGRAM-ID. Digest-AddSession.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 CLIPPED-FROM              BINARY-DOUBLE.
    01 CLIPPED-TO                BINARY-DOUBLE.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-FROM-SECONDS           BINARY-DOUBLE.
    01 LK-TO-SECONDS             BINARY-DOUBLE.
    01 LK-DAY-START-SECONDS      BINARY-DOUBLE.
    01 LK-DAY-END-SECONDS        BINARY-DOUBLE.
    01 LK-SESSION-COUNT          BINARY-LONG UNSIGNED.
    01 LK-SESSION-TABLE.
        02 LK-SESSION            OCCURS 4096 TIMES.
            03 LK-SESSION-FROM   BINARY-DOUBLE.
            03 LK-SESSION-TO     BINARY-DOUBLE.
    01 LK-PLAYER-TOTALS-TABLE.
        02 LK-PLAYER-TOTALS      OCCURS 256 TIMES.
            03 LK-PLAYER-SESSIONS BINARY-LONG UNSIGNED.
            03 LK-PLAYER-SECONDS BINARY-DOUBLE.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-FROM-SECONDS LK-TO-SECONDS
        LK-DAY-START-SECONDS LK-DAY-END-SECONDS LK-SESSION-COUNT
        LK-SESSION-TABLE LK-PLAYER-TOTALS-TABLE.
    IF LK-PLAYER-ID < 1 OR LK-PLAYER-ID > 256
        GOBACK
    END-IF
    IF LK-FROM-SECONDS >= LK-DAY-END-SECONDS OR LK-TO-SECONDS <= LK-DAY-START-SECONDS
        GOBACK
    END-IF

    MOVE LK-FROM-SECONDS TO CLIPPED-FROM
    IF CLIPPED-FROM < LK-DAY-START-SECONDS
        MOVE LK-DAY-START-SECONDS TO CLIPPED-FROM
    END-IF
    MOVE LK-TO-SECONDS TO CLIPPED-TO
    IF CLIPPED-TO > LK-DAY-END-SECONDS
        MOVE LK-DAY-END-SECONDS TO CLIPPED-TO
    END-IF

    ADD 1 TO LK-PLAYER-SESSIONS(LK-PLAYER-ID)
    COMPUTE LK-PLAYER-SECONDS(LK-PLAYER-ID) = LK-PLAYER-SECONDS(LK-PLAYER-ID)
        + CLIPPED-TO - CLIPPED-FROM
    IF LK-SESSION-COUNT < 4096
        ADD 1 TO LK-SESSION-COUNT
        MOVE CLIPPED-FROM TO LK-SESSION-FROM(LK-SESSION-COUNT)
        MOVE CLIPPED-TO TO LK-SESSION-TO(LK-SESSION-COUNT)
    END-IF
    GOBACK.

END PROGRAM Digest-AddSession.

*> --- Digest-ScanEconomy ---
*> Currency moved during the day, totalled per transfer reason from
*> the Economy-Transfer lines ("transfer from=N to=N amount=N
*> reason=R"). Shop sales move their money through Economy-Transfer
*> too, so they show up under their own reason rather than being
*> counted twice from the sale lines.
IDENTIFICATION DIVISION.
PROGRAM-ID. Digest-ScanEconomy.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL DIGEST-LOG-FILE ASSIGN TO DIGEST-LOG-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  DIGEST-LOG-FILE.
01  DIGEST-LOG-RECORD            PIC X(512).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    01 DIGEST-LOG-PATH           PIC X(300).
    01 DIGEST-EOF                BINARY-CHAR UNSIGNED.
    01 GENERATION-COUNT          BINARY-LONG UNSIGNED.
    01 GENERATION-TABLE.
        02 GENERATION-ENTRY      PIC X(300) OCCURS 65 TIMES.
    01 GENERATION-INDEX          BINARY-LONG UNSIGNED.
    01 LINE-HEAD                 PIC X(128).
    01 LINE-REASON               PIC X(64).
    01 LINE-FIELD                PIC X(32) OCCURS 4 TIMES.
    01 ENTRY-AMOUNT              BINARY-DOUBLE.
    01 MAX-DIGEST-REASONS        BINARY-LONG UNSIGNED VALUE 32.
    01 REASON-COUNT              BINARY-LONG UNSIGNED.
    01 DIGEST-REASON             OCCURS 32 TIMES.
        02 DIGEST-REASON-NAME    PIC X(64).
        02 DIGEST-REASON-TRANSFERS BINARY-LONG UNSIGNED.
        02 DIGEST-REASON-AMOUNT  BINARY-DOUBLE.
    01 REASON-INDEX              BINARY-LONG UNSIGNED.
    01 FOUND-INDEX               BINARY-LONG UNSIGNED.
    01 TRANSFER-COUNT            BINARY-LONG UNSIGNED.
    01 MOVED-TOTAL               BINARY-DOUBLE.
    01 COUNT-TEXT                PIC ---------9.
    01 AMOUNT-TEXT               PIC -----------------9.
    01 REPORT-LINE               PIC X(256).
LINKAGE SECTION.
    01 LK-DAY                    PIC X(8).
    01 LK-SUMMARY                PIC X(64).

PROCEDURE DIVISION USING LK-DAY LK-SUMMARY.
    MOVE 0 TO REASON-COUNT
    MOVE 0 TO TRANSFER-COUNT
    MOVE 0 TO MOVED-TOTAL

    CALL "Log-ListGenerations" USING SERVER-PROP-SHOP-LOG-PATH
        GENERATION-COUNT GENERATION-TABLE
    PERFORM VARYING GENERATION-INDEX FROM 1 BY 1
            UNTIL GENERATION-INDEX > GENERATION-COUNT
    MOVE GENERATION-ENTRY(GENERATION-INDEX) TO DIGEST-LOG-PATH
    MOVE 0 TO DIGEST-EOF
    OPEN INPUT DIGEST-LOG-FILE
    PERFORM UNTIL DIGEST-EOF = 1
        READ DIGEST-LOG-FILE
            AT END
                MOVE 1 TO DIGEST-EOF
            NOT AT END
                IF DIGEST-LOG-RECORD(1:8) NOT = LK-DAY
                        OR DIGEST-LOG-RECORD(23:14) NOT = "transfer from="
                    EXIT PERFORM CYCLE
                END-IF
                MOVE SPACES TO LINE-HEAD
                MOVE SPACES TO LINE-REASON
                UNSTRING DIGEST-LOG-RECORD(23:) DELIMITED BY " reason="
                    INTO LINE-HEAD LINE-REASON
                END-UNSTRING
                MOVE SPACES TO LINE-FIELD(1) LINE-FIELD(2) LINE-FIELD(3) LINE-FIELD(4)
                UNSTRING LINE-HEAD DELIMITED BY ALL SPACE
                    INTO LINE-FIELD(1) LINE-FIELD(2) LINE-FIELD(3) LINE-FIELD(4)
                END-UNSTRING
                MOVE FUNCTION NUMVAL(LINE-FIELD(4)(8:)) TO ENTRY-AMOUNT
                IF LINE-REASON = SPACES
                    MOVE "unspecified" TO LINE-REASON
                END-IF
                ADD 1 TO TRANSFER-COUNT
                ADD ENTRY-AMOUNT TO MOVED-TOTAL

                MOVE 0 TO FOUND-INDEX
                PERFORM VARYING REASON-INDEX FROM 1 BY 1 UNTIL REASON-INDEX > REASON-COUNT
                    IF DIGEST-REASON-NAME(REASON-INDEX) = LINE-REASON
                        MOVE REASON-INDEX TO FOUND-INDEX
                        EXIT PERFORM
                    END-IF
                END-PERFORM
                IF FOUND-INDEX = 0 AND REASON-COUNT < MAX-DIGEST-REASONS
                    ADD 1 TO REASON-COUNT
                    MOVE REASON-COUNT TO FOUND-INDEX
                    MOVE LINE-REASON TO DIGEST-REASON-NAME(FOUND-INDEX)
                    MOVE 0 TO DIGEST-REASON-TRANSFERS(FOUND-INDEX)
                    MOVE 0 TO DIGEST-REASON-AMOUNT(FOUND-INDEX)
                END-IF
                IF FOUND-INDEX > 0
                    ADD 1 TO DIGEST-REASON-TRANSFERS(FOUND-INDEX)
                    ADD ENTRY-AMOUNT TO DIGEST-REASON-AMOUNT(FOUND-INDEX)
                END-IF
        END-READ
    END-PERFORM
    CLOSE DIGEST-LOG-FILE
    END-PERFORM

    MOVE TRANSFER-COUNT TO COUNT-TEXT
    MOVE MOVED-TOTAL TO AMOUNT-TEXT
    MOVE SPACES TO REPORT-LINE
    STRING
        "economy transfers=" DELIMITED BY SIZE
        FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
        " moved=" DELIMITED BY SIZE
        FUNCTION TRIM(AMOUNT-TEXT) DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING
    CALL "Digest-ReportLine" USING REPORT-LINE

    PERFORM VARYING REASON-INDEX FROM 1 BY 1 UNTIL REASON-INDEX > REASON-COUNT
        MOVE DIGEST-REASON-TRANSFERS(REASON-INDEX) TO COUNT-TEXT
        MOVE DIGEST-REASON-AMOUNT(REASON-INDEX) TO AMOUNT-TEXT
        MOVE SPACES TO REPORT-LINE
        STRING
            "economy reason=" DELIMITED BY SIZE
            FUNCTION TRIM(DIGEST-REASON-NAME(REASON-INDEX)) DELIMITED BY SIZE
            " transfers=" DELIMITED BY SIZE
            FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
            " moved=" DELIMITED BY SIZE
            FUNCTION TRIM(AMOUNT-TEXT) DELIMITED BY SIZE
            INTO REPORT-LINE
        END-STRING
        CALL "Digest-ReportLine" USING REPORT-LINE
    END-PERFORM

    MOVE MOVED-TOTAL TO AMOUNT-TEXT
    MOVE SPACES TO LK-SUMMARY
    STRING
        FUNCTION TRIM(AMOUNT-TEXT) DELIMITED BY SIZE
        " currency moved" DELIMITED BY SIZE
        INTO LK-SUMMARY
    END-STRING

    GOBACK.

END PROGRAM Digest-ScanEconomy.

*> --- Digest-ScanAntiCheat ---
*> The day's anti-cheat events, counted per event type (the reason
*> text Log-AntiCheatEvent writes after the fixed-width client and
*> player fields, from column 47) and per type and player, so one
*> player tripping the same check all night stands out.
IDENTIFICATION DIVISION.
PROGRAM-ID. Digest-ScanAntiCheat.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL DIGEST-LOG-FILE ASSIGN TO DIGEST-LOG-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  DIGEST-LOG-FILE.
01  DIGEST-LOG-RECORD            PIC X(512).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    01 DIGEST-LOG-PATH           PIC X(300).
    01 DIGEST-EOF                BINARY-CHAR UNSIGNED.
    01 GENERATION-COUNT          BINARY-LONG UNSIGNED.
    01 GENERATION-TABLE.
        02 GENERATION-ENTRY      PIC X(300) OCCURS 65 TIMES.
    01 GENERATION-INDEX          BINARY-LONG UNSIGNED.
    01 ENTRY-PLAYER-ID           BINARY-LONG.
    01 ENTRY-TYPE                PIC X(64).
    01 EVENT-COUNT               BINARY-LONG UNSIGNED.
    01 MAX-DIGEST-TYPES          BINARY-LONG UNSIGNED VALUE 32.
    01 TYPE-COUNT                BINARY-LONG UNSIGNED.
    01 DIGEST-TYPE               OCCURS 32 TIMES.
        02 DIGEST-TYPE-NAME      PIC X(64).
        02 DIGEST-TYPE-EVENTS    BINARY-LONG UNSIGNED.
    01 MAX-DIGEST-OFFENDERS      BINARY-LONG UNSIGNED VALUE 128.
    01 OFFENDER-COUNT            BINARY-LONG UNSIGNED.
    01 DIGEST-OFFENDER           OCCURS 128 TIMES.
        02 DIGEST-OFFENDER-TYPE  BINARY-LONG UNSIGNED.
        02 DIGEST-OFFENDER-PLAYER BINARY-LONG.
        02 DIGEST-OFFENDER-EVENTS BINARY-LONG UNSIGNED.
    01 TYPE-INDEX                BINARY-LONG UNSIGNED.
    01 OFFENDER-INDEX            BINARY-LONG UNSIGNED.
    01 FOUND-INDEX               BINARY-LONG UNSIGNED.
    01 COUNT-TEXT                PIC ---------9.
    01 ID-TEXT                   PIC ---------9.
    01 REPORT-LINE               PIC X(256).
LINKAGE SECTION.
    01 LK-DAY                    PIC X(8).
    01 LK-SUMMARY                PIC X(64).

PROCEDURE DIVISION USING LK-DAY LK-SUMMARY.
    MOVE 0 TO EVENT-COUNT
    MOVE 0 TO TYPE-COUNT
    MOVE 0 TO OFFENDER-COUNT

    CALL "Log-ListGenerations" USING SERVER-PROP-ANTICHEAT-LOG-PATH
        GENERATION-COUNT GENERATION-TABLE
    PERFORM VARYING GENERATION-INDEX FROM 1 BY 1
            UNTIL GENERATION-INDEX > GENERATION-COUNT
    MOVE GENERATION-ENTRY(GENERATION-INDEX) TO DIGEST-LOG-PATH
    MOVE 0 TO DIGEST-EOF
    OPEN INPUT DIGEST-LOG-FILE
    PERFORM UNTIL DIGEST-EOF = 1
        READ DIGEST-LOG-FILE
            AT END
                MOVE 1 TO DIGEST-EOF
            NOT AT END
                IF DIGEST-LOG-RECORD(1:8) NOT = LK-DAY
                    EXIT PERFORM CYCLE
                END-IF
                MOVE FUNCTION NUMVAL(DIGEST-LOG-RECORD(42:4)) TO ENTRY-PLAYER-ID
                MOVE DIGEST-LOG-RECORD(47:64) TO ENTRY-TYPE
                IF ENTRY-TYPE = SPACES
                    MOVE "unspecified" TO ENTRY-TYPE
                END-IF
                ADD 1 TO EVENT-COUNT

                MOVE 0 TO FOUND-INDEX
                PERFORM VARYING TYPE-INDEX FROM 1 BY 1 UNTIL TYPE-INDEX > TYPE-COUNT
                    IF DIGEST-TYPE-NAME(TYPE-INDEX) = ENTRY-TYPE
                        MOVE TYPE-INDEX TO FOUND-INDEX
                        EXIT PERFORM
                    END-IF
                END-PERFORM
                IF FOUND-INDEX = 0
                    IF TYPE-COUNT >= MAX-DIGEST-TYPES
                        EXIT PERFORM CYCLE
                    END-IF
                    ADD 1 TO TYPE-COUNT
                    MOVE TYPE-COUNT TO FOUND-INDEX
                    MOVE ENTRY-TYPE TO DIGEST-TYPE-NAME(FOUND-INDEX)
                    MOVE 0 TO DIGEST-TYPE-EVENTS(FOUND-INDEX)
                END-IF
                ADD 1 TO DIGEST-TYPE-EVENTS(FOUND-INDEX)
                MOVE FOUND-INDEX TO TYPE-INDEX

                MOVE 0 TO FOUND-INDEX
                PERFORM VARYING OFFENDER-INDEX FROM 1 BY 1
                        UNTIL OFFENDER-INDEX > OFFENDER-COUNT
                    IF DIGEST-OFFENDER-TYPE(OFFENDER-INDEX) = TYPE-INDEX
                            AND DIGEST-OFFENDER-PLAYER(OFFENDER-INDEX) = ENTRY-PLAYER-ID
                        MOVE OFFENDER-INDEX TO FOUND-INDEX
                        EXIT PERFORM
                    END-IF
                END-PERFORM
                IF FOUND-INDEX = 0 AND OFFENDER-COUNT < MAX-DIGEST-OFFENDERS
                    ADD 1 TO OFFENDER-COUNT
                    MOVE OFFENDER-COUNT TO FOUND-INDEX
                    MOVE TYPE-INDEX TO DIGEST-OFFENDER-TYPE(FOUND-INDEX)
                    MOVE ENTRY-PLAYER-ID TO DIGEST-OFFENDER-PLAYER(FOUND-INDEX)
                    MOVE 0 TO DIGEST-OFFENDER-EVENTS(FOUND-INDEX)
                END-IF
                IF FOUND-INDEX > 0
                    ADD 1 TO DIGEST-OFFENDER-EVENTS(FOUND-INDEX)
                END-IF
        END-READ
    END-PERFORM
    CLOSE DIGEST-LOG-FILE
    END-PERFORM

    MOVE EVENT-COUNT TO COUNT-TEXT
    MOVE SPACES TO REPORT-LINE
    STRING
        "anticheat events=" DELIMITED BY SIZE
        FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING
    CALL "Digest-ReportLine" USING REPORT-LINE

    PERFORM VARYING TYPE-INDEX FROM 1 BY 1 UNTIL TYPE-INDEX > TYPE-COUNT
        MOVE DIGEST-TYPE-EVENTS(TYPE-INDEX) TO COUNT-TEXT
        MOVE SPACES TO REPORT-LINE
        STRING
            "anticheat type=[" DELIMITED BY SIZE
            FUNCTION TRIM(DIGEST-TYPE-NAME(TYPE-INDEX)) DELIMITED BY SIZE
            "] events=" DELIMITED BY SIZE
            FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
            INTO REPORT-LINE
        END-STRING
        CALL "Digest-ReportLine" USING REPORT-LINE

        PERFORM VARYING OFFENDER-INDEX FROM 1 BY 1
                UNTIL OFFENDER-INDEX > OFFENDER-COUNT
            IF DIGEST-OFFENDER-TYPE(OFFENDER-INDEX) = TYPE-INDEX
                MOVE DIGEST-OFFENDER-PLAYER(OFFENDER-INDEX) TO ID-TEXT
                MOVE DIGEST-OFFENDER-EVENTS(OFFENDER-INDEX) TO COUNT-TEXT
                MOVE SPACES TO REPORT-LINE
                STRING
                    "anticheat type=[" DELIMITED BY SIZE
                    FUNCTION TRIM(DIGEST-TYPE-NAME(TYPE-INDEX)) DELIMITED BY SIZE
                    "] player=" DELIMITED BY SIZE
                    FUNCTION TRIM(ID-TEXT) DELIMITED BY SIZE
                    " events=" DELIMITED BY SIZE
                    FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
                    INTO REPORT-LINE
                END-STRING
                CALL "Digest-ReportLine" USING REPORT-LINE
            END-IF
        END-PERFORM
    END-PERFORM

    MOVE EVENT-COUNT TO COUNT-TEXT
    MOVE SPACES TO LK-SUMMARY
    STRING
        FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
        " anti-cheat events" DELIMITED BY SIZE
        INTO LK-SUMMARY
    END-STRING

    GOBACK.

END PROGRAM Digest-ScanAntiCheat.

*> --- Digest-ScanAdmin ---
*> Admin commands run during the day, per verb, from the admin audit
*> log - and the backup outcomes, which live there too: every backup,
*> scheduled or typed, goes through Command-Execute, and
*> Server-BackupWorld's response says "aborted" or "failed" when the
*> run didn't produce a generation.
IDENTIFICATION DIVISION.
PROGRAM-ID. Digest-ScanAdmin.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL DIGEST-LOG-FILE ASSIGN TO DIGEST-LOG-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  DIGEST-LOG-FILE.
01  DIGEST-LOG-RECORD            PIC X(512).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    01 DIGEST-LOG-PATH           PIC X(300).
    01 DIGEST-EOF                BINARY-CHAR UNSIGNED.
    01 GENERATION-COUNT          BINARY-LONG UNSIGNED.
    01 GENERATION-TABLE.
        02 GENERATION-ENTRY      PIC X(300) OCCURS 65 TIMES.
    01 GENERATION-INDEX          BINARY-LONG UNSIGNED.
    01 LINE-HEAD                 PIC X(64).
    01 LINE-TAIL                 PIC X(512).
    01 LINE-COMMAND              PIC X(256).
    01 LINE-RESPONSE             PIC X(256).
    01 COMMAND-VERB              PIC X(32).
    01 COMMAND-ARGS              PIC X(128).
    01 COMMAND-COUNT             BINARY-LONG UNSIGNED.
    01 MAX-DIGEST-VERBS          BINARY-LONG UNSIGNED VALUE 64.
    01 VERB-COUNT                BINARY-LONG UNSIGNED.
    01 DIGEST-VERB               OCCURS 64 TIMES.
        02 DIGEST-VERB-NAME      PIC X(32).
        02 DIGEST-VERB-RUNS      BINARY-LONG UNSIGNED.
    01 VERB-INDEX                BINARY-LONG UNSIGNED.
    01 FOUND-INDEX               BINARY-LONG UNSIGNED.
    01 BACKUP-OK-COUNT           BINARY-LONG UNSIGNED.
    01 BACKUP-FAILED-COUNT       BINARY-LONG UNSIGNED.
    01 COUNT-TEXT                PIC ---------9.
    01 OK-TEXT                   PIC ---------9.
    01 FAILED-TEXT               PIC ---------9.
    01 REPORT-LINE               PIC X(256).
LINKAGE SECTION.
    01 LK-DAY                    PIC X(8).
    01 LK-SUMMARY                PIC X(64).

PROCEDURE DIVISION USING LK-DAY LK-SUMMARY.
    MOVE 0 TO COMMAND-COUNT
    MOVE 0 TO VERB-COUNT
    MOVE 0 TO BACKUP-OK-COUNT
    MOVE 0 TO BACKUP-FAILED-COUNT

    CALL "Log-ListGenerations" USING SERVER-PROP-ADMIN-AUDIT-LOG-PATH
        GENERATION-COUNT GENERATION-TABLE
    PERFORM VARYING GENERATION-INDEX FROM 1 BY 1
            UNTIL GENERATION-INDEX > GENERATION-COUNT
    MOVE GENERATION-ENTRY(GENERATION-INDEX) TO DIGEST-LOG-PATH
    MOVE 0 TO DIGEST-EOF
    OPEN INPUT DIGEST-LOG-FILE
    PERFORM UNTIL DIGEST-EOF = 1
        READ DIGEST-LOG-FILE
            AT END
                MOVE 1 TO DIGEST-EOF
            NOT AT END
                IF DIGEST-LOG-RECORD(1:8) NOT = LK-DAY
                    EXIT PERFORM CYCLE
                END-IF
                *> "ts origin=X cmd=[command] response=[text]"
                MOVE SPACES TO LINE-HEAD LINE-TAIL LINE-COMMAND LINE-RESPONSE
                UNSTRING DIGEST-LOG-RECORD DELIMITED BY " cmd=["
                    INTO LINE-HEAD LINE-TAIL
                END-UNSTRING
                UNSTRING LINE-TAIL DELIMITED BY "] response=["
                    INTO LINE-COMMAND LINE-RESPONSE
                END-UNSTRING
                MOVE SPACES TO COMMAND-VERB COMMAND-ARGS
                UNSTRING LINE-COMMAND DELIMITED BY ALL SPACE
                    INTO COMMAND-VERB COMMAND-ARGS
                END-UNSTRING
                IF COMMAND-VERB = SPACES
                    EXIT PERFORM CYCLE
                END-IF
                ADD 1 TO COMMAND-COUNT

                IF COMMAND-VERB = "backup" AND COMMAND-ARGS = SPACES
                    IF LINE-RESPONSE(1:15) = "Backup aborted:"
                            OR LINE-RESPONSE(1:14) = "Backup failed:"
                        ADD 1 TO BACKUP-FAILED-COUNT
                        MOVE SPACES TO REPORT-LINE
                        STRING
                            "backup " DELIMITED BY SIZE
                            DIGEST-LOG-RECORD(9:6) DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            LINE-RESPONSE DELIMITED BY "]"
                            INTO REPORT-LINE
                        END-STRING
                        CALL "Digest-ReportLine" USING REPORT-LINE
                    ELSE
                        ADD 1 TO BACKUP-OK-COUNT
                    END-IF
                END-IF

                MOVE 0 TO FOUND-INDEX
                PERFORM VARYING VERB-INDEX FROM 1 BY 1 UNTIL VERB-INDEX > VERB-COUNT
                    IF DIGEST-VERB-NAME(VERB-INDEX) = COMMAND-VERB
                        MOVE VERB-INDEX TO FOUND-INDEX
                        EXIT PERFORM
                    END-IF
                END-PERFORM
                IF FOUND-INDEX = 0 AND VERB-COUNT < MAX-DIGEST-VERBS
                    ADD 1 TO VERB-COUNT
                    MOVE VERB-COUNT TO FOUND-INDEX
                    MOVE COMMAND-VERB TO DIGEST-VERB-NAME(FOUND-INDEX)
                    MOVE 0 TO DIGEST-VERB-RUNS(FOUND-INDEX)
                END-IF
                IF FOUND-INDEX > 0
                    ADD 1 TO DIGEST-VERB-RUNS(FOUND-INDEX)
                END-IF
        END-READ
    END-PERFORM
    CLOSE DIGEST-LOG-FILE
    END-PERFORM

    MOVE COMMAND-COUNT TO COUNT-TEXT
    MOVE SPACES TO REPORT-LINE
    STRING
        "admin commands=" DELIMITED BY SIZE
        FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING
    CALL "Digest-ReportLine" USING REPORT-LINE

    PERFORM VARYING VERB-INDEX FROM 1 BY 1 UNTIL VERB-INDEX > VERB-COUNT
        MOVE DIGEST-VERB-RUNS(VERB-INDEX) TO COUNT-TEXT
        MOVE SPACES TO REPORT-LINE
        STRING
            "admin verb=" DELIMITED BY SIZE
            FUNCTION TRIM(DIGEST-VERB-NAME(VERB-INDEX)) DELIMITED BY SIZE
            " runs=" DELIMITED BY SIZE
            FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
            INTO REPORT-LINE
        END-STRING
        CALL "Digest-ReportLine" USING REPORT-LINE
    END-PERFORM

    MOVE BACKUP-OK-COUNT TO OK-TEXT
    MOVE BACKUP-FAILED-COUNT TO FAILED-TEXT
    MOVE SPACES TO REPORT-LINE
    STRING
        "backup ok=" DELIMITED BY SIZE
        FUNCTION TRIM(OK-TEXT) DELIMITED BY SIZE
        " failed=" DELIMITED BY SIZE
        FUNCTION TRIM(FAILED-TEXT) DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING
    CALL "Digest-ReportLine" USING REPORT-LINE

    MOVE COMMAND-COUNT TO COUNT-TEXT
    MOVE SPACES TO LK-SUMMARY
    STRING
        FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
        " admin commands, backups " DELIMITED BY SIZE
        FUNCTION TRIM(OK-TEXT) DELIMITED BY SIZE
        " ok " DELIMITED BY SIZE
        FUNCTION TRIM(FAILED-TEXT) DELIMITED BY SIZE
        " failed" DELIMITED BY SIZE
        INTO LK-SUMMARY
    END-STRING

    GOBACK.

END PROGRAM Digest-ScanAdmin.

*> --- Digest-ScanVerify ---
*> Backup verification outcomes for the day from the backup-verify
*> log: pass and fail counts, with the generation named for every
*> failure (the "verify start" line that opened the run).
IDENTIFICATION DIVISION.
PROGRAM-ID. Digest-ScanVerify.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL DIGEST-LOG-FILE ASSIGN TO DIGEST-LOG-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  DIGEST-LOG-FILE.
01  DIGEST-LOG-RECORD            PIC X(512).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    01 DIGEST-LOG-PATH           PIC X(300).
    01 DIGEST-EOF                BINARY-CHAR UNSIGNED.
    01 GENERATION-COUNT          BINARY-LONG UNSIGNED.
    01 GENERATION-TABLE.
        02 GENERATION-ENTRY      PIC X(300) OCCURS 65 TIMES.
    01 GENERATION-INDEX          BINARY-LONG UNSIGNED.
    01 CURRENT-GENERATION        PIC X(256).
    01 PASS-COUNT                BINARY-LONG UNSIGNED.
    01 FAIL-COUNT                BINARY-LONG UNSIGNED.
    01 PASS-TEXT                 PIC ---------9.
    01 FAIL-TEXT                 PIC ---------9.
    01 REPORT-LINE               PIC X(256).
LINKAGE SECTION.
    01 LK-DAY                    PIC X(8).
    01 LK-SUMMARY                PIC X(64).

PROCEDURE DIVISION USING LK-DAY LK-SUMMARY.
    MOVE 0 TO PASS-COUNT
    MOVE 0 TO FAIL-COUNT
    MOVE SPACES TO CURRENT-GENERATION

    CALL "Log-ListGenerations" USING SERVER-PROP-BACKUP-VERIFY-LOG-PATH
        GENERATION-COUNT GENERATION-TABLE
    PERFORM VARYING GENERATION-INDEX FROM 1 BY 1
            UNTIL GENERATION-INDEX > GENERATION-COUNT
    MOVE GENERATION-ENTRY(GENERATION-INDEX) TO DIGEST-LOG-PATH
    MOVE 0 TO DIGEST-EOF
    OPEN INPUT DIGEST-LOG-FILE
    PERFORM UNTIL DIGEST-EOF = 1
        READ DIGEST-LOG-FILE
            AT END
                MOVE 1 TO DIGEST-EOF
            NOT AT END
                IF DIGEST-LOG-RECORD(1:8) NOT = LK-DAY
                    EXIT PERFORM CYCLE
                END-IF
                EVALUATE TRUE
                    WHEN DIGEST-LOG-RECORD(23:24) = "verify start generation="
                        MOVE DIGEST-LOG-RECORD(47:) TO CURRENT-GENERATION
                    WHEN DIGEST-LOG-RECORD(23:18) = "verify result=PASS"
                        ADD 1 TO PASS-COUNT
                    WHEN DIGEST-LOG-RECORD(23:18) = "verify result=FAIL"
                        ADD 1 TO FAIL-COUNT
                        MOVE SPACES TO REPORT-LINE
                        STRING
                            "verify FAIL at " DELIMITED BY SIZE
                            DIGEST-LOG-RECORD(9:6) DELIMITED BY SIZE
                            " generation=" DELIMITED BY SIZE
                            FUNCTION TRIM(CURRENT-GENERATION) DELIMITED BY SIZE
                            INTO REPORT-LINE
                        END-STRING
                        CALL "Digest-ReportLine" USING REPORT-LINE
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE DIGEST-LOG-FILE
    END-PERFORM

    MOVE PASS-COUNT TO PASS-TEXT
    MOVE FAIL-COUNT TO FAIL-TEXT
    MOVE SPACES TO REPORT-LINE
    STRING
        "verify pass=" DELIMITED BY SIZE
        FUNCTION TRIM(PASS-TEXT) DELIMITED BY SIZE
        " fail=" DELIMITED BY SIZE
        FUNCTION TRIM(FAIL-TEXT) DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING
    CALL "Digest-ReportLine" USING REPORT-LINE

    MOVE SPACES TO LK-SUMMARY
    STRING
        "verify " DELIMITED BY SIZE
        FUNCTION TRIM(PASS-TEXT) DELIMITED BY SIZE
        " pass " DELIMITED BY SIZE
        FUNCTION TRIM(FAIL-TEXT) DELIMITED BY SIZE
        " fail" DELIMITED BY SIZE
        INTO LK-SUMMARY
    END-STRING

    GOBACK.

END PROGRAM Digest-ScanVerify.

*> --- Digest-ScanQuarantine ---
*> Chunks quarantined during the day, each listed with the region
*> file it failed verification in, plus the truncated region tails
*> Region-LogTruncatedTail noted without quarantining anything.
IDENTIFICATION DIVISION.
PROGRAM-ID. Digest-ScanQuarantine.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL DIGEST-LOG-FILE ASSIGN TO DIGEST-LOG-PATH
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  DIGEST-LOG-FILE.
01  DIGEST-LOG-RECORD            PIC X(512).

WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    01 DIGEST-LOG-PATH           PIC X(300).
    01 DIGEST-EOF                BINARY-CHAR UNSIGNED.
    01 GENERATION-COUNT          BINARY-LONG UNSIGNED.
    01 GENERATION-TABLE.
        02 GENERATION-ENTRY      PIC X(300) OCCURS 65 TIMES.
    01 GENERATION-INDEX          BINARY-LONG UNSIGNED.
    01 CHUNK-COUNT               BINARY-LONG UNSIGNED.
    01 TRUNCATED-COUNT           BINARY-LONG UNSIGNED.
    01 CHUNK-TEXT                PIC ---------9.
    01 TRUNCATED-TEXT            PIC ---------9.
    01 REPORT-LINE               PIC X(256).
LINKAGE SECTION.
    01 LK-DAY                    PIC X(8).
    01 LK-SUMMARY                PIC X(64).

PROCEDURE DIVISION USING LK-DAY LK-SUMMARY.
    MOVE 0 TO CHUNK-COUNT
    MOVE 0 TO TRUNCATED-COUNT

    CALL "Log-ListGenerations" USING SERVER-PROP-QUARANTINE-LOG-PATH
        GENERATION-COUNT GENERATION-TABLE
    PERFORM VARYING GENERATION-INDEX FROM 1 BY 1
            UNTIL GENERATION-INDEX > GENERATION-COUNT
    MOVE GENERATION-ENTRY(GENERATION-INDEX) TO DIGEST-LOG-PATH
    MOVE 0 TO DIGEST-EOF
    OPEN INPUT DIGEST-LOG-FILE
    PERFORM UNTIL DIGEST-EOF = 1
        READ DIGEST-LOG-FILE
            AT END
                MOVE 1 TO DIGEST-EOF
            NOT AT END
                IF DIGEST-LOG-RECORD(1:8) NOT = LK-DAY
                    EXIT PERFORM CYCLE
                END-IF
                IF DIGEST-LOG-RECORD(23:6) = "chunk="
                    ADD 1 TO CHUNK-COUNT
                    MOVE SPACES TO REPORT-LINE
                    STRING
                        "quarantine " DELIMITED BY SIZE
                        DIGEST-LOG-RECORD(23:) DELIMITED BY " verification failed"
                        INTO REPORT-LINE
                    END-STRING
                    CALL "Digest-ReportLine" USING REPORT-LINE
                ELSE
                    ADD 1 TO TRUNCATED-COUNT
                END-IF
        END-READ
    END-PERFORM
    CLOSE DIGEST-LOG-FILE
    END-PERFORM

    MOVE CHUNK-COUNT TO CHUNK-TEXT
    MOVE TRUNCATED-COUNT TO TRUNCATED-TEXT
    MOVE SPACES TO REPORT-LINE
    STRING
        "quarantine chunks=" DELIMITED BY SIZE
        FUNCTION TRIM(CHUNK-TEXT) DELIMITED BY SIZE
        " truncated_files=" DELIMITED BY SIZE
        FUNCTION TRIM(TRUNCATED-TEXT) DELIMITED BY SIZE
        INTO REPORT-LINE
    END-STRING
    CALL "Digest-ReportLine" USING REPORT-LINE

    MOVE SPACES TO LK-SUMMARY
    STRING
        FUNCTION TRIM(CHUNK-TEXT) DELIMITED BY SIZE
        " chunks quarantined" DELIMITED BY SIZE
        INTO LK-SUMMARY
    END-STRING

    GOBACK.

END PROGRAM Digest-ScanQuarantine.
