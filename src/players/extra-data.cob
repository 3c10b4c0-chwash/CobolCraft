    COPY DD-ACHIEVEMENTS.
    COPY DD-ENCHANTMENTS.
    COPY DD-SESSIONS.
    COPY DD-JAIL.
    COPY DD-VANISH.
    COPY DD-RULES.
    01 EXTRA-FILE-PATH           PIC X(256).
    01 ACH-INDEX                 BINARY-LONG UNSIGNED.
    01 WEAR-INDEX                BINARY-LONG UNSIGNED.
    01 X-TEXT                    PIC ---------9.
    01 Y-TEXT                    PIC ---------9.
    01 Z-TEXT                    PIC ---------9.
    01 STAT-FIELD-TEXT           PIC Z(17)9 OCCURS 7 TIMES.
    01 FLAG-TEXT                 PIC 9.

PROCEDURE DIVISION.
    MOVE SERVER-PROP-PLAYER-EXTRA-PATH TO EXTRA-FILE-PATH
                OR PLAYER-STAT-DISTANCE(PLAYER-INDEX) > 0
                OR PLAYER-STAT-ONLINE-TICKS(PLAYER-INDEX) > 0
                OR PLAYER-STAT-DEATHS(PLAYER-INDEX) > 0
                OR PLAYER-STAT-KILLS(PLAYER-INDEX) > 0
                OR PLAYER-STAT-PVP-KILLS(PLAYER-INDEX) > 0
            MOVE PLAYER-INDEX TO ID-TEXT
            MOVE PLAYER-STAT-PLACED(PLAYER-INDEX) TO STAT-FIELD-TEXT(1)
            MOVE PLAYER-STAT-BROKEN(PLAYER-INDEX) TO STAT-FIELD-TEXT(2)
            MOVE PLAYER-STAT-DISTANCE(PLAYER-INDEX) TO STAT-FIELD-TEXT(3)
            MOVE PLAYER-STAT-ONLINE-TICKS(PLAYER-INDEX) TO STAT-FIELD-TEXT(4)
            MOVE PLAYER-STAT-DEATHS(PLAYER-INDEX) TO STAT-FIELD-TEXT(5)
            MOVE PLAYER-STAT-KILLS(PLAYER-INDEX) TO STAT-FIELD-TEXT(6)
            MOVE PLAYER-STAT-PVP-KILLS(PLAYER-INDEX) TO STAT-FIELD-TEXT(7)
            MOVE SPACES TO EXTRA-RECORD
            STRING
                "stats " DELIMITED BY SIZE
                FUNCTION TRIM(STAT-FIELD-TEXT(4)) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(STAT-FIELD-TEXT(5)) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(STAT-FIELD-TEXT(6)) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(STAT-FIELD-TEXT(7)) DELIMITED BY SIZE
                INTO EXTRA-RECORD
            END-STRING
            WRITE EXTRA-RECORD
            END-STRING
            WRITE EXTRA-RECORD
        END-IF
        *> a sentence still to serve, or a return trip still owed -
        *> "jail id ticks-left return-set x y z dimension"
        IF PLAYER-JAIL-TICKS-LEFT(PLAYER-INDEX) > 0
                OR PLAYER-JAIL-RETURN-SET(PLAYER-INDEX) = 1
            MOVE PLAYER-INDEX TO ID-TEXT
            MOVE PLAYER-JAIL-TICKS-LEFT(PLAYER-INDEX) TO SEEN-TEXT
            MOVE PLAYER-JAIL-RETURN-SET(PLAYER-INDEX) TO FLAG-TEXT
            MOVE PLAYER-JAIL-RETURN-X(PLAYER-INDEX) TO X-TEXT
            MOVE PLAYER-JAIL-RETURN-Y(PLAYER-INDEX) TO Y-TEXT
            MOVE PLAYER-JAIL-RETURN-Z(PLAYER-INDEX) TO Z-TEXT
            MOVE SPACES TO EXTRA-RECORD
            STRING
                "jail " DELIMITED BY SIZE
                FUNCTION TRIM(ID-TEXT) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                SEEN-TEXT DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FLAG-TEXT DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(X-TEXT) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(Y-TEXT) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(Z-TEXT) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(PLAYER-JAIL-RETURN-DIMENSION(PLAYER-INDEX)) DELIMITED BY SIZE
                INTO EXTRA-RECORD
            END-STRING
            WRITE EXTRA-RECORD
        END-IF
        *> rules acceptance, and a starter kit still held back for it -
        *> "rules id version accepted-seconds kit-pending"
        IF PLAYER-RULES-VERSION(PLAYER-INDEX) > 0
                OR PLAYER-RULES-KIT-PENDING(PLAYER-INDEX) = 1
            MOVE PLAYER-INDEX TO ID-TEXT
            MOVE PLAYER-RULES-VERSION(PLAYER-INDEX) TO X-TEXT
            MOVE PLAYER-RULES-ACCEPTED-SECONDS(PLAYER-INDEX) TO SEEN-TEXT
            MOVE PLAYER-RULES-KIT-PENDING(PLAYER-INDEX) TO FLAG-TEXT
            MOVE SPACES TO EXTRA-RECORD
            STRING
                "rules " DELIMITED BY SIZE
                FUNCTION TRIM(ID-TEXT) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(X-TEXT) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                SEEN-TEXT DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FLAG-TEXT DELIMITED BY SIZE
                INTO EXTRA-RECORD
            END-STRING
            WRITE EXTRA-RECORD
        END-IF
        *> staff vanish, with the time /seen shows meanwhile -
        *> "vanish id seen-seconds"
        IF PLAYER-VANISHED(PLAYER-INDEX) = 1
            MOVE PLAYER-INDEX TO ID-TEXT
            MOVE PLAYER-VANISH-SEEN-SECONDS(PLAYER-INDEX) TO SEEN-TEXT
            MOVE SPACES TO EXTRA-RECORD
            STRING
                "vanish " DELIMITED BY SIZE
                FUNCTION TRIM(ID-TEXT) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                SEEN-TEXT DELIMITED BY SIZE
                INTO EXTRA-RECORD
            END-STRING
            WRITE EXTRA-RECORD
        END-IF
    END-PERFORM

    *> achievement unlocks, one line per player-and-key

*> --- PlayerExtra-Load ---
*> Reads the auxiliary per-player state back at startup, before the
*> first login applies it. Given a path, it reads that file instead -
*> PlayerPurge-Restore feeding back one archived player's lines.
IDENTIFICATION DIVISION.
PROGRAM-ID. PlayerExtra-Load.

    COPY DD-ACHIEVEMENTS.
    COPY DD-ENCHANTMENTS.
    COPY DD-SESSIONS.
    COPY DD-JAIL.
    COPY DD-VANISH.
    COPY DD-RULES.
    01 EXTRA-FILE-PATH           PIC X(256).
    01 WEAR-ITEM-FIELD           PIC X(64).
    01 WEAR-LEFT-FIELD           PIC X(12).
    01 FIELD-FOUR                PIC X(20).
    01 FIELD-FIVE                PIC X(20).
    01 FIELD-SIX                 PIC X(20).
    01 FIELD-SEVEN               PIC X(20).
    01 FIELD-EIGHT               PIC X(20).
    01 PARSED-ID                 BINARY-LONG.
LINKAGE SECTION.
    01 LK-EXTRA-PATH             PIC X(256).

PROCEDURE DIVISION USING OPTIONAL LK-EXTRA-PATH.
    MOVE SERVER-PROP-PLAYER-EXTRA-PATH TO EXTRA-FILE-PATH
    IF LK-EXTRA-PATH IS NOT OMITTED
        MOVE LK-EXTRA-PATH TO EXTRA-FILE-PATH
    END-IF
    MOVE 0 TO EXTRA-EOF
    OPEN INPUT EXTRA-FILE
    PERFORM UNTIL EXTRA-EOF = 1
                MOVE 1 TO EXTRA-EOF
            NOT AT END
                MOVE SPACES TO RECORD-KIND
                *> older "stats" lines predate the kill counters
                MOVE SPACES TO FIELD-SEVEN
                MOVE SPACES TO FIELD-EIGHT
                UNSTRING EXTRA-RECORD DELIMITED BY ALL SPACE
                    INTO RECORD-KIND FIELD-ONE FIELD-TWO FIELD-THREE
                         FIELD-FOUR FIELD-FIVE FIELD-SIX FIELD-SEVEN
                         FIELD-EIGHT
                END-UNSTRING
                MOVE FUNCTION NUMVAL(FIELD-ONE) TO PARSED-ID
                IF PARSED-ID >= 1 AND PARSED-ID <= MAX-PLAYERS
                                END-IF
                                MOVE 0 TO ENCHANT-WEAR-COUNTER(ENCHANT-ENTRY-COUNT)
                            END-IF
                        WHEN "jail"
                            *> re-split with a receiver wide enough
                            *> for a full dimension name
                            UNSTRING EXTRA-RECORD DELIMITED BY ALL SPACE
                                INTO RECORD-KIND FIELD-ONE FIELD-TWO FIELD-THREE
                                     FIELD-FOUR FIELD-FIVE FIELD-SIX WEAR-ITEM-FIELD
                            END-UNSTRING
                            MOVE FUNCTION NUMVAL(FIELD-TWO) TO PLAYER-JAIL-TICKS-LEFT(PARSED-ID)
                            MOVE FUNCTION NUMVAL(FIELD-THREE) TO PLAYER-JAIL-RETURN-SET(PARSED-ID)
                            MOVE FUNCTION NUMVAL(FIELD-FOUR) TO PLAYER-JAIL-RETURN-X(PARSED-ID)
                            MOVE FUNCTION NUMVAL(FIELD-FIVE) TO PLAYER-JAIL-RETURN-Y(PARSED-ID)
                            MOVE FUNCTION NUMVAL(FIELD-SIX) TO PLAYER-JAIL-RETURN-Z(PARSED-ID)
                            MOVE WEAR-ITEM-FIELD TO PLAYER-JAIL-RETURN-DIMENSION(PARSED-ID)
                        WHEN "rules"
                            MOVE FUNCTION NUMVAL(FIELD-TWO) TO PLAYER-RULES-VERSION(PARSED-ID)
                            MOVE FUNCTION NUMVAL(FIELD-THREE) TO PLAYER-RULES-ACCEPTED-SECONDS(PARSED-ID)
                            MOVE FUNCTION NUMVAL(FIELD-FOUR) TO PLAYER-RULES-KIT-PENDING(PARSED-ID)
                        WHEN "vanish"
                            MOVE 1 TO PLAYER-VANISHED(PARSED-ID)
                            MOVE FUNCTION NUMVAL(FIELD-TWO) TO PLAYER-VANISH-SEEN-SECONDS(PARSED-ID)
                        WHEN "stats"
                            MOVE FUNCTION NUMVAL(FIELD-TWO) TO PLAYER-STAT-PLACED(PARSED-ID)
                            MOVE FUNCTION NUMVAL(FIELD-THREE) TO PLAYER-STAT-BROKEN(PARSED-ID)
                            MOVE FUNCTION NUMVAL(FIELD-FOUR) TO PLAYER-STAT-DISTANCE(PARSED-ID)
                            MOVE FUNCTION NUMVAL(FIELD-FIVE) TO PLAYER-STAT-ONLINE-TICKS(PARSED-ID)
                            MOVE FUNCTION NUMVAL(FIELD-SIX) TO PLAYER-STAT-DEATHS(PARSED-ID)
                            IF FIELD-SEVEN NOT = SPACES
                                MOVE FUNCTION NUMVAL(FIELD-SEVEN) TO PLAYER-STAT-KILLS(PARSED-ID)
                            END-IF
                            IF FIELD-EIGHT NOT = SPACES
                                MOVE FUNCTION NUMVAL(FIELD-EIGHT) TO PLAYER-STAT-PVP-KILLS(PARSED-ID)
                            END-IF
                    END-EVALUATE
                END-IF
        END-READ
