*> --- AntiCheat-Score ---
*> Charges one logged violation to the offender's score, called by
*> Log-AntiCheatEvent for every event that names a player. The score
*> first decays for the time since it was last touched, then gains the
*> weight of this event's type, read off the reason text the detectors
*> already write. Crossing the warn threshold alerts the staff channel
*> at once; crossing kick or ban leaves the sanction pending for
*> AntiCheat-Enforce. Each sanction fires once per crossing: decaying
*> back below a threshold re-arms it.
IDENTIFICATION DIVISION.
PROGRAM-ID. AntiCheat-Score.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-ANTICHEAT-SCORE.
    COPY DD-PLAYERS.
    COPY DD-SERVER-PROPERTIES.
    01 ANTICHEAT-ORIGIN          BINARY-LONG VALUE -1.
    01 CURRENT-TICK              BINARY-LONG UNSIGNED.
    01 DECAY-STEPS               BINARY-LONG UNSIGNED.
    01 DECAY-AMOUNT              BINARY-LONG UNSIGNED.
    01 EVENT-WEIGHT              BINARY-LONG UNSIGNED.
    01 REASON-TEXT               PIC X(40).
    01 REACH-TALLY               BINARY-LONG UNSIGNED.
    01 PLAYER-TEXT               PIC -(9)9.
    01 SCORE-TEXT                PIC Z(8)9.
    01 ALERT-TEXT                PIC X(200).
    01 AUDIT-COMMAND             PIC X(128).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-REASON                 PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-REASON.
    IF LK-PLAYER-ID < 1 OR LK-PLAYER-ID > MAX-PLAYERS
        GOBACK
    END-IF

    *> decay in whole steps, carrying the remainder of a partial step
    *> forward so frequent events don't each round it away
    CALL "Server-GetCurrentTick" USING CURRENT-TICK
    IF PLAYER-AC-SCORE(LK-PLAYER-ID) = 0 OR SERVER-PROP-AC-DECAY-TICKS = 0
            OR CURRENT-TICK < PLAYER-AC-DECAY-TICK(LK-PLAYER-ID)
        MOVE CURRENT-TICK TO PLAYER-AC-DECAY-TICK(LK-PLAYER-ID)
    ELSE
        COMPUTE DECAY-STEPS = (CURRENT-TICK - PLAYER-AC-DECAY-TICK(LK-PLAYER-ID))
            / SERVER-PROP-AC-DECAY-TICKS
        COMPUTE DECAY-AMOUNT = DECAY-STEPS * SERVER-PROP-AC-DECAY-POINTS
        IF DECAY-AMOUNT >= PLAYER-AC-SCORE(LK-PLAYER-ID)
            MOVE 0 TO PLAYER-AC-SCORE(LK-PLAYER-ID)
            MOVE CURRENT-TICK TO PLAYER-AC-DECAY-TICK(LK-PLAYER-ID)
        ELSE
            SUBTRACT DECAY-AMOUNT FROM PLAYER-AC-SCORE(LK-PLAYER-ID)
            COMPUTE PLAYER-AC-DECAY-TICK(LK-PLAYER-ID) =
                PLAYER-AC-DECAY-TICK(LK-PLAYER-ID)
                + DECAY-STEPS * SERVER-PROP-AC-DECAY-TICKS
        END-IF
    END-IF

    *> re-arm whatever the decay has taken the score back below
    IF PLAYER-AC-SCORE(LK-PLAYER-ID) < SERVER-PROP-AC-WARN-SCORE
        MOVE 0 TO PLAYER-AC-STAGE(LK-PLAYER-ID)
    ELSE
        IF PLAYER-AC-SCORE(LK-PLAYER-ID) < SERVER-PROP-AC-KICK-SCORE
                AND PLAYER-AC-STAGE(LK-PLAYER-ID) > 1
            MOVE 1 TO PLAYER-AC-STAGE(LK-PLAYER-ID)
        END-IF
        IF PLAYER-AC-SCORE(LK-PLAYER-ID) < SERVER-PROP-AC-BAN-SCORE
                AND PLAYER-AC-STAGE(LK-PLAYER-ID) > 2
            MOVE 2 TO PLAYER-AC-STAGE(LK-PLAYER-ID)
        END-IF
    END-IF

    *> the event type is the detector's own wording
    MOVE LK-REASON TO REASON-TEXT
    MOVE 0 TO REACH-TALLY
    INSPECT REASON-TEXT TALLYING REACH-TALLY FOR ALL "reach exceeded"
    EVALUATE TRUE
        WHEN REASON-TEXT(1:5) = "swing"
            MOVE SERVER-PROP-AC-WEIGHT-SWING TO EVENT-WEIGHT
        WHEN REASON-TEXT(1:6) = "speed:"
            MOVE SERVER-PROP-AC-WEIGHT-MOVEMENT TO EVENT-WEIGHT
        WHEN REASON-TEXT(1:4) = "fly:"
            MOVE SERVER-PROP-AC-WEIGHT-ASCENT TO EVENT-WEIGHT
        WHEN REACH-TALLY > 0
            MOVE SERVER-PROP-AC-WEIGHT-REACH TO EVENT-WEIGHT
        WHEN REASON-TEXT(1:10) = "finish-dig"
            MOVE SERVER-PROP-AC-WEIGHT-DIG TO EVENT-WEIGHT
        WHEN REASON-TEXT(1:8) = "connect:"
        WHEN REASON-TEXT(1:10) = "handshake:"
            MOVE SERVER-PROP-AC-WEIGHT-CONNECTION TO EVENT-WEIGHT
        WHEN OTHER
            MOVE SERVER-PROP-AC-WEIGHT-OTHER TO EVENT-WEIGHT
    END-EVALUATE
    ADD EVENT-WEIGHT TO PLAYER-AC-SCORE(LK-PLAYER-ID)
    MOVE REASON-TEXT TO PLAYER-AC-LAST-REASON(LK-PLAYER-ID)

    MOVE LK-PLAYER-ID TO PLAYER-TEXT
    MOVE PLAYER-AC-SCORE(LK-PLAYER-ID) TO SCORE-TEXT

    *> the most severe newly crossed threshold wins; lower ones it
    *> jumps over are implied by it
    EVALUATE TRUE
        WHEN SERVER-PROP-AC-BAN-SCORE > 0
                AND PLAYER-AC-SCORE(LK-PLAYER-ID) >= SERVER-PROP-AC-BAN-SCORE
                AND PLAYER-AC-STAGE(LK-PLAYER-ID) < 3
            MOVE 3 TO PLAYER-AC-STAGE(LK-PLAYER-ID)
            MOVE 3 TO PLAYER-AC-PENDING(LK-PLAYER-ID)
        WHEN SERVER-PROP-AC-KICK-SCORE > 0
                AND PLAYER-AC-SCORE(LK-PLAYER-ID) >= SERVER-PROP-AC-KICK-SCORE
                AND PLAYER-AC-STAGE(LK-PLAYER-ID) < 2
            MOVE 2 TO PLAYER-AC-STAGE(LK-PLAYER-ID)
            MOVE 2 TO PLAYER-AC-PENDING(LK-PLAYER-ID)
        WHEN SERVER-PROP-AC-WARN-SCORE > 0
                AND PLAYER-AC-SCORE(LK-PLAYER-ID) >= SERVER-PROP-AC-WARN-SCORE
                AND PLAYER-AC-STAGE(LK-PLAYER-ID) < 1
            MOVE 1 TO PLAYER-AC-STAGE(LK-PLAYER-ID)
            MOVE SPACES TO ALERT-TEXT
            STRING
                "Anti-cheat: player " DELIMITED BY SIZE
                FUNCTION TRIM(PLAYER-TEXT) DELIMITED BY SIZE
                " has a violation score of " DELIMITED BY SIZE
                FUNCTION TRIM(SCORE-TEXT) DELIMITED BY SIZE
                " (last: " DELIMITED BY SIZE
                FUNCTION TRIM(REASON-TEXT) DELIMITED BY SIZE
                ")" DELIMITED BY SIZE
                INTO ALERT-TEXT
            END-STRING
            CALL "Moderation-NotifyStaff" USING ALERT-TEXT
            MOVE SPACES TO AUDIT-COMMAND
            STRING
                "anticheat-warn " DELIMITED BY SIZE
                FUNCTION TRIM(PLAYER-TEXT) DELIMITED BY SIZE
                " score=" DELIMITED BY SIZE
                FUNCTION TRIM(SCORE-TEXT) DELIMITED BY SIZE
                INTO AUDIT-COMMAND
            END-STRING
            CALL "Command-AuditLog" USING ANTICHEAT-ORIGIN AUDIT-COMMAND
                ALERT-TEXT
    END-EVALUATE

    GOBACK.

END PROGRAM AntiCheat-Score.

*> --- AntiCheat-Enforce ---
*> Called from Keepalive-Tick, beside the timeout disconnects: carries
*> out the kicks and bans AntiCheat-Score left pending. A kick goes
*> through Sessions-SetQuitReason and Server-DisconnectClient like the
*> kick verb; a ban through PlayerAccess-Ban for SERVER-PROP-AC-BAN-
*> MINUTES with a reason that says why. Staff are told of each, and
*> each is audited with the anti-cheat, not an operator, as its origin,
*> and goes on the player's moderation history the same way.
IDENTIFICATION DIVISION.
PROGRAM-ID. AntiCheat-Enforce.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-ANTICHEAT-SCORE.
    COPY DD-PLAYERS.
    COPY DD-SERVER-PROPERTIES.
    01 ANTICHEAT-ORIGIN          BINARY-LONG VALUE -1.
    01 PLAYER-INDEX              BINARY-LONG.
    01 BAN-RESULT                BINARY-CHAR UNSIGNED.
    01 BAN-REASON-TEXT           PIC X(64).
    01 PLAYER-TEXT               PIC -(9)9.
    01 SCORE-TEXT                PIC Z(8)9.
    01 MINUTES-TEXT              PIC Z(8)9.
    01 ALERT-TEXT                PIC X(200).
    01 AUDIT-COMMAND             PIC X(128).
    01 HISTORY-MINUTES           BINARY-LONG.

PROCEDURE DIVISION.
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        IF PLAYER-AC-PENDING(PLAYER-INDEX) NOT = 0
            MOVE PLAYER-INDEX TO PLAYER-TEXT
            MOVE PLAYER-AC-SCORE(PLAYER-INDEX) TO SCORE-TEXT
            MOVE SPACES TO ALERT-TEXT
            MOVE SPACES TO AUDIT-COMMAND
            EVALUATE PLAYER-AC-PENDING(PLAYER-INDEX)
                WHEN 2
                    *> gone already: nothing left to kick
                    IF PLAYER-CLIENT(PLAYER-INDEX) NOT = 0
                        CALL "Sessions-SetQuitReason" USING PLAYER-INDEX
                            "anticheat kick"
                        CALL "Server-DisconnectClient" USING
                            PLAYER-CLIENT(PLAYER-INDEX)
                            "Kicked by anti-cheat"
                        STRING
                            "Anti-cheat: kicked player " DELIMITED BY SIZE
                            FUNCTION TRIM(PLAYER-TEXT) DELIMITED BY SIZE
                            " at violation score " DELIMITED BY SIZE
                            FUNCTION TRIM(SCORE-TEXT) DELIMITED BY SIZE
                            " (last: " DELIMITED BY SIZE
                            FUNCTION TRIM(PLAYER-AC-LAST-REASON(PLAYER-INDEX))
                                DELIMITED BY SIZE
                            ")" DELIMITED BY SIZE
                            INTO ALERT-TEXT
                        END-STRING
                        STRING
                            "anticheat-kick " DELIMITED BY SIZE
                            FUNCTION TRIM(PLAYER-TEXT) DELIMITED BY SIZE
                            " score=" DELIMITED BY SIZE
                            FUNCTION TRIM(SCORE-TEXT) DELIMITED BY SIZE
                            INTO AUDIT-COMMAND
                        END-STRING
                        MOVE 0 TO HISTORY-MINUTES
                        CALL "ModHistory-Record" USING PLAYER-INDEX "kick"
                            ANTICHEAT-ORIGIN HISTORY-MINUTES ALERT-TEXT
                    END-IF
                WHEN 3
                    MOVE SPACES TO BAN-REASON-TEXT
                    STRING
                        "Anti-cheat: score " DELIMITED BY SIZE
                        FUNCTION TRIM(SCORE-TEXT) DELIMITED BY SIZE
                        ", " DELIMITED BY SIZE
                        FUNCTION TRIM(PLAYER-AC-LAST-REASON(PLAYER-INDEX))
                            DELIMITED BY SIZE
                        INTO BAN-REASON-TEXT
                    END-STRING
                    IF PLAYER-CLIENT(PLAYER-INDEX) NOT = 0
                        CALL "Sessions-SetQuitReason" USING PLAYER-INDEX
                            "anticheat ban"
                    END-IF
                    CALL "PlayerAccess-Ban" USING PLAYER-INDEX
                        SERVER-PROP-AC-BAN-MINUTES BAN-REASON-TEXT BAN-RESULT
                    MOVE SERVER-PROP-AC-BAN-MINUTES TO MINUTES-TEXT
                    IF BAN-RESULT = 1
                        MOVE SERVER-PROP-AC-BAN-MINUTES TO HISTORY-MINUTES
                        CALL "ModHistory-Record" USING PLAYER-INDEX "ban"
                            ANTICHEAT-ORIGIN HISTORY-MINUTES BAN-REASON-TEXT
                        STRING
                            "Anti-cheat: banned player " DELIMITED BY SIZE
                            FUNCTION TRIM(PLAYER-TEXT) DELIMITED BY SIZE
                            " for " DELIMITED BY SIZE
                            FUNCTION TRIM(MINUTES-TEXT) DELIMITED BY SIZE
                            " minutes - " DELIMITED BY SIZE
                            FUNCTION TRIM(BAN-REASON-TEXT) DELIMITED BY SIZE
                            INTO ALERT-TEXT
                        END-STRING
                    ELSE
                        STRING
                            "Anti-cheat: could not ban player " DELIMITED BY SIZE
                            FUNCTION TRIM(PLAYER-TEXT) DELIMITED BY SIZE
                            " - the ban list is full" DELIMITED BY SIZE
                            INTO ALERT-TEXT
                        END-STRING
                    END-IF
                    STRING
                        "anticheat-ban " DELIMITED BY SIZE
                        FUNCTION TRIM(PLAYER-TEXT) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        FUNCTION TRIM(MINUTES-TEXT) DELIMITED BY SIZE
                        " score=" DELIMITED BY SIZE
                        FUNCTION TRIM(SCORE-TEXT) DELIMITED BY SIZE
                        INTO AUDIT-COMMAND
                    END-STRING
            END-EVALUATE
            MOVE 0 TO PLAYER-AC-PENDING(PLAYER-INDEX)
            IF ALERT-TEXT NOT = SPACES
                CALL "Moderation-NotifyStaff" USING ALERT-TEXT
                CALL "Command-AuditLog" USING ANTICHEAT-ORIGIN AUDIT-COMMAND
                    ALERT-TEXT
            END-IF
        END-IF
    END-PERFORM

    GOBACK.

END PROGRAM AntiCheat-Enforce.
