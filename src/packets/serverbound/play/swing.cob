        GOBACK
    END-IF

    CALL "Afk-NoteActivity" USING PLAYER-ID

    *> hand enum: 0=main hand, 1=offhand
    IF HAND-ENUM = 1
        MOVE 3 TO ANIMATION
*> --- Log-AntiCheatEvent ---
*> Appends one line per suspected-cheat event to a rolling log (timestamp,
*> client/player id, reason), so repeat offenders can be found without
*> waiting on a player report, and hands events that name a player to
*> AntiCheat-Score for the automatic sanctions.
IDENTIFICATION DIVISION.
PROGRAM-ID. Log-AntiCheatEvent.


    CALL "Webhook-Enqueue" USING "anticheat" ANTICHEAT-LOG-RECORD

    *> and charge it to the offender's violation score
    IF LK-PLAYER-ID > 0
        CALL "AntiCheat-Score" USING LK-PLAYER-ID LK-REASON
    END-IF

    GOBACK.

END PROGRAM Log-AntiCheatEvent.
