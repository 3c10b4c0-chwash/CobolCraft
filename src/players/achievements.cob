*> --- Achievements-Load ---
*> Loads the achievement table at startup, the Smelting-LoadRecipes
*> shape. Stat counters: placed, broken, distance, online-minutes,
*> deaths, kills, pvp-kills. Events: smelt, sleep.
IDENTIFICATION DIVISION.
PROGRAM-ID. Achievements-Load.

                        PLAYER-STAT-ONLINE-TICKS(LK-PLAYER-ID) / 1200
                WHEN "deaths"
                    MOVE PLAYER-STAT-DEATHS(LK-PLAYER-ID) TO COUNTER-VALUE
                WHEN "kills"
                    MOVE PLAYER-STAT-KILLS(LK-PLAYER-ID) TO COUNTER-VALUE
                WHEN "pvp-kills"
                    MOVE PLAYER-STAT-PVP-KILLS(LK-PLAYER-ID) TO COUNTER-VALUE
                WHEN OTHER
                    MOVE -1 TO COUNTER-VALUE
            END-EVALUATE
