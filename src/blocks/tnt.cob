    MOVE LK-FUSE-TICKS TO FUSE-DELAY
    CALL "BlockTick-Schedule" USING LK-POSITION FUSE-DELAY

    IF LK-PLAYER-ID > 0
        CALL "Grief-WatchIgnition" USING LK-PLAYER-ID LK-POSITION
    END-IF

    GOBACK.

END PROGRAM Tnt-Ignite.
