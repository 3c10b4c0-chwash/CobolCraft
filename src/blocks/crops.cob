    WORKING-STORAGE SECTION.
        COPY DD-PLAYERS.
        01 BONEMEAL-STAGES          BINARY-LONG VALUE 3.
        01 ONE-HARVEST              BINARY-LONG VALUE 1.
        01 CURRENT-AGE              BINARY-LONG.
        01 MAX-AGE                  BINARY-LONG.
        01 CROP-BLOCK-ID            BINARY-LONG UNSIGNED.
            CALL "World-GetBlock" USING LK-POSITION CROP-BLOCK-ID
            MOVE SPACES TO CROP-TYPE
            CALL "Blocks-GetType" USING CROP-BLOCK-ID CROP-TYPE
            CALL "Jobs-Pay" USING LK-PLAYER "harvest" CROP-TYPE ONE-HARVEST
            CALL "Blocks-Get-StateIds" USING CROP-TYPE
                CROP-MIN-STATE-ID CROP-MAX-STATE-ID
            MOVE CROP-MIN-STATE-ID TO RESET-BLOCK-ID
