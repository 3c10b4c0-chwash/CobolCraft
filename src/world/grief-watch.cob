*> --- Grief-FindForeignZone ---
*> Finds a claimed zone, its footprint widened by LK-RADIUS blocks on
*> every side, that covers the position and that the player may not
*> build in - neither the owner nor on the owning team, the same test
*> World-CheckProtection applies. Returns 0 when there is none.
IDENTIFICATION DIVISION.
PROGRAM-ID. Grief-FindForeignZone.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PROTECTION-ZONES.
    COPY DD-PLAYERS.
    01 ZONE-INDEX                BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-POSITION.
        02 LK-X                  BINARY-LONG.
        02 LK-Y                  BINARY-LONG.
        02 LK-Z                  BINARY-LONG.
    01 LK-RADIUS                 BINARY-LONG UNSIGNED.
    01 LK-ZONE-INDEX             BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-POSITION LK-RADIUS LK-ZONE-INDEX.
    MOVE 0 TO LK-ZONE-INDEX
    IF LK-PLAYER-ID < 1 OR LK-PLAYER-ID > MAX-PLAYERS
        GOBACK
    END-IF

    PERFORM VARYING ZONE-INDEX FROM 1 BY 1 UNTIL ZONE-INDEX > PROTECTION-ZONE-COUNT
        IF LK-X >= PROTECTION-ZONE-MIN-X(ZONE-INDEX) - LK-RADIUS
                AND LK-X <= PROTECTION-ZONE-MAX-X(ZONE-INDEX) + LK-RADIUS
                AND LK-Z >= PROTECTION-ZONE-MIN-Z(ZONE-INDEX) - LK-RADIUS
                AND LK-Z <= PROTECTION-ZONE-MAX-Z(ZONE-INDEX) + LK-RADIUS
            IF LK-PLAYER-ID NOT = PROTECTION-ZONE-OWNER-PLAYER-ID(ZONE-INDEX)
                    AND (PROTECTION-ZONE-TEAM-NAME(ZONE-INDEX) = SPACES
                         OR PLAYER-TEAM(LK-PLAYER-ID) NOT = PROTECTION-ZONE-TEAM-NAME(ZONE-INDEX))
                MOVE ZONE-INDEX TO LK-ZONE-INDEX
                GOBACK
            END-IF
        END-IF
    END-PERFORM

    GOBACK.

END PROGRAM Grief-FindForeignZone.

*> --- Grief-WatchBlockChange ---
*> Watches each player block change as it happens - called from
*> World-LogBlockChange for the changes that land, and from
*> World-SetBlock for the ones a claim refuses, since a player hacking
*> at someone else's build is the pattern whether or not a block falls.
*> Counts breaks on foreign claims in a sliding BREAK-SECONDS window,
*> and flags lava or fire set down on or beside a foreign claim.
IDENTIFICATION DIVISION.
PROGRAM-ID. Grief-WatchBlockChange.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-GRIEF-WATCH.
    COPY DD-PLAYERS.
    01 CURRENT-TICK              BINARY-LONG UNSIGNED.
    01 WINDOW-TICKS              BINARY-LONG UNSIGNED.
    01 ZONE-INDEX                BINARY-LONG UNSIGNED.
    01 NO-RADIUS                 BINARY-LONG UNSIGNED VALUE 0.
    01 NEW-BLOCK-TYPE            PIC X(64).
    01 ALERT-KIND                BINARY-LONG UNSIGNED.
    01 ALERT-WHAT                PIC X(64).
    01 COUNT-TEXT                PIC Z(8)9.
    01 SECONDS-TEXT              PIC Z(8)9.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-POSITION.
        02 LK-X                  BINARY-LONG.
        02 LK-Y                  BINARY-LONG.
        02 LK-Z                  BINARY-LONG.
    01 LK-PREVIOUS-BLOCK-ID      BINARY-LONG UNSIGNED.
    01 LK-BLOCK-ID               BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-POSITION LK-PREVIOUS-BLOCK-ID LK-BLOCK-ID.
    IF LK-PLAYER-ID < 1 OR LK-PLAYER-ID > MAX-PLAYERS
        GOBACK
    END-IF

    *> breaking on someone else's claim, counted per window
    IF LK-BLOCK-ID = 0 AND LK-PREVIOUS-BLOCK-ID NOT = 0
            AND SERVER-PROP-GRIEF-BREAK-COUNT > 0
        CALL "Grief-FindForeignZone" USING LK-PLAYER-ID LK-POSITION
            NO-RADIUS ZONE-INDEX
        IF ZONE-INDEX = 0
            GOBACK
        END-IF
        CALL "Server-GetCurrentTick" USING CURRENT-TICK
        COMPUTE WINDOW-TICKS = SERVER-PROP-GRIEF-BREAK-SECONDS * 20
        IF GRIEF-BREAK-COUNT(LK-PLAYER-ID) = 0
                OR CURRENT-TICK - GRIEF-BREAK-WINDOW-TICK(LK-PLAYER-ID) > WINDOW-TICKS
            MOVE CURRENT-TICK TO GRIEF-BREAK-WINDOW-TICK(LK-PLAYER-ID)
            MOVE 0 TO GRIEF-BREAK-COUNT(LK-PLAYER-ID)
        END-IF
        ADD 1 TO GRIEF-BREAK-COUNT(LK-PLAYER-ID)
        IF GRIEF-BREAK-COUNT(LK-PLAYER-ID) > SERVER-PROP-GRIEF-BREAK-COUNT
            MOVE GRIEF-BREAK-COUNT(LK-PLAYER-ID) TO COUNT-TEXT
            MOVE SERVER-PROP-GRIEF-BREAK-SECONDS TO SECONDS-TEXT
            MOVE SPACES TO ALERT-WHAT
            STRING
                "broke " DELIMITED BY SIZE
                FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
                " blocks in " DELIMITED BY SIZE
                FUNCTION TRIM(SECONDS-TEXT) DELIMITED BY SIZE
                "s" DELIMITED BY SIZE
                INTO ALERT-WHAT
            END-STRING
            MOVE 1 TO ALERT-KIND
            CALL "Grief-RaiseAlert" USING LK-PLAYER-ID ALERT-KIND ALERT-WHAT
                LK-POSITION ZONE-INDEX
            MOVE 0 TO GRIEF-BREAK-COUNT(LK-PLAYER-ID)
        END-IF
        GOBACK
    END-IF

    *> lava or fire set down on or beside someone else's claim
    IF LK-BLOCK-ID NOT = 0 AND SERVER-PROP-GRIEF-HAZARD-RADIUS > 0
        MOVE SPACES TO NEW-BLOCK-TYPE
        CALL "Blocks-GetType" USING LK-BLOCK-ID NEW-BLOCK-TYPE
        EVALUATE NEW-BLOCK-TYPE
            WHEN "minecraft:lava"
                MOVE "placed lava" TO ALERT-WHAT
            WHEN "minecraft:fire"
            WHEN "minecraft:soul_fire"
                MOVE "set fire" TO ALERT-WHAT
            WHEN OTHER
                GOBACK
        END-EVALUATE
        CALL "Grief-FindForeignZone" USING LK-PLAYER-ID LK-POSITION
            SERVER-PROP-GRIEF-HAZARD-RADIUS ZONE-INDEX
        IF ZONE-INDEX NOT = 0
            MOVE 2 TO ALERT-KIND
            CALL "Grief-RaiseAlert" USING LK-PLAYER-ID ALERT-KIND ALERT-WHAT
                LK-POSITION ZONE-INDEX
        END-IF
    END-IF

    GOBACK.

END PROGRAM Grief-WatchBlockChange.

*> --- Grief-WatchIgnition ---
*> Called from Tnt-Ignite with the igniter attribution: TNT lit within
*> TNT-RADIUS blocks of someone else's claim. Chain ignitions carry the
*> original igniter, and the alert cooldown keeps a pile from raising
*> one alert per block.
IDENTIFICATION DIVISION.
PROGRAM-ID. Grief-WatchIgnition.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    01 ZONE-INDEX                BINARY-LONG UNSIGNED.
    01 ALERT-KIND                BINARY-LONG UNSIGNED VALUE 3.
    01 ALERT-WHAT                PIC X(64) VALUE "lit TNT".
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-POSITION.
        02 LK-X                  BINARY-LONG.
        02 LK-Y                  BINARY-LONG.
        02 LK-Z                  BINARY-LONG.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-POSITION.
    IF SERVER-PROP-GRIEF-TNT-RADIUS = 0
        GOBACK
    END-IF

    CALL "Grief-FindForeignZone" USING LK-PLAYER-ID LK-POSITION
        SERVER-PROP-GRIEF-TNT-RADIUS ZONE-INDEX
    IF ZONE-INDEX NOT = 0
        CALL "Grief-RaiseAlert" USING LK-PLAYER-ID ALERT-KIND ALERT-WHAT
            LK-POSITION ZONE-INDEX
    END-IF

    GOBACK.

END PROGRAM Grief-WatchIgnition.

*> --- Grief-RaiseAlert ---
*> Sends one grief alert - player, what they did, where, and whose
*> claim - to the staff channel and out through the webhook, unless
*> this player raised the same kind of alert within ALERT-COOLDOWN
*> seconds, in which case it is only counted; the next alert that does
*> go out carries the count, so staff know the incident continued.
IDENTIFICATION DIVISION.
PROGRAM-ID. Grief-RaiseAlert.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-GRIEF-WATCH.
    COPY DD-PROTECTION-ZONES.
    01 CURRENT-TICK              BINARY-LONG UNSIGNED.
    01 COOLDOWN-TICKS            BINARY-LONG UNSIGNED.
    01 PLAYER-TEXT               PIC -(9)9.
    01 OWNER-TEXT                PIC -(9)9.
    01 X-TEXT                    PIC -(9)9.
    01 Y-TEXT                    PIC -(9)9.
    01 Z-TEXT                    PIC -(9)9.
    01 SUPPRESSED-TEXT           PIC Z(8)9.
    01 OWNER-LABEL               PIC X(40).
    01 ALERT-TEXT                PIC X(200).
    01 ALERT-POINTER             BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-LONG.
    01 LK-KIND                   BINARY-LONG UNSIGNED.
    01 LK-WHAT                   PIC X(64).
    01 LK-POSITION.
        02 LK-X                  BINARY-LONG.
        02 LK-Y                  BINARY-LONG.
        02 LK-Z                  BINARY-LONG.
    01 LK-ZONE-INDEX             BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-KIND LK-WHAT LK-POSITION LK-ZONE-INDEX.
    CALL "Server-GetCurrentTick" USING CURRENT-TICK
    COMPUTE COOLDOWN-TICKS = SERVER-PROP-GRIEF-ALERT-COOLDOWN * 20
    IF GRIEF-LAST-ALERT-TICK(LK-PLAYER-ID, LK-KIND) NOT = 0
            AND CURRENT-TICK - GRIEF-LAST-ALERT-TICK(LK-PLAYER-ID, LK-KIND) < COOLDOWN-TICKS
        ADD 1 TO GRIEF-SUPPRESSED(LK-PLAYER-ID, LK-KIND)
        GOBACK
    END-IF

    IF PROTECTION-ZONE-TEAM-NAME(LK-ZONE-INDEX) NOT = SPACES
        MOVE SPACES TO OWNER-LABEL
        STRING
            "team " DELIMITED BY SIZE
            FUNCTION TRIM(PROTECTION-ZONE-TEAM-NAME(LK-ZONE-INDEX)) DELIMITED BY SIZE
            INTO OWNER-LABEL
        END-STRING
    ELSE
        MOVE PROTECTION-ZONE-OWNER-PLAYER-ID(LK-ZONE-INDEX) TO OWNER-TEXT
        MOVE SPACES TO OWNER-LABEL
        STRING
            "player " DELIMITED BY SIZE
            FUNCTION TRIM(OWNER-TEXT) DELIMITED BY SIZE
            INTO OWNER-LABEL
        END-STRING
    END-IF

    MOVE LK-PLAYER-ID TO PLAYER-TEXT
    MOVE LK-X TO X-TEXT
    MOVE LK-Y TO Y-TEXT
    MOVE LK-Z TO Z-TEXT
    MOVE SPACES TO ALERT-TEXT
    MOVE 1 TO ALERT-POINTER
    STRING
        "Grief: player " DELIMITED BY SIZE
        FUNCTION TRIM(PLAYER-TEXT) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FUNCTION TRIM(LK-WHAT) DELIMITED BY SIZE
        " at " DELIMITED BY SIZE
        FUNCTION TRIM(X-TEXT) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(Y-TEXT) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        FUNCTION TRIM(Z-TEXT) DELIMITED BY SIZE
        " by the claim of " DELIMITED BY SIZE
        FUNCTION TRIM(OWNER-LABEL) DELIMITED BY SIZE
        INTO ALERT-TEXT
        WITH POINTER ALERT-POINTER
    END-STRING
    IF GRIEF-SUPPRESSED(LK-PLAYER-ID, LK-KIND) > 0
        MOVE GRIEF-SUPPRESSED(LK-PLAYER-ID, LK-KIND) TO SUPPRESSED-TEXT
        STRING
            " (+" DELIMITED BY SIZE
            FUNCTION TRIM(SUPPRESSED-TEXT) DELIMITED BY SIZE
            " since last alert)" DELIMITED BY SIZE
            INTO ALERT-TEXT
            WITH POINTER ALERT-POINTER
        END-STRING
    END-IF

    MOVE CURRENT-TICK TO GRIEF-LAST-ALERT-TICK(LK-PLAYER-ID, LK-KIND)
    MOVE 0 TO GRIEF-SUPPRESSED(LK-PLAYER-ID, LK-KIND)

    CALL "Moderation-NotifyStaff" USING ALERT-TEXT
    CALL "Webhook-Enqueue" USING "grief" ALERT-TEXT

    GOBACK.

END PROGRAM Grief-RaiseAlert.
