    COPY DD-CLIENT-STATES.
    COPY DD-CHANNELS.
    COPY DD-PLAYER-STATS.
    COPY DD-SESSIONS.
    COPY DD-CONNECTION-LIMITS.
    COPY DD-VANISH.
    COPY DD-RULES.
    01 CLIENT-ID                 BINARY-LONG UNSIGNED.
    01 ADDRESS-ALLOWED           BINARY-CHAR UNSIGNED.
    01 ADDRESS-REFUSAL           PIC X(96).
    01 OTHER-PLAYER              BINARY-LONG.
    01 PLAYER-ID-TEXT            PIC ---9.
    01 NOTICE-LINE               PIC X(64).
    01 CURRENT-TICK              BINARY-LONG UNSIGNED.
    01 UNREAD-MAIL               BINARY-LONG UNSIGNED.
    01 UNREAD-TEXT               PIC ---9.
    01 STAFF-LEVEL               BINARY-LONG UNSIGNED.
    01 UNCLAIMED-TICKETS         BINARY-LONG UNSIGNED.
    01 NO-ARG                    PIC X VALUE SPACE.
    01 STARTER-KIT-NAME          PIC X(32).
    01 STARTER-NO-COOLDOWN       BINARY-CHAR UNSIGNED.
    01 LK-PLAYER-ID              BINARY-LONG.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    *> a connection whose address PlayerAccess-CheckLogin never saw (or
    *> saw as a different one) gets the address checks here instead
    IF PLAYER-SESSION-ADDRESS(LK-PLAYER-ID)
            NOT = CLIENT-ADDRESS(PLAYER-CLIENT(LK-PLAYER-ID))
        CALL "PlayerAccess-CheckAddress" USING LK-PLAYER-ID
            CLIENT-ADDRESS(PLAYER-CLIENT(LK-PLAYER-ID))
            ADDRESS-ALLOWED ADDRESS-REFUSAL
        IF ADDRESS-ALLOWED = 0
            CALL "Server-DisconnectClient" USING PLAYER-CLIENT(LK-PLAYER-ID)
                ADDRESS-REFUSAL
            GOBACK
        END-IF
    END-IF

    *> where passwords are required the player arrives frozen until
    *> they /register or /login, unless this address is remembered
    CALL "Auth-ApplyAtLogin" USING LK-PLAYER-ID

    *> returning players keep their team and dimension across sessions
    CALL "Teams-ApplyAtLogin" USING LK-PLAYER-ID
    CALL "Dimension-ApplyAtLogin" USING LK-PLAYER-ID
    *> a sentence passed while they were away starts now; one that was
    *> lifted while they were away sends them back where they were
    CALL "Jail-ApplyAtLogin" USING LK-PLAYER-ID

    *> the client needs to know what time it is (and whether it is
    *> raining) from its first frame
    CALL "SendPacket-UpdateTime" USING PLAYER-CLIENT(LK-PLAYER-ID)
    CALL "Weather-SendToClient" USING PLAYER-CLIENT(LK-PLAYER-ID)

    *> the attendance book opens this player's session, and the idle
    *> clock starts from the moment they arrive
    CALL "Sessions-HandleLogin" USING LK-PLAYER-ID
    CALL "Afk-Reset" USING LK-PLAYER-ID

    *> a fresh join starts its keepalive clock now, not at tick zero
    CALL "Server-GetCurrentTick" USING CURRENT-TICK
    CALL "Player-SendHealth" USING LK-PLAYER-ID
    CALL "Xp-SendBar" USING LK-PLAYER-ID

    *> anyone yet to accept the current rules starts on probation
    CALL "Rules-ApplyAtLogin" USING LK-PLAYER-ID

    *> a very first login (no online time on record yet) gets the
    *> starter kit, cooldown-free - returning players have ticks. On
    *> probation it waits for /rules accept instead.
    IF PLAYER-STAT-ONLINE-TICKS(LK-PLAYER-ID) = 0
        IF PLAYER-ON-PROBATION(LK-PLAYER-ID) = 1
            MOVE 1 TO PLAYER-RULES-KIT-PENDING(LK-PLAYER-ID)
        ELSE
            MOVE "starter" TO STARTER-KIT-NAME
            MOVE 1 TO STARTER-NO-COOLDOWN
            CALL "Kits-Grant" USING LK-PLAYER-ID STARTER-KIT-NAME
                STARTER-NO-COOLDOWN STARTER-RESPONSE
        END-IF
    END-IF

    *> a waiting mailbox announces itself at the door
        CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID) NOTICE-LINE
    END-IF

    *> staff hear about reports nobody has picked up yet, the same way
    CALL "Ops-GetLevel" USING LK-PLAYER-ID STAFF-LEVEL
    IF STAFF-LEVEL >= 1
        CALL "Tickets-CountUnclaimed" USING UNCLAIMED-TICKETS
        IF UNCLAIMED-TICKETS > 0
            MOVE UNCLAIMED-TICKETS TO UNREAD-TEXT
            MOVE SPACES TO NOTICE-LINE
            STRING
                "There are" DELIMITED BY SIZE
                UNREAD-TEXT DELIMITED BY SIZE
                " unclaimed tickets - /ticket list" DELIMITED BY SIZE
                INTO NOTICE-LINE
            END-STRING
            CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID) NOTICE-LINE
        END-IF
    END-IF

    *> auction stacks that lapsed or were withdrawn while away
    CALL "Auction-DeliverReturns" USING LK-PLAYER-ID

    *> everyone learns of the arrival - through the message catalog,
    *> in each recipient's own language - plus the tab list, and the
    *> late joiner gets the tab entries of everyone already on. A
    *> vanished arrival is announced to nobody and listed only for
    *> themselves, and vanished players already on stay unlisted.
    MOVE LK-PLAYER-ID TO PLAYER-ID-TEXT
    MOVE SPACES TO NOTICE-LINE
    STRING
        " joined" DELIMITED BY SIZE
        INTO NOTICE-LINE
    END-STRING
    IF PLAYER-VANISHED(LK-PLAYER-ID) = 0
        CALL "Webhook-Enqueue" USING "join" NOTICE-LINE
    ELSE
        MOVE "You are vanished - /vanish to show yourself" TO NOTICE-LINE
        CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID) NOTICE-LINE
    END-IF
    PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
        IF CLIENT-STATE(CLIENT-ID) = CLIENT-STATE-PLAY
            IF CLIENT-ID NOT = PLAYER-CLIENT(LK-PLAYER-ID)
                    AND PLAYER-VANISHED(LK-PLAYER-ID) = 0
                CALL "Messages-Send" USING CLIENT-ID "join"
                    PLAYER-ID-TEXT NO-ARG
            END-IF
            IF CLIENT-ID = PLAYER-CLIENT(LK-PLAYER-ID)
                    OR PLAYER-VANISHED(LK-PLAYER-ID) = 0
                CALL "SendPacket-PlayerInfoAdd" USING CLIENT-ID LK-PLAYER-ID
            END-IF
            MOVE CLIENT-PLAYER(CLIENT-ID) TO OTHER-PLAYER
            IF OTHER-PLAYER NOT = 0 AND OTHER-PLAYER NOT = LK-PLAYER-ID
                IF PLAYER-VANISHED(OTHER-PLAYER) = 0
                    CALL "SendPacket-PlayerInfoAdd"
                        USING PLAYER-CLIENT(LK-PLAYER-ID) OTHER-PLAYER
                END-IF
            END-IF
        END-IF
    END-PERFORM

    *> and the leaderboard the sidebar is on at the moment
    CALL "Leaderboard-ShowTo" USING PLAYER-CLIENT(LK-PLAYER-ID)

    GOBACK.

END PROGRAM Player-HandleLogin.
