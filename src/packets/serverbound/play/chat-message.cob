    COPY DD-PLAYERS.
    COPY DD-CHANNELS.
    COPY DD-SERVER-PROPERTIES.
    COPY DD-RULES.
    COPY DD-AUTH.
    01 PLAYER-ID                BINARY-LONG.
    *> payload - only the message text matters to us; the trailing
    *> signature fields are left unread in the buffer
    01 BROADCAST-LINE           PIC X(300).
    01 CLIENT-ID                BINARY-LONG UNSIGNED.
    01 CHANNEL-PREFIX           PIC X(4).
    01 GROUP-PREFIX-TEXT        PIC X(16).
    01 LINE-POINTER             BINARY-LONG UNSIGNED.
    01 RECIPIENT-ID             BINARY-LONG.
    01 RECIPIENT-LEVEL          BINARY-LONG UNSIGNED.
    01 DELIVER-HERE             BINARY-CHAR UNSIGNED.
    01 CHANNEL-NAME             PIC X(8).
    01 NO-RECIPIENT             BINARY-LONG VALUE 0.

LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
    MOVE SPACES TO MESSAGE-TEXT
    CALL "Decode-String" USING LK-BUFFER LK-OFFSET MESSAGE-TEXT

    CALL "Afk-NoteActivity" USING PLAYER-ID

    *> nothing typed before logging in is spoken or kept - it may well
    *> be a password missing its /login
    IF PLAYER-AUTHENTICATED(PLAYER-ID) = 0
        CALL "SendPacket-SystemChat" USING LK-CLIENT
            "Log in first - /login <password>"
        GOBACK
    END-IF

    *> A muted player's message goes nowhere; they alone are told why,
    *> so to everyone else they simply seem quiet
    EVALUATE PLAYER-CHAT-CHANNEL(PLAYER-ID)
        WHEN CHANNEL-LOCAL MOVE "local" TO CHANNEL-NAME
        WHEN CHANNEL-STAFF MOVE "staff" TO CHANNEL-NAME
        WHEN OTHER         MOVE "global" TO CHANNEL-NAME
    END-EVALUATE
    CALL "Moderation-CheckMute" USING PLAYER-ID IS-MUTED
    *> the transcript keeps the words as typed, before the filter
    CALL "ChatLog-Record" USING CHANNEL-NAME PLAYER-ID NO-RECIPIENT IS-MUTED MESSAGE-TEXT
    IF IS-MUTED = 1
        CALL "SendPacket-SystemChat" USING LK-CLIENT
            "You are muted and cannot chat right now"
    CALL "Moderation-FilterSignText" USING MESSAGE-TEXT TEXT-REJECTED

    *> the active channel decides both the prefix (so logs and
    *> moderation read which scope a line went to) and who hears it;
    *> a player on probation is heard by staff alone, whatever the
    *> channel, so they can ask for help but not stir up trouble
    EVALUATE PLAYER-CHAT-CHANNEL(PLAYER-ID)
        WHEN CHANNEL-LOCAL MOVE "[L] " TO CHANNEL-PREFIX
        WHEN CHANNEL-STAFF MOVE "[S] " TO CHANNEL-PREFIX
        WHEN OTHER         MOVE "[G] " TO CHANNEL-PREFIX
    END-EVALUATE
    IF PLAYER-ON-PROBATION(PLAYER-ID) = 1
        MOVE "[P] " TO CHANNEL-PREFIX
    END-IF

    *> then the speaker's permission group prefix, when it has one
    CALL "Groups-GetPrefix" USING PLAYER-ID GROUP-PREFIX-TEXT

    MOVE PLAYER-ID TO PLAYER-ID-TEXT
    MOVE SPACES TO BROADCAST-LINE
    MOVE 1 TO LINE-POINTER
    STRING CHANNEL-PREFIX DELIMITED BY SIZE
        INTO BROADCAST-LINE WITH POINTER LINE-POINTER
    END-STRING
    IF GROUP-PREFIX-TEXT NOT = SPACES
        STRING
            FUNCTION TRIM(GROUP-PREFIX-TEXT) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            INTO BROADCAST-LINE WITH POINTER LINE-POINTER
        END-STRING
    END-IF
    STRING
        "<Player" DELIMITED BY SIZE
        PLAYER-ID-TEXT DELIMITED BY SIZE
        "> " DELIMITED BY SIZE
        MESSAGE-TEXT(1:MESSAGE-LENGTH) DELIMITED BY SIZE
        INTO BROADCAST-LINE WITH POINTER LINE-POINTER
    END-STRING

    PERFORM VARYING CLIENT-ID FROM 1 BY 1 UNTIL CLIENT-ID > MAX-CLIENTS
                        MOVE 0 TO DELIVER-HERE
                    END-IF
            END-EVALUATE
            IF PLAYER-ON-PROBATION(PLAYER-ID) = 1 AND RECIPIENT-ID NOT = PLAYER-ID
                MOVE 0 TO RECIPIENT-LEVEL
                IF RECIPIENT-ID >= 1
                    CALL "Ops-GetLevel" USING RECIPIENT-ID RECIPIENT-LEVEL
                END-IF
                IF RECIPIENT-LEVEL < 1
                    MOVE 0 TO DELIVER-HERE
                ELSE
                    MOVE 1 TO DELIVER-HERE
                END-IF
            END-IF
            IF DELIVER-HERE = 1
                CALL "SendPacket-SystemChat" USING CLIENT-ID BROADCAST-LINE
            END-IF
        END-IF
    END-PERFORM

    *> global chat, and staff chat where that is switched on, reaches
    *> the moderators' chat app too - never local chat, nor a player
    *> on probation, whom only staff in game may hear
    IF PLAYER-ON-PROBATION(PLAYER-ID) = 0
        EVALUATE PLAYER-CHAT-CHANNEL(PLAYER-ID)
            WHEN CHANNEL-GLOBAL
                CALL "Webhook-Enqueue" USING "chat" BROADCAST-LINE(5:)
            WHEN CHANNEL-STAFF
                CALL "Webhook-Enqueue" USING "staffchat" BROADCAST-LINE(5:)
        END-EVALUATE
    END-IF

    GOBACK.

END PROGRAM RecvPacket-ChatMessage.
