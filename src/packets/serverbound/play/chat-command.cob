    01 COMMAND-TEXT             PIC X(256).
    *> variables
    01 COMMAND-RESPONSE         PIC X(256).
    01 NO-RECIPIENT             BINARY-LONG VALUE 0.
    01 NOT-MUTED                BINARY-CHAR UNSIGNED VALUE 0.
    01 LOGGED-TEXT              PIC X(256).

LINKAGE SECTION.
    01 LK-CLIENT                BINARY-LONG UNSIGNED.
    MOVE SPACES TO COMMAND-TEXT
    CALL "Decode-String" USING LK-BUFFER LK-OFFSET COMMAND-TEXT

    CALL "Afk-NoteActivity" USING PLAYER-ID

    *> the transcript never sees a /register or /login password
    CALL "Auth-RedactCommand" USING COMMAND-TEXT LOGGED-TEXT
    CALL "ChatLog-Record" USING "command" PLAYER-ID NO-RECIPIENT NOT-MUTED LOGGED-TEXT

    *> Route into the same verb dispatch RCON uses; Command-Execute
    *> checks the issuing player's operator level against the verb's
    *> required level, and their group's allow list, before running
    *> anything
    CALL "Command-Execute" USING PLAYER-ID COMMAND-TEXT COMMAND-RESPONSE

    IF COMMAND-RESPONSE NOT = SPACES
