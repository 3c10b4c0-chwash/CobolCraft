    CALL "Log-RotateOne" USING LOG-PATH
        SERVER-PROP-SESSION-LOG-MAX-KB SERVER-PROP-SESSION-LOG-KEEP

    MOVE SERVER-PROP-DEATH-LOG-PATH TO LOG-PATH
    CALL "Log-RotateOne" USING LOG-PATH
        SERVER-PROP-DEATH-LOG-MAX-KB SERVER-PROP-DEATH-LOG-KEEP

    MOVE SERVER-PROP-PVP-LOG-PATH TO LOG-PATH
    CALL "Log-RotateOne" USING LOG-PATH
        SERVER-PROP-PVP-LOG-MAX-KB SERVER-PROP-PVP-LOG-KEEP

    MOVE SERVER-PROP-CONTAINER-LOG-PATH TO LOG-PATH
    CALL "Log-RotateOne" USING LOG-PATH
        SERVER-PROP-CONTAINER-LOG-MAX-KB SERVER-PROP-CONTAINER-LOG-KEEP

    MOVE SERVER-PROP-POSITION-LOG-PATH TO LOG-PATH
    CALL "Log-RotateOne" USING LOG-PATH
        SERVER-PROP-POSITION-LOG-MAX-KB SERVER-PROP-POSITION-LOG-KEEP

    MOVE SERVER-PROP-CHAT-LOG-PATH TO LOG-PATH
    CALL "Log-RotateOne" USING LOG-PATH
        SERVER-PROP-CHAT-LOG-MAX-KB SERVER-PROP-CHAT-LOG-KEEP

    GOBACK.

END PROGRAM Log-RotateAll.
