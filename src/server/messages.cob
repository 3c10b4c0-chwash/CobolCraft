            MOVE "Player {1} left the game" TO LK-TEMPLATE
        WHEN "shutdown-in"
            MOVE "Server shutting down in {1} seconds" TO LK-TEMPLATE
        WHEN "rules-1"
            MOVE "Be respectful. No griefing, stealing or cheating." TO LK-TEMPLATE
        WHEN "rules-accept"
            MOVE "Type /rules accept to agree to the rules and start building" TO LK-TEMPLATE
        WHEN OTHER
            MOVE LK-KEY TO LK-TEMPLATE
    END-EVALUATE
