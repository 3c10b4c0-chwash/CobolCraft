*> --- Webhook-Enqueue ---
*> Queues one notification if the notifier is configured and the
*> event class's toggle is on. Kinds: "join", "backup", "quarantine",
*> "anticheat", "recovery", "digest", "grief", "ticket", "leaderboard",
*> "data-check", and for the chat bridge "chat", "staffchat" and
*> "reply". Never touches the network itself - that is Webhook-Tick's
*> job, off the hot path of whoever noticed the event.
IDENTIFICATION DIVISION.
PROGRAM-ID. Webhook-Enqueue.

        WHEN "quarantine" MOVE SERVER-PROP-WEBHOOK-QUARANTINE TO EVENT-ENABLED
        WHEN "anticheat"  MOVE SERVER-PROP-WEBHOOK-ANTICHEAT TO EVENT-ENABLED
        WHEN "recovery"   MOVE SERVER-PROP-WEBHOOK-RECOVERY TO EVENT-ENABLED
        WHEN "digest"     MOVE SERVER-PROP-WEBHOOK-DIGEST TO EVENT-ENABLED
        WHEN "grief"      MOVE SERVER-PROP-WEBHOOK-GRIEF TO EVENT-ENABLED
        WHEN "ticket"     MOVE SERVER-PROP-WEBHOOK-TICKETS TO EVENT-ENABLED
        WHEN "leaderboard" MOVE SERVER-PROP-WEBHOOK-LEADERBOARD TO EVENT-ENABLED
        WHEN "data-check" MOVE SERVER-PROP-WEBHOOK-DATA-CHECK TO EVENT-ENABLED
        WHEN "chat"       MOVE SERVER-PROP-WEBHOOK-CHAT TO EVENT-ENABLED
        WHEN "reply"      MOVE SERVER-PROP-WEBHOOK-CHAT TO EVENT-ENABLED
        WHEN "staffchat"  MOVE SERVER-PROP-WEBHOOK-STAFF-CHAT TO EVENT-ENABLED
    END-EVALUATE
    IF EVENT-ENABLED = 0
        GOBACK
