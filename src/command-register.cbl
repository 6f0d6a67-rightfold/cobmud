           move starting-damage to player-damage
           set gossip-is-on to true
           set trade-is-on to true
           move 0 to player-experience
           move 1 to player-level
           move 0 to player-bank-coins
           move function current-date(1:8) to player-created-date
           move player-created-date to player-last-login-date
           move 0 to player-failed-logins
           move spaces to player-lockout-until
           write player-record

           string "welcome, " delimited by size
