           05 player-trade-flag         pic X(01).
               88 trade-is-on           value "Y".
               88 trade-is-off          value "N".
           05 player-experience         pic 9(07).
           05 player-level              pic 9(03).
           05 player-bank-coins         pic 9(07).
           05 player-created-date       pic X(08).
           05 player-last-login-date    pic X(08).
           05 player-failed-logins      pic 9(03).
           05 player-lockout-until      pic X(21).
