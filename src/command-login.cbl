           88 password-matches          value "Y".
       01 hashed-password               pic X(15).

       01 login-now-stamp               pic X(21).
       01 lockout-minutes               pic 9(07).
       01 lockout-text                  pic X(16).

       01 login-time-seed               binary-long.
       01 token-generated.
           05 token-value-1             pic 9(09).
       linkage section.
           copy "request.cpy".
       copy "reply.cpy".
       01 login-fail-limit              pic 9(03).
       01 login-lockout-minutes         pic 9(05).

       procedure division using reference request
                                 reference reply-message
                                 reference login-fail-limit
                                 reference login-lockout-minutes.
       main-para.
           move spaces to reply-message
           move player-id of request to player-id of player-record
           .

       check-password-para.
           move function current-date to login-now-stamp
           if player-failed-logins is not numeric
               move 0 to player-failed-logins
           end-if

           evaluate true
               when player-password = spaces
                   move "login denied: account requires admin reset."
                     to reply-message
               when player-lockout-until not = spaces
                and player-lockout-until(1:14) > login-now-stamp(1:14)
                   perform format-lockout-para
                   string "login denied: account locked until "
                              delimited by size
                          lockout-text delimited by size
                          "." delimited by size
                          into reply-message
                   end-string
               when other
                   perform verify-password-para
                   if password-matches
                       perform accept-login-para
                   else
                       perform count-failure-para
                   end-if
           end-evaluate
           .

       accept-login-para.
           perform generate-token-para
           set player-logged-in to true
           move token-value to player-session-token
           move function current-date(1:8)
             to player-last-login-date
           move 0 to player-failed-logins
           move spaces to player-lockout-until
           rewrite player-record
           move spaces to reply-message
           string "login accepted. welcome back. token="
                      delimited by size
                  player-session-token delimited by size
                  into reply-message
           end-string
           perform count-unread-para
           if unread-count > 0
               move unread-count to unread-count-display
               string function trim(reply-message)
                          delimited by size
                      " you have " delimited by size
                      function trim(unread-count-display)
                          delimited by size
                      " unread messages." delimited by size
                      into reply-message
               end-string
           end-if
           .

       count-failure-para.
           if player-failed-logins < 999
               add 1 to player-failed-logins
           end-if
           if login-fail-limit > 0
              and player-failed-logins >= login-fail-limit
               move login-lockout-minutes to lockout-minutes
               call "cobmud-add-minutes"
                   using reference login-now-stamp
                         reference lockout-minutes
                         reference player-lockout-until
               move 0 to player-failed-logins
               rewrite player-record
               perform format-lockout-para
               string "login denied: bad password. " delimited by size
                      "account locked until " delimited by size
                      lockout-text delimited by size
                      "." delimited by size
                      into reply-message
               end-string
           else
               rewrite player-record
               move "login denied: bad password." to reply-message
           end-if
           .

       format-lockout-para.
           move spaces to lockout-text
           string player-lockout-until(1:4) delimited by size
                  "-" delimited by size
                  player-lockout-until(5:2) delimited by size
                  "-" delimited by size
                  player-lockout-until(7:2) delimited by size
                  " " delimited by size
                  player-lockout-until(9:2) delimited by size
                  ":" delimited by size
                  player-lockout-until(11:2) delimited by size
                  into lockout-text
           end-string
           .

       verify-password-para.
