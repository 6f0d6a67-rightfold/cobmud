           copy "progress-select.cpy".
           copy "social-select.cpy".
           copy "event-select.cpy".
           copy "ledger-select.cpy".
           copy "combat-select.cpy".
           copy "level-select.cpy".
           copy "template-select.cpy".
           copy "spawn-select.cpy".
           copy "loot-select.cpy".
           copy "sanction-select.cpy".
           copy "case-select.cpy".
           copy "group-select.cpy".
           copy "auction-select.cpy".
           copy "runctl-select.cpy".

       data division.
       file section.
           copy "progress-fd.cpy".
           copy "social-fd.cpy".
           copy "event-fd.cpy".
           copy "ledger-fd.cpy".
           copy "combat-fd.cpy".
           copy "level-fd.cpy".
           copy "template-fd.cpy".
           copy "spawn-fd.cpy".
           copy "loot-fd.cpy".
           copy "sanction-fd.cpy".
           copy "case-fd.cpy".
           copy "group-fd.cpy".
           copy "auction-fd.cpy".
           copy "runctl-fd.cpy".

       working-storage section.
       01 ZMQ_REP                       binary-long value 4.
       01 progress-file-status          pic X(02).
       01 social-file-status            pic X(02).
       01 event-file-status             pic X(02).
       01 level-file-status             pic X(02).
       01 template-file-status          pic X(02).
       01 spawn-file-status             pic X(02).
       01 loot-file-status              pic X(02).
       01 sanction-file-status          pic X(02).
       01 case-file-status              pic X(02).
       01 group-file-status             pic X(02).
       01 auction-file-status           pic X(02).

       01 player-authorized             pic X(01) value "N".
           88 player-is-authorized      value "Y".

       01 audit-file-status             pic X(02).
       01 ledger-file-status            pic X(02).
       01 combat-file-status            pic X(02).

       01 restart-file-status           pic X(02).
       01 runctl-file-status            pic X(02).

       01 checkpoint-counter            binary-long value 0.
       01 checkpoint-interval           binary-long value 10.

       01 npc-tick-counter              binary-long value 0.
       01 npc-tick-interval             binary-long value 5.
       01 death-coin-percent            pic 9(03) value 10.

       01 sweep-counter                 binary-long value 0.
       01 sweep-interval                binary-long value 300.
       01 sweep-idle-minutes            pic 9(05) value 60.

       01 restock-counter               binary-long value 0.
       01 restock-interval              binary-long value 60.

       01 auction-counter               binary-long value 0.
       01 auction-interval              binary-long value 60.

       01 jail-room                     pic 9(05) value 1.
       01 login-fail-limit              pic 9(03) value 5.
       01 login-lockout-minutes         pic 9(05) value 15.
       01 sanction-now-stamp            pic X(21).
       01 sanction-active               pic X(01).
           88 sanction-is-active        value "Y".
       01 sanction-expiry-text          pic X(16).

       01 game-hour                     pic 9(02) value 0.
       01 game-minute                   pic 9(02) value 0.

       01 requests-handled              binary-long value 0.
       01 refusals-count                binary-long value 0.
       01 lockouts-count                binary-long value 0.
       01 login-lockouts-count          binary-long value 0.
       01 checkpoints-done              binary-long value 0.
       01 sweeps-done                   binary-long value 0.

       01 mail-open-status              pic X(02).
       01 npc-open-status               pic X(02).
       01 audit-open-status             pic X(02).
       01 ledger-open-status            pic X(02).
       01 combat-open-status            pic X(02).
       01 help-open-status              pic X(02).
       01 dialogue-open-status          pic X(02).
       01 board-open-status             pic X(02).
       01 progress-open-status          pic X(02).
       01 social-open-status            pic X(02).
       01 event-open-status             pic X(02).
       01 level-open-status             pic X(02).
       01 template-open-status          pic X(02).
       01 spawn-open-status             pic X(02).
       01 loot-open-status              pic X(02).
       01 sanction-open-status          pic X(02).
       01 case-open-status              pic X(02).
       01 group-open-status             pic X(02).
       01 auction-open-status           pic X(02).

       01 uptime-display                pic ZZZZZZZZ9.
       01 requests-display              pic ZZZZZZZZ9.
       01 refusals-display              pic ZZZZZZZZ9.
       01 lockouts-display              pic ZZZZZZZZ9.
       01 login-lockouts-display        pic ZZZZZZZZ9.
       01 checkpoints-display           pic ZZZZZZZZ9.
       01 sweeps-display                pic ZZZZZZZZ9.

           88 operator-is-verified      value "Y".
       01 shutdown-broadcast            pic X(80).

       01 server-mode                   pic X(01) value "L".
           88 server-is-live            value "L".
           88 server-in-maintenance     value "M".
       01 maint-operator-table.
           05 maint-operator-entry occurs 50 times.
               10 maint-operator-id     pic X(15).
               10 maint-operator-password
                                        pic X(15).
               10 maint-session-token   pic X(18).
       01 maint-operator-count          binary-long value 0.
       01 maint-operator-idx            binary-long.
       01 matched-operator-idx          binary-long.
       01 maint-hashed-password         pic X(15).
       01 maint-password-match          pic X(01).
           88 maint-password-matches    value "Y".
       01 maint-time-seed               binary-long.
       01 maint-token-generated.
           05 maint-token-value-1       pic 9(09).
           05 maint-token-value-2       pic 9(09).
       01 maint-token-value redefines maint-token-generated
                                        pic X(18).
       01 maint-broadcast               pic X(120).
       01 runctl-new-state              pic X(05).
       01 runctl-new-by                 pic X(15).

       01 rollover-date                 pic X(08).
       01 rollover-name                 pic X(110).
       01 rename-ok                     binary-long.
           perform open-error-log-para
           perform listen-para
           perform open-audit-para
           perform open-ledger-para
           perform open-combat-para
           perform open-master-files-para
           perform restart-para
           move "LIVE" to runctl-new-state
           move "cobmud-server" to runctl-new-by
           perform mark-run-control-para

           perform clock-seconds-para
           move clock-seconds to server-start-seconds
                   add 1 to requests-handled
                   perform flood-check-para
                   if not request-is-blocked
                       if server-in-maintenance
                           perform maintenance-request-para
                       else
                           perform interpret-para
                       end-if
                   end-if
                   perform log-para
                   perform send-para
                   if shutdown-is-pending
                       perform shutdown-para
                   end-if
                   if server-is-live
                       perform maybe-checkpoint-para
                   end-if
               end-if
               if server-is-live
                   perform maybe-npc-tick-para
                   perform maybe-sweep-para
                   perform maybe-restock-para
                   perform maybe-auction-para
                   perform game-clock-para
               end-if
               perform maybe-heartbeat-para
           end-perform

           move "QPROGFL"      to progress-file-path
           move "SOCIALFL"     to social-file-path
           move "EVENTFL"      to event-file-path
           move "LEDGERFL"     to ledger-file-path
           move "COMBATLG"     to combat-file-path
           move "LEVELFL"      to level-file-path
           move "TMPLFL"       to template-file-path
           move "SPAWNFL"      to spawn-file-path
           move "LOOTFL"       to loot-file-path
           move "SANCTFL"      to sanction-file-path
           move "CASEFL"       to case-file-path
           move "GROUPFL"      to group-file-path
           move "AUCTFL"       to auction-file-path
           move "RUNCTL"       to runctl-file-path
           .

       load-config-para.
                   move config-value to social-file-path
               when "EVENT-FILE"
                   move config-value to event-file-path
               when "LEDGER-FILE"
                   move config-value to ledger-file-path
               when "COMBAT-FILE"
                   move config-value to combat-file-path
               when "LEVEL-FILE"
                   move config-value to level-file-path
               when "TEMPLATE-FILE"
                   move config-value to template-file-path
               when "SPAWN-FILE"
                   move config-value to spawn-file-path
               when "LOOT-FILE"
                   move config-value to loot-file-path
               when "SANCTION-FILE"
                   move config-value to sanction-file-path
               when "CASE-FILE"
                   move config-value to case-file-path
               when "GROUP-FILE"
                   move config-value to group-file-path
               when "AUCTION-FILE"
                   move config-value to auction-file-path
               when "RUN-CONTROL-FILE"
                   move config-value to runctl-file-path
               when "DEATH-COIN-PERCENT"
                   move config-value to number-input
                   perform parse-number-para
                   if number-is-ok and number-value <= 100
                       move number-value to death-coin-percent
                   end-if
               when "JAIL-ROOM"
                   move config-value to number-input
                   perform parse-number-para
                   if number-is-ok
                       move number-value to jail-room
                   end-if
               when "LOGIN-FAIL-LIMIT"
                   move config-value to number-input
                   perform parse-number-para
                   if number-is-ok and number-value <= 999
                       move number-value to login-fail-limit
                   end-if
               when "LOGIN-LOCKOUT-MINUTES"
                   move config-value to number-input
                   perform parse-number-para
                   if number-is-ok
                       move number-value to login-lockout-minutes
                   end-if
               when "SWEEP-IDLE-MINUTES"
                   move config-value to number-input
                   perform parse-number-para
           move audit-file-status to audit-open-status
           .

       open-ledger-para.
           open extend ledger-file
           if ledger-file-status = "35"
               open output ledger-file
           end-if
           move ledger-file-status to ledger-open-status
           .

       open-combat-para.
           open extend combat-file
           if combat-file-status = "35"
               open output combat-file
           end-if
           move combat-file-status to combat-open-status
           .

       open-master-files-para.
           open i-o player-file
           if player-file-status = "35"
               open input event-file
           end-if

           open input level-file
           if level-file-status = "35"
               open output level-file
               close level-file
               open input level-file
           end-if

           open input template-file
           if template-file-status = "35"
               open output template-file
               close template-file
               open input template-file
           end-if

           open i-o spawn-file
           if spawn-file-status = "35"
               open output spawn-file
               close spawn-file
               open i-o spawn-file
           end-if

           open input loot-file
           if loot-file-status = "35"
               open output loot-file
               close loot-file
               open input loot-file
           end-if

           open i-o sanction-file
           if sanction-file-status = "35"
               open output sanction-file
               close sanction-file
               open i-o sanction-file
           end-if

           open i-o case-file
           if case-file-status = "35"
               open output case-file
               close case-file
               open i-o case-file
           end-if

           open i-o group-file
           if group-file-status = "35"
               open output group-file
               close group-file
               open i-o group-file
           end-if

           open i-o auction-file
           if auction-file-status = "35"
               open output auction-file
               close auction-file
               open i-o auction-file
           end-if

           move player-file-status to player-open-status
           move room-file-status to room-open-status
           move item-file-status to item-open-status
           move progress-file-status to progress-open-status
           move social-file-status to social-open-status
           move event-file-status to event-open-status
           move level-file-status to level-open-status
           move template-file-status to template-open-status
           move spawn-file-status to spawn-open-status
           move loot-file-status to loot-open-status
           move sanction-file-status to sanction-open-status
           move case-file-status to case-open-status
           move group-file-status to group-open-status
           move auction-file-status to auction-open-status
           .

       close-master-files-para.
           close progress-file
           close social-file
           close event-file
           close level-file
           close template-file
           close spawn-file
           close loot-file
           close sanction-file
           close case-file
           close group-file
           close auction-file
           .

       open-error-log-para.
           move 2 to player-damage
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
           .

           add 1 to npc-tick-counter
           if npc-tick-counter >= npc-tick-interval
               call "cobmud-npc-tick"
                   using reference death-coin-percent
               move 0 to npc-tick-counter
           end-if
           .
           end-if
           .

       maybe-restock-para.
           add 1 to restock-counter
           if restock-counter >= restock-interval
               call "cobmud-restock"
               move 0 to restock-counter
           end-if
           .

       maybe-auction-para.
           add 1 to auction-counter
           if auction-counter >= auction-interval
               call "cobmud-auction-tick"
               move 0 to auction-counter
           end-if
           .

       game-clock-para.
           add 1 to game-minute
           if game-minute >= 60
           write audit-record
           .

       log-login-lockout-para.
           move function current-date to audit-timestamp
           move player-id of request to audit-player-id
           move "loginlock" to audit-verb
           move spaces to audit-arguments
           move "account locked after repeated failed passwords"
             to audit-message
           set audit-refused to true
           write audit-record
           .

       log-para.
           move function current-date to audit-timestamp
           move player-id of request to audit-player-id

           evaluate verb of request
               when "login"
                   perform check-ban-para
                   if reply-message = spaces
                       call "cobmud-command-login"
                           using reference request
                                 reference reply-message
                                 reference login-fail-limit
                                 reference login-lockout-minutes
                   end-if
                   if reply-message(1:42)
                      = "login denied: bad password. account locked"
                       add 1 to login-lockouts-count
                       perform log-login-lockout-para
                   end-if
                   if reply-message(1:15) = "login accepted."
                       move "D" to request-disposition
                   end-if
                   end-if
               when other
                   perform verify-login-para
                   if player-is-authorized
                       perform check-restriction-para
                   end-if
                   if player-is-authorized
                       move "D" to request-disposition
                       perform dispatch-para
                   else
                       if reply-message = spaces
                           move "you must login first." to reply-message
                       end-if
                   end-if
           end-evaluate
           .
                       move "Y" to player-authorized
                   end-if
           end-read

           if player-is-authorized
               perform check-ban-para
               if sanction-is-active
                   move "N" to player-authorized
               end-if
           end-if
           .

       check-ban-para.
           move player-id of request to sanction-player-id
           move "BAN " to sanction-type
           perform find-sanction-para
           if sanction-is-active
               string "login denied: you are banned until "
                          delimited by size
                      sanction-expiry-text delimited by size
                      "." delimited by size
                      into reply-message
               end-string
           end-if
           .

       check-restriction-para.
           evaluate verb of request
               when "say"
               when "tell"
               when "gossip"
               when "trade"
               when "post"
               when "gtell"
                   move player-id of request to sanction-player-id
                   move "MUTE" to sanction-type
                   perform find-sanction-para
                   if sanction-is-active
                       move "N" to player-authorized
                       string "you are muted until " delimited by size
                              sanction-expiry-text delimited by size
                              "." delimited by size
                              into reply-message
                       end-string
                   end-if
               when "north"
               when "south"
               when "east"
               when "west"
                   move player-id of request to sanction-player-id
                   move "JAIL" to sanction-type
                   perform find-sanction-para
                   if sanction-is-active
                       move "N" to player-authorized
                       perform hold-in-jail-para
                   end-if
               when other
                   continue
           end-evaluate
           .

       hold-in-jail-para.
           if player-room not = jail-room
               move jail-room to player-room
               rewrite player-record
           end-if
           string "you are jailed until " delimited by size
                  sanction-expiry-text delimited by size
                  " and cannot leave." delimited by size
                  into reply-message
           end-string
           .

       find-sanction-para.
           move "N" to sanction-active
           read sanction-file
               invalid key
                   continue
               not invalid key
                   move function current-date to sanction-now-stamp
                   if sanction-expiry-stamp(1:14)
                      > sanction-now-stamp(1:14)
                       move "Y" to sanction-active
                       perform format-sanction-expiry-para
                   else
                       delete sanction-file record
                   end-if
           end-read
           .

       format-sanction-expiry-para.
           move spaces to sanction-expiry-text
           string sanction-expiry-stamp(1:4) delimited by size
                  "-" delimited by size
                  sanction-expiry-stamp(5:2) delimited by size
                  "-" delimited by size
                  sanction-expiry-stamp(7:2) delimited by size
                  " " delimited by size
                  sanction-expiry-stamp(9:2) delimited by size
                  ":" delimited by size
                  sanction-expiry-stamp(11:2) delimited by size
                  into sanction-expiry-text
           end-string
           .

       dispatch-para.
                   call "cobmud-command-announce"
                       using reference request
                             reference reply-message
               when "sanction"
               when "pardon"
                   call "cobmud-command-sanction"
                       using reference request
                             reference reply-message
                             reference jail-room
               when "deposit"
               when "withdraw"
               when "balance"
                   call "cobmud-command-bank"
                       using reference request
                             reference reply-message
               when "group"
               when "follow"
               when "gtell"
                   call "cobmud-command-group"
                       using reference request
                             reference reply-message
               when "auction"
               when "bid"
               when "auctions"
                   call "cobmud-command-auction"
                       using reference request
                             reference reply-message
               when "wield"
               when "wear"
               when "remove"
               when "equipment"
                   call "cobmud-command-equip"
                       using reference request
                             reference reply-message
               when "score"
                   call "cobmud-command-score"
                       using reference request
                             reference reply-message
               when "report"
               when "resolve"
                   call "cobmud-command-report"
                       using reference request
                             reference reply-message
               when "status"
                   perform request-status-para
               when "rollover"
                   perform request-rollover-para
               when "shutdown"
                   perform request-shutdown-para
               when "maint"
               when "maintenanc"
                   perform request-maintenance-para
               when other
                   call "cobmud-command-social"
                       using reference request
           move requests-handled to requests-display
           move refusals-count to refusals-display
           move lockouts-count to lockouts-display
           move login-lockouts-count to login-lockouts-display
           move checkpoints-done to checkpoints-display
           move sweeps-done to sweeps-display

                  function trim(refusals-display) delimited by size
                  " lockouts: " delimited by size
                  function trim(lockouts-display) delimited by size
                  " login lockouts: " delimited by size
                  function trim(login-lockouts-display)
                      delimited by size
                  " checkpoints: " delimited by size
                  function trim(checkpoints-display) delimited by size
                  " sweeps: " delimited by size
                  npc-open-status delimited by size
                  " audit=" delimited by size
                  audit-open-status delimited by size
                  " ledger=" delimited by size
                  ledger-open-status delimited by size
                  " combat=" delimited by size
                  combat-open-status delimited by size
                  " help=" delimited by size
                  help-open-status delimited by size
                  " dialogue=" delimited by size
                  social-open-status delimited by size
                  " event=" delimited by size
                  event-open-status delimited by size
                  " level=" delimited by size
                  level-open-status delimited by size
                  " template=" delimited by size
                  template-open-status delimited by size
                  " spawn=" delimited by size
                  spawn-open-status delimited by size
                  " loot=" delimited by size
                  loot-open-status delimited by size
                  " sanction=" delimited by size
                  sanction-open-status delimited by size
                  " case=" delimited by size
                  case-open-status delimited by size
                  " group=" delimited by size
                  group-open-status delimited by size
                  " auction=" delimited by size
                  auction-open-status delimited by size
                  " mode=" delimited by size
                  server-mode delimited by size
                  into reply-message
           end-string
           .
           end-if
           .

       request-maintenance-para.
           perform operator-check-para
           evaluate true
               when not operator-is-verified
                   move "huh? i don't understand that command."
                     to reply-message
               when arguments of request = "off"
                   move "the game is not in maintenance."
                     to reply-message
               when other
                   perform enter-maintenance-para
           end-evaluate
           .

       enter-maintenance-para.
           perform collect-operators-para

           move spaces to maint-broadcast
           string "all the game is going into maintenance now. "
                      delimited by size
                  "you will be unable to play until it reopens."
                      delimited by size
                  into maint-broadcast
           end-string
           perform maint-broadcast-para

           perform checkpoint-para
           perform close-master-files-para
           set server-in-maintenance to true
           move "MAINT" to runctl-new-state
           move player-id of request to runctl-new-by
           perform mark-run-control-para

           string "maintenance mode entered; master files closed. "
                      delimited by size
                  "send maintenance off to reopen." delimited by size
                  into reply-message
           end-string
           .

       collect-operators-para.
           move 1 to maint-operator-count
           move player-id of request to maint-operator-id(1)
           move player-password to maint-operator-password(1)
           move session-token of request to maint-session-token(1)

           move low-values to player-id of player-record
           start player-file
               key is not less than player-id of player-record
               invalid key
                   move "10" to player-file-status
               not invalid key
                   move "00" to player-file-status
           end-start
           perform collect-one-operator-para
               until player-file-status = "10"
           .

       collect-one-operator-para.
           read player-file next record
               at end
                   move "10" to player-file-status
               not at end
                   if player-is-operator
                      and player-id of player-record
                          not = maint-operator-id(1)
                      and maint-operator-count < 50
                       add 1 to maint-operator-count
                       move player-id of player-record
                         to maint-operator-id(maint-operator-count)
                       move player-password
                         to maint-operator-password
                                (maint-operator-count)
                       move spaces
                         to maint-session-token(maint-operator-count)
                   end-if
           end-read
           .

       find-maint-operator-para.
           move 0 to matched-operator-idx
           perform varying maint-operator-idx from 1 by 1
                     until maint-operator-idx > maint-operator-count
               if maint-operator-id(maint-operator-idx)
                  = player-id of request
                   move maint-operator-idx to matched-operator-idx
               end-if
           end-perform
           .

       maintenance-request-para.
           move spaces to reply-message
           perform find-maint-operator-para
           evaluate true
               when verb of request = "login"
                and matched-operator-idx > 0
                   perform maintenance-login-para
               when matched-operator-idx = 0
               when maint-session-token(matched-operator-idx) = spaces
               when session-token of request
                    not = maint-session-token(matched-operator-idx)
                   perform refuse-in-maintenance-para
               when verb of request = "status"
                   move "D" to request-disposition
                   perform build-status-para
               when verb of request = "shutdown"
                   move "D" to request-disposition
                   set shutdown-is-pending to true
                   move "shutting down. goodbye." to reply-message
               when (verb of request = "maint"
                  or verb of request = "maintenanc")
                and arguments of request = "off"
                   move "D" to request-disposition
                   perform leave-maintenance-para
               when other
                   perform refuse-in-maintenance-para
           end-evaluate
           .

       maintenance-login-para.
           move "N" to maint-password-match
           if maint-operator-password(matched-operator-idx)(1:1)
              = "#"
               call "cobmud-password-hash"
                   using reference player-id of request
                         reference login-password of request
                         reference maint-hashed-password
               if maint-hashed-password
                  = maint-operator-password(matched-operator-idx)
                   move "Y" to maint-password-match
               end-if
           else
               if maint-operator-password(matched-operator-idx)
                  not = spaces
                and login-password of request
                  = maint-operator-password(matched-operator-idx)
                   move "Y" to maint-password-match
               end-if
           end-if

           if maint-password-matches
               accept maint-time-seed from time
               compute maint-token-value-1 =
                   function random(maint-time-seed) * 999999999
               compute maint-token-value-2 =
                   function random * 999999999
               move maint-token-value
                 to maint-session-token(matched-operator-idx)
               move "D" to request-disposition
               string "login accepted. the game is in maintenance. "
                          delimited by size
                      "token=" delimited by size
                      maint-token-value delimited by size
                      into reply-message
               end-string
           else
               move "login denied: bad password." to reply-message
           end-if
           .

       refuse-in-maintenance-para.
           if verb of request = "login"
               move "login refused: the game is closed for maintenance."
                 to reply-message
           else
               move "the game is closed for maintenance; try later."
                 to reply-message
           end-if
           .

       leave-maintenance-para.
           perform open-master-files-para
           close audit-file
           open extend audit-file
           if audit-file-status = "35"
               open output audit-file
           end-if
           move audit-file-status to audit-open-status
           set server-is-live to true
           move "LIVE" to runctl-new-state
           move player-id of request to runctl-new-by
           perform mark-run-control-para

           move spaces to maint-broadcast
           string "all maintenance is over; the game is open again."
                      delimited by size
                  into maint-broadcast
           end-string
           perform maint-broadcast-para

           move "maintenance ended; master files reopened."
             to reply-message
           .

       maint-broadcast-para.
           call "zmq_send" using value zmq-pub-socket
                                 reference maint-broadcast
                                 value function
                                     length(maint-broadcast)
                                 value zmq-send-flags
                           giving zmq-ok
           .

       mark-run-control-para.
           open output runctl-file
           move runctl-new-state to runctl-state
           move function current-date to runctl-stamp
           move runctl-new-by to runctl-changed-by
           write runctl-record
           close runctl-file
           .

       operator-check-para.
           move "N" to operator-verified
           move player-id of request to player-id of player-record
                                 value zmq-send-flags
                           giving zmq-ok

           if server-is-live
               perform checkpoint-para
               perform close-master-files-para
           end-if
           move "DOWN" to runctl-new-state
           move player-id of request to runctl-new-by
           perform mark-run-control-para
           close audit-file
           close ledger-file
           close combat-file
           close error-log-file

           call "zmq_close" using value zmq-socket
