           copy "item-select.cpy".
           copy "quest-select.cpy".
           copy "progress-select.cpy".
           copy "ledger-select.cpy".
           copy "sanction-select.cpy".
           copy "error-log-select.cpy".

       data division.
       file section.
           copy "item-fd.cpy".
           copy "quest-fd.cpy".
           copy "progress-fd.cpy".
           copy "ledger-fd.cpy".
           copy "sanction-fd.cpy".
           copy "error-log-fd.cpy".

       working-storage section.
           copy "config-paths.cpy".
           copy "zmq-pub.cpy".

       01 player-file-status            pic X(02).
       01 room-file-status               pic X(02).
       01 item-file-status              pic X(02).
       01 quest-file-status             pic X(02).
       01 progress-file-status          pic X(02).
       01 ledger-file-status            pic X(02).
       01 sanction-file-status          pic X(02).

       01 exit-idx                      binary-long.
       01 matched-exit-idx              binary-long.
       01 destination-room              pic 9(05) value 0.
       01 origin-room                   pic 9(05).
       01 destination-min-level         pic 9(03).

       01 goal-player-id                pic X(15).
       01 goal-notice                   pic X(260).
       01 follower-id                   pic X(15).
       01 follower-idx                  binary-long.
       01 follower-blocked              pic X(01).
           88 follower-is-blocked       value "Y".
       01 now-stamp                     pic X(21).
           copy "group-roster.cpy".

       01 reward-coins-display          pic ZZZZ9.

       01 experience-points             pic 9(07).
       01 experience-announce           pic X(01) value "Y".
       01 new-level                     pic 9(03).
       01 level-display                 pic ZZ9.
       01 experience-display            pic ZZZZ9.

       01 number-input                  pic X(15).
       01 number-value                  pic 9(05).
       01 number-ok                     pic X(01).
       01 number-idx                    binary-long.
       01 number-digit-count            binary-long.

       01 error-log-file-status         pic X(02).
       01 error-source-paragraph        pic X(30).
       01 broadcast-message             pic X(280).
       01 zmq-send-flags                binary-long value 0.
       01 zmq-errno                     binary-long.
       01 zmq-strerror                  pointer.
       01 zmq-ok                        binary-long.
       01 error-text-view               pic X(100) based.
       01 error-text-length             binary-long.

       linkage section.
           copy "request.cpy".
       copy "reply.cpy".
                          into reply-message
                   end-string
               else
                   perform check-level-gate-para
               end-if
           end-if
           .

       check-level-gate-para.
           move destination-room to room-number
           read room-file
               invalid key
                   move 0 to destination-min-level
                   perform apply-move-para
               not invalid key
                   move room-min-level to destination-min-level
                   if room-min-level > player-level
                      and not player-is-operator
                       move room-min-level to level-display
                       string "you must be level " delimited by size
                              function trim(level-display)
                                  delimited by size
                              " to go that way." delimited by size
                              into reply-message
                       end-string
                   else
                       perform apply-move-para
                   end-if
           end-read
           .

       apply-move-para.
           move player-room to origin-room
           move destination-room to player-room
           rewrite player-record
           string "you head " delimited by size
                  "." delimited by size
                  into reply-message
           end-string
           move player-id of request to goal-player-id
           perform check-quest-goal-para
           perform move-followers-para
           perform share-room-goals-para
           .

       move-followers-para.
           call "cobmud-group-roster"
               using reference player-id of request
                     reference origin-room
                     reference group-roster
           if roster-leader-id = player-id of request
               perform varying follower-idx from 1 by 1
                         until follower-idx > roster-count
                   if roster-follow-flag(follower-idx) = "Y"
                       move roster-member-id(follower-idx)
                         to follower-id
                       perform move-one-follower-para
                   end-if
               end-perform
           end-if
           .

       move-one-follower-para.
           move follower-id to player-id of player-record
           read player-file
               invalid key
                   continue
               not invalid key
                   perform check-follower-para
                   if follower-is-blocked
                       move spaces to broadcast-message
                       string follower-id delimited by space
                              " you cannot follow " delimited by size
                              function trim(player-id of request)
                                  delimited by size
                              " that way." delimited by size
                              into broadcast-message
                       end-string
                       perform publish-para
                   else
                       perform follow-leader-para
                   end-if
           end-read
           .

       check-follower-para.
           move "N" to follower-blocked
           if destination-min-level > player-level
              and not player-is-operator
               set follower-is-blocked to true
           end-if

           move follower-id to sanction-player-id
           move "JAIL" to sanction-type
           read sanction-file
               invalid key
                   continue
               not invalid key
                   move function current-date to now-stamp
                   if sanction-expiry-stamp(1:14) > now-stamp(1:14)
                       set follower-is-blocked to true
                   end-if
           end-read
           .

       follow-leader-para.
           move destination-room to player-room
           rewrite player-record

           move spaces to broadcast-message
           string destination-room delimited by size
                  " " delimited by size
                  function trim(follower-id) delimited by size
                  " arrives, following " delimited by size
                  function trim(player-id of request) delimited by size
                  "." delimited by size
                  into broadcast-message
           end-string
           perform publish-para

           move spaces to broadcast-message
           string follower-id delimited by space
                  " you follow " delimited by size
                  function trim(player-id of request) delimited by size
                  " " delimited by size
                  function trim(verb of request) delimited by size
                  "." delimited by size
                  into broadcast-message
           end-string
           perform publish-para
           .

       share-room-goals-para.
           call "cobmud-group-roster"
               using reference player-id of request
                     reference destination-room
                     reference group-roster
           perform varying follower-idx from 1 by 1
                     until follower-idx > roster-count
               move roster-member-id(follower-idx) to goal-player-id
               perform check-quest-goal-para
           end-perform
           .

       check-quest-goal-para.
           move goal-player-id to progress-player-id
           move low-values to progress-quest-id
           start progress-file key is not less than progress-key
               invalid key
               at end
                   move "10" to progress-file-status
               not at end
                   if progress-player-id not = goal-player-id
                       move "10" to progress-file-status
                   else
                       if progress-active
           move function current-date to progress-completed-stamp
           rewrite progress-record

           move spaces to goal-notice
           string "quest " delimited by size
                  function trim(quest-id) delimited by size
                  " complete!" delimited by size
                  into goal-notice
           end-string

           evaluate true
               when other
                   continue
           end-evaluate

           if quest-reward-xp > 0
               perform grant-experience-para
           end-if

           if goal-player-id = player-id of request
               string function trim(reply-message) delimited by size
                      " " delimited by size
                      function trim(goal-notice) delimited by size
                      into reply-message
               end-string
           else
               move spaces to broadcast-message
               string goal-player-id delimited by space
                      " " delimited by size
                      function trim(goal-notice) delimited by size
                      into broadcast-message
               end-string
               perform publish-para
           end-if
           .

       grant-experience-para.
           move quest-reward-xp to experience-points
           call "cobmud-award-experience"
               using reference goal-player-id
                     reference experience-points
                     reference experience-announce
                     reference new-level
           move quest-reward-xp to experience-display
           string function trim(goal-notice) delimited by size
                  " you gain " delimited by size
                  function trim(experience-display) delimited by size
                  " experience." delimited by size
                  into goal-notice
           end-string
           if new-level > 0
               move new-level to level-display
               string function trim(goal-notice) delimited by size
                      " you are now level " delimited by size
                      function trim(level-display) delimited by size
                      "." delimited by size
                      into goal-notice
               end-string
           end-if
           .

       grant-coins-para.
           move goal-player-id to player-id of player-record
           read player-file
               invalid key
                   continue
               not invalid key
                   add quest-reward-coins to player-coins
                   rewrite player-record
                   perform post-quest-ledger-para
                   move quest-reward-coins to reward-coins-display
                   string function trim(goal-notice) delimited by size
                          " you receive " delimited by size
                          function trim(reward-coins-display)
                              delimited by size
                          " coins." delimited by size
                          into goal-notice
                   end-string
           end-read
           .

       post-quest-ledger-para.
           move function current-date to ledger-timestamp
           move goal-player-id to ledger-player-id
           set ledger-credit to true
           move quest-reward-coins to ledger-amount
           set ledger-for-quest to true
           move quest-giver-npc to ledger-npc-id
           move spaces to ledger-item-id
           move player-coins to ledger-balance
           set ledger-live to true
           write ledger-record
           .

       grant-item-para.
           move quest-reward-item to item-id
           read item-file
               invalid key
                   continue
               not invalid key
                   if item-with-player
                      and goal-player-id not = player-id of request
                       continue
                   else
                       perform hand-over-item-para
                   end-if
           end-read
           .

       hand-over-item-para.
           set item-with-player to true
           move goal-player-id to item-location-id
           rewrite item-record
           string function trim(goal-notice)
                      delimited by size
                  " you receive " delimited by size
                  function trim(item-description)
                      delimited by size
                  "." delimited by size
                  into goal-notice
           end-string
           .

       parse-number-para.
           move "N" to number-ok
           move 0 to number-value
               end-if
           end-if
           .

       publish-para.
           call "zmq_send"
               using value zmq-pub-socket
                     reference broadcast-message
                     value function length(broadcast-message)
                     value zmq-send-flags
               giving zmq-ok
           if zmq-ok = -1
               move "publish-para" to error-source-paragraph
               perform zmq-error-para
           end-if
           .

       zmq-error-para.
           call "zmq_errno" giving zmq-errno
           call "zmq_strerror" using value zmq-errno
                               giving zmq-strerror
           set address of error-text-view to zmq-strerror

           move 0 to error-text-length
           inspect error-text-view tallying error-text-length
               for characters before initial x"00"
           if error-text-length > 100
               move 100 to error-text-length
           end-if

           open extend error-log-file
           if error-log-file-status = "35"
               open output error-log-file
           end-if

           move function current-date to error-log-timestamp
           move "cobmud-command-move" to error-log-program-id
           move error-source-paragraph to error-log-paragraph
           move zmq-errno to error-log-errno
           move spaces to error-log-strerror
           if error-text-length > 0
               move error-text-view(1:error-text-length)
                   to error-log-strerror(1:error-text-length)
           end-if
           write error-log-record
           close error-log-file
           .
