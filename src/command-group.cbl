       identification division.
       program-id. cobmud-command-group.

       environment division.
       input-output section.
       file-control.
           copy "player-select.cpy".
           copy "group-select.cpy".
           copy "error-log-select.cpy".

       data division.
       file section.
           copy "player-fd.cpy".
           copy "group-fd.cpy".
           copy "error-log-fd.cpy".

       working-storage section.
           copy "config-paths.cpy".
           copy "zmq-pub.cpy".

       01 player-file-status            pic X(02).
       01 group-file-status             pic X(02).

       01 group-word                    pic X(10).
       01 group-target-id               pic X(15).
       01 own-found                     pic X(01).
           88 own-is-found              value "Y".
       01 own-leader-id                 pic X(15).
       01 own-state                     pic X(01).
           88 own-is-invited            value "I".
           88 own-is-member             value "M".
       01 group-size-limit              binary-long value 8.
       01 group-size                    binary-long.
       01 reply-pointer                 binary-long.
       01 group-notice                  pic X(260).
       01 roster-idx                    binary-long.
       01 roster-anywhere               pic 9(05) value 0.
           copy "group-roster.cpy".

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

       procedure division using reference request
                                 reference reply-message.
       main-para.
           move spaces to reply-message

           move player-id of request to player-id of player-record
           read player-file
               invalid key
                   move "huh? you don't seem to exist." to reply-message
           end-read

           if reply-message = spaces
               perform find-own-group-para
               evaluate verb of request
                   when "group"
                       perform group-command-para
                   when "follow"
                       perform follow-para
                   when "gtell"
                       perform group-tell-para
               end-evaluate
           end-if
           exit program
           .

       find-own-group-para.
           move "N" to own-found
           move spaces to own-leader-id
           move spaces to own-state
           move player-id of request to group-member-id
           read group-file
               invalid key
                   continue
               not invalid key
                   set own-is-found to true
                   move group-leader-id to own-leader-id
                   move group-state to own-state
           end-read
           .

       group-command-para.
           move spaces to group-word
           move spaces to group-target-id
           unstring arguments of request delimited by all " "
               into group-word group-target-id
           end-unstring

           evaluate function lower-case(group-word)
               when "invite"
                   perform invite-para
               when "accept"
                   perform accept-para
               when "leave"
                   perform leave-para
               when "list"
                   perform list-para
               when other
                   move "group invite <player>, accept, leave or list?"
                     to reply-message
           end-evaluate
           .

       invite-para.
           evaluate true
               when group-target-id = spaces
                   move "invite whom?" to reply-message
               when group-target-id = player-id of request
                   move "you cannot invite yourself." to reply-message
               when own-is-invited
                   move "answer your own invitation first."
                     to reply-message
               when own-is-member
                and own-leader-id not = player-id of request
                   move "only your group leader can invite."
                     to reply-message
               when other
                   perform check-invitee-para
           end-evaluate
           .

       check-invitee-para.
           move group-target-id to player-id of player-record
           read player-file
               invalid key
                   move "huh? no such player." to reply-message
               not invalid key
                   if not player-logged-in
                       string function trim(group-target-id)
                                  delimited by size
                              " is not here." delimited by size
                              into reply-message
                       end-string
                   end-if
           end-read

           if reply-message = spaces
               move group-target-id to group-member-id
               read group-file
                   invalid key
                       continue
                   not invalid key
                       if group-is-member
                           string function trim(group-target-id)
                                      delimited by size
                                  " is already in a group."
                                      delimited by size
                                  into reply-message
                           end-string
                       end-if
               end-read
           end-if

           if reply-message = spaces
               move player-id of request to own-leader-id
               perform count-group-para
               if group-size >= group-size-limit
                   move "your group is full." to reply-message
               else
                   perform send-invitation-para
               end-if
           end-if
           .

       send-invitation-para.
           if not own-is-found
               move player-id of request to group-member-id
               move player-id of request to group-leader-id
               set group-is-member to true
               set group-not-following to true
               move function current-date to group-joined-stamp
               write group-record
           end-if

           move group-target-id to group-member-id
           move player-id of request to group-leader-id
           set group-is-invited to true
           set group-not-following to true
           move function current-date to group-joined-stamp
           write group-record
               invalid key
                   rewrite group-record
           end-write

           move spaces to broadcast-message
           string group-target-id delimited by space
                  " " delimited by size
                  function trim(player-id of request) delimited by size
                  " invites you to join their group. "
                      delimited by size
                  "type group accept to join." delimited by size
                  into broadcast-message
           end-string
           perform publish-para

           string "you invite " delimited by size
                  function trim(group-target-id) delimited by size
                  " to join your group." delimited by size
                  into reply-message
           end-string
           .

       accept-para.
           if not own-is-invited
               move "no one has invited you to a group."
                 to reply-message
           else
               move own-leader-id to group-member-id
               read group-file
                   invalid key
                       move "that group no longer exists."
                         to reply-message
                   not invalid key
                       if group-leader-id not = own-leader-id
                          or not group-is-member
                           move "that group no longer exists."
                             to reply-message
                       end-if
               end-read

               if reply-message = spaces
                   perform join-group-para
               else
                   move player-id of request to group-member-id
                   delete group-file record
               end-if
           end-if
           .

       join-group-para.
           perform count-group-para
           if group-size >= group-size-limit
               move "that group is full." to reply-message
           else
               move player-id of request to group-member-id
               read group-file
                   invalid key
                       continue
               end-read
               set group-is-member to true
               set group-not-following to true
               move function current-date to group-joined-stamp
               rewrite group-record

               move spaces to broadcast-message
               string function trim(player-id of request)
                          delimited by size
                      " joins the group." delimited by size
                      into broadcast-message
               end-string
               perform tell-group-para

               string "you join the group led by " delimited by size
                      function trim(own-leader-id) delimited by size
                      "." delimited by size
                      into reply-message
               end-string
           end-if
           .

       leave-para.
           evaluate true
               when not own-is-found
                   move "you are not in a group." to reply-message
               when own-is-invited
                   move player-id of request to group-member-id
                   delete group-file record
                   move "you decline the invitation." to reply-message
               when own-leader-id = player-id of request
                   perform disband-para
               when other
                   perform leave-group-para
           end-evaluate
           .

       disband-para.
           move spaces to broadcast-message
           string function trim(player-id of request) delimited by size
                  " has disbanded the group." delimited by size
                  into broadcast-message
           end-string
           perform tell-group-para

           move low-values to group-member-id
           start group-file key is not less than group-member-id
               invalid key
                   move "10" to group-file-status
               not invalid key
                   move "00" to group-file-status
           end-start
           perform disband-one-para until group-file-status = "10"

           move "you disband your group." to reply-message
           .

       disband-one-para.
           read group-file next record
               at end
                   move "10" to group-file-status
               not at end
                   if group-leader-id = own-leader-id
                       delete group-file record
                   end-if
           end-read
           .

       leave-group-para.
           move spaces to broadcast-message
           string function trim(player-id of request) delimited by size
                  " leaves the group." delimited by size
                  into broadcast-message
           end-string
           perform tell-group-para

           move player-id of request to group-member-id
           delete group-file record

           perform count-group-para
           if group-size <= 1
               move own-leader-id to group-member-id
               delete group-file record
           end-if

           move "you leave the group." to reply-message
           .

       count-group-para.
           move 0 to group-size
           move low-values to group-member-id
           start group-file key is not less than group-member-id
               invalid key
                   move "10" to group-file-status
               not invalid key
                   move "00" to group-file-status
           end-start
           perform count-one-member-para
               until group-file-status = "10"
           .

       count-one-member-para.
           read group-file next record
               at end
                   move "10" to group-file-status
               not at end
                   if group-leader-id = own-leader-id
                      and group-is-member
                       add 1 to group-size
                   end-if
           end-read
           .

       list-para.
           if not own-is-member
               move "you are not in a group." to reply-message
           else
               string "group led by " delimited by size
                      function trim(own-leader-id) delimited by size
                      ":" delimited by size
                      into reply-message
               end-string
               compute reply-pointer =
                   function length(function trim(reply-message)) + 1

               move low-values to group-member-id
               start group-file key is not less than group-member-id
                   invalid key
                       move "10" to group-file-status
                   not invalid key
                       move "00" to group-file-status
               end-start
               perform list-one-member-para
                   until group-file-status = "10"
           end-if
           .

       list-one-member-para.
           read group-file next record
               at end
                   move "10" to group-file-status
               not at end
                   if group-leader-id = own-leader-id
                       string " " delimited by size
                              function trim(group-member-id)
                                  delimited by size
                              into reply-message
                              with pointer reply-pointer
                       end-string
                       evaluate true
                           when group-member-id = own-leader-id
                               string " (leader)" delimited by size
                                      into reply-message
                                      with pointer reply-pointer
                               end-string
                           when group-is-invited
                               string " (invited)" delimited by size
                                      into reply-message
                                      with pointer reply-pointer
                               end-string
                           when group-is-following
                               string " (following)" delimited by size
                                      into reply-message
                                      with pointer reply-pointer
                               end-string
                           when other
                               continue
                       end-evaluate
                   end-if
           end-read
           .

       follow-para.
           evaluate true
               when not own-is-member
                   move "you must be in a group to follow anyone."
                     to reply-message
               when own-leader-id = player-id of request
                   move "you lead the group; the others follow you."
                     to reply-message
               when other
                   move player-id of request to group-member-id
                   read group-file
                       invalid key
                           continue
                   end-read
                   if function lower-case(arguments of request) = "stop"
                       set group-not-following to true
                       move "you stop following." to reply-message
                   else
                       set group-is-following to true
                       string "you now follow " delimited by size
                              function trim(own-leader-id)
                                  delimited by size
                              "." delimited by size
                              into reply-message
                       end-string
                   end-if
                   rewrite group-record
           end-evaluate
           .

       group-tell-para.
           evaluate true
               when not own-is-member
                   move "you are not in a group." to reply-message
               when chat-text of request = spaces
                   move "tell your group what?" to reply-message
               when other
                   move spaces to broadcast-message
                   string "[group] " delimited by size
                          function trim(player-id of request)
                              delimited by size
                          ": " delimited by size
                          function trim(chat-text of request)
                              delimited by size
                          into broadcast-message
                   end-string
                   perform tell-group-para
                   string "you tell your group: " delimited by size
                          function trim(chat-text of request)
                              delimited by size
                          into reply-message
                   end-string
           end-evaluate
           .

       tell-group-para.
           call "cobmud-group-roster"
               using reference player-id of request
                     reference roster-anywhere
                     reference group-roster
           move broadcast-message(1:260) to group-notice
           perform varying roster-idx from 1 by 1
                     until roster-idx > roster-count
               move spaces to broadcast-message
               string roster-member-id(roster-idx) delimited by space
                      " " delimited by size
                      function trim(group-notice) delimited by size
                      into broadcast-message
               end-string
               perform publish-para
           end-perform
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
           move "cobmud-command-group" to error-log-program-id
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
