       identification division.
       program-id. cobmud-command-sanction.

       environment division.
       input-output section.
       file-control.
           copy "player-select.cpy".
           copy "sanction-select.cpy".
           copy "error-log-select.cpy".

       data division.
       file section.
           copy "player-fd.cpy".
           copy "sanction-fd.cpy".
           copy "error-log-fd.cpy".

       working-storage section.
           copy "config-paths.cpy".
           copy "zmq-pub.cpy".

       01 player-file-status            pic X(02).
       01 sanction-file-status          pic X(02).

       01 sanction-target-id            pic X(15).
       01 sanction-word                 pic X(10).
       01 sanction-minutes-text         pic X(15).
       01 chosen-type                   pic X(04).
       01 sanction-minutes              pic 9(07).
       01 now-stamp                     pic X(21).
       01 expiry-stamp                  pic X(21).
       01 expiry-text                   pic X(16).
       01 type-text                     pic X(10).
       01 type-past-text                pic X(10).

       01 number-input                  pic X(15).
       01 number-value                  pic 9(05).
       01 number-ok                     pic X(01).
           88 number-is-ok              value "Y".
       01 number-length                 binary-long.
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
       01 jail-room                     pic 9(05).

       procedure division using reference request
                                 reference reply-message
                                 reference jail-room.
       main-para.
           move spaces to reply-message

           move player-id of request to player-id of player-record
           read player-file
               invalid key
                   move "huh? you don't seem to exist." to reply-message
               not invalid key
                   if not player-is-operator
                       move "huh? i don't understand that command."
                         to reply-message
                   end-if
           end-read

           if reply-message = spaces
               perform parse-arguments-para
           end-if

           if reply-message = spaces
               perform find-target-para
           end-if

           if reply-message = spaces
               if verb of request = "sanction"
                   perform apply-sanction-para
               else
                   perform lift-sanction-para
               end-if
           end-if
           exit program
           .

       parse-arguments-para.
           move spaces to sanction-target-id
           move spaces to sanction-word
           move spaces to sanction-minutes-text
           unstring arguments of request delimited by all " "
               into sanction-target-id sanction-word
                    sanction-minutes-text
           end-unstring

           move function lower-case(sanction-word) to type-text
           evaluate type-text
               when "mute"
                   move "MUTE" to chosen-type
                   move "muted" to type-past-text
               when "jail"
                   move "JAIL" to chosen-type
                   move "jailed" to type-past-text
               when "ban"
                   move "BAN " to chosen-type
                   move "banned" to type-past-text
               when other
                   move spaces to chosen-type
           end-evaluate

           if sanction-target-id = spaces or chosen-type = spaces
               if verb of request = "sanction"
                   move "sanction whom, how, and for how many minutes?"
                     to reply-message
               else
                   move "pardon whom, and from what?" to reply-message
               end-if
           else
               if sanction-target-id = player-id of request
                   move "you cannot sanction yourself." to reply-message
               end-if
           end-if

           if reply-message = spaces and verb of request = "sanction"
               move sanction-minutes-text to number-input
               perform parse-number-para
               if number-is-ok and number-value > 0
                   move number-value to sanction-minutes
               else
                   move "sanction for how many minutes?"
                     to reply-message
               end-if
           end-if
           .

       find-target-para.
           move sanction-target-id to player-id of player-record
           read player-file
               invalid key
                   move "huh? no such player." to reply-message
           end-read
           .

       apply-sanction-para.
           move function current-date to now-stamp
           call "cobmud-add-minutes"
               using reference now-stamp
                     reference sanction-minutes
                     reference expiry-stamp

           move sanction-target-id to sanction-player-id
           move chosen-type to sanction-type
           move now-stamp to sanction-start-stamp
           move expiry-stamp to sanction-expiry-stamp
           move player-id of request to sanction-operator-id
           move chat-text of request to sanction-reason
           write sanction-record
               invalid key
                   rewrite sanction-record
           end-write

           evaluate true
               when sanction-is-jail
                   move jail-room to player-room
                   rewrite player-record
               when sanction-is-ban
                   set player-logged-out to true
                   move spaces to player-session-token
                   rewrite player-record
               when other
                   continue
           end-evaluate

           perform format-expiry-para
           move spaces to broadcast-message
           string sanction-target-id delimited by space
                  " you have been " delimited by size
                  function trim(type-past-text) delimited by size
                  " until " delimited by size
                  expiry-text delimited by size
                  ": " delimited by size
                  function trim(chat-text of request) delimited by size
                  into broadcast-message
           end-string
           perform publish-para

           string function trim(sanction-target-id) delimited by size
                  " " delimited by size
                  function trim(type-text) delimited by size
                  " in force until " delimited by size
                  expiry-text delimited by size
                  "." delimited by size
                  into reply-message
           end-string
           .

       lift-sanction-para.
           move sanction-target-id to sanction-player-id
           move chosen-type to sanction-type
           read sanction-file
               invalid key
                   string function trim(sanction-target-id)
                              delimited by size
                          " has no " delimited by size
                          function trim(type-text) delimited by size
                          " sanction." delimited by size
                          into reply-message
                   end-string
               not invalid key
                   delete sanction-file record
                   move spaces to broadcast-message
                   string sanction-target-id delimited by space
                          " your " delimited by size
                          function trim(type-text) delimited by size
                          " sanction has been lifted." delimited by size
                          into broadcast-message
                   end-string
                   perform publish-para
                   string function trim(sanction-target-id)
                              delimited by size
                          " " delimited by size
                          function trim(type-text) delimited by size
                          " lifted." delimited by size
                          into reply-message
                   end-string
           end-read
           .

       format-expiry-para.
           move spaces to expiry-text
           string expiry-stamp(1:4) delimited by size
                  "-" delimited by size
                  expiry-stamp(5:2) delimited by size
                  "-" delimited by size
                  expiry-stamp(7:2) delimited by size
                  " " delimited by size
                  expiry-stamp(9:2) delimited by size
                  ":" delimited by size
                  expiry-stamp(11:2) delimited by size
                  into expiry-text
           end-string
           .

       parse-number-para.
           move "N" to number-ok
           move 0 to number-value
           compute number-length =
               function length(function trim(number-input))
           if number-length >= 1 and number-length <= 5
               move 0 to number-digit-count
               perform varying number-idx from 1 by 1
                         until number-idx > number-length
                   if number-input(number-idx:1) is numeric
                       add 1 to number-digit-count
                   end-if
               end-perform
               if number-digit-count = number-length
                   compute number-value =
                       function numval(number-input(1:number-length))
                   move "Y" to number-ok
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
           move "cobmud-command-sanction" to error-log-program-id
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
