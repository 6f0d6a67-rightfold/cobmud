       identification division.
       program-id. cobmud-award-experience.

       environment division.
       input-output section.
       file-control.
           copy "player-select.cpy".
           copy "level-select.cpy".
           copy "error-log-select.cpy".

       data division.
       file section.
           copy "player-fd.cpy".
           copy "level-fd.cpy".
           copy "error-log-fd.cpy".

       working-storage section.
           copy "config-paths.cpy".
           copy "zmq-pub.cpy".

       01 player-file-status            pic X(02).
       01 level-file-status             pic X(02).

       01 level-check                   pic X(01).
           88 level-check-done          value "Y".
       01 level-display                 pic ZZ9.

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
       01 award-player-id               pic X(15).
       01 award-points                  pic 9(07).
       01 award-announce                pic X(01).
       01 award-new-level               pic 9(03).

       procedure division using reference award-player-id
                                 reference award-points
                                 reference award-announce
                                 reference award-new-level.
       main-para.
           move 0 to award-new-level
           move award-player-id to player-id of player-record
           read player-file
               invalid key
                   continue
               not invalid key
                   perform add-experience-para
           end-read
           exit program
           .

       add-experience-para.
           if player-experience + award-points > 9999999
               move 9999999 to player-experience
           else
               add award-points to player-experience
           end-if
           if player-level = 0
               move 1 to player-level
           end-if

           move "N" to level-check
           perform check-next-level-para until level-check-done
           rewrite player-record

           if award-new-level > 0 and award-announce = "Y"
               perform announce-level-para
           end-if
           .

       check-next-level-para.
           if player-level >= 999
               set level-check-done to true
           else
               compute level-number = player-level + 1
               read level-file
                   invalid key
                       set level-check-done to true
                   not invalid key
                       if player-experience >= level-experience
                           move level-number to player-level
                           move level-max-hit-points
                             to player-max-hit-points
                           move level-max-hit-points
                             to player-hit-points
                           move level-damage to player-damage
                           move level-number to award-new-level
                       else
                           set level-check-done to true
                       end-if
               end-read
           end-if
           .

       announce-level-para.
           move award-new-level to level-display
           move spaces to broadcast-message
           string "all " delimited by size
                  function trim(award-player-id) delimited by size
                  " has reached level " delimited by size
                  function trim(level-display) delimited by size
                  "!" delimited by size
                  into broadcast-message
           end-string
           perform publish-para
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
           move "cobmud-award-experience" to error-log-program-id
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
