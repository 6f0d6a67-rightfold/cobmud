       identification division.
       program-id. cobmud-command-report.

       environment division.
       input-output section.
       file-control.
           copy "player-select.cpy".
           copy "case-select.cpy".

       data division.
       file section.
           copy "player-fd.cpy".
           copy "case-fd.cpy".

       working-storage section.
           copy "config-paths.cpy".
       01 player-file-status            pic X(02).
       01 case-file-status              pic X(02).

       01 reported-id                   pic X(15).
       01 reporter-room                 pic 9(05).
       01 highest-case                  pic 9(07).
       01 case-display                  pic Z(06)9.

       01 number-input                  pic X(50).
       01 number-value                  pic 9(07).
       01 number-ok                     pic X(01).
           88 number-is-ok              value "Y".
       01 number-length                 binary-long.
       01 number-idx                    binary-long.
       01 number-digit-count            binary-long.

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
               not invalid key
                   move player-room to reporter-room
           end-read

           if reply-message = spaces
               if verb of request = "report"
                   perform file-report-para
               else
                   perform resolve-case-para
               end-if
           end-if
           exit program
           .

       file-report-para.
           move arguments of request to reported-id
           if reported-id = spaces
              or chat-text of request = spaces
               move "report whom, and what happened?" to reply-message
           else
               if reported-id = player-id of request
                   move "you cannot report yourself." to reply-message
               else
                   move reported-id to player-id of player-record
                   read player-file
                       invalid key
                           move "huh? no such player." to reply-message
                       not invalid key
                           perform open-case-para
                   end-read
               end-if
           end-if
           .

       open-case-para.
           perform find-next-case-para
           move highest-case to case-number
           add 1 to case-number
           move player-id of request to case-reporter-id
           move reported-id to case-reported-id
           move reporter-room to case-room
           move function current-date to case-opened-stamp
           set case-is-open to true
           move spaces to case-closed-stamp
           move spaces to case-closed-by
           move chat-text of request to case-text
           write case-record
               invalid key
                   move "your report could not be filed; try again."
                     to reply-message
               not invalid key
                   move case-number to case-display
                   string "your report against " delimited by size
                          function trim(reported-id) delimited by size
                          " is filed as case " delimited by size
                          function trim(case-display) delimited by size
                          ". an operator will look into it."
                              delimited by size
                          into reply-message
                   end-string
           end-write
           .

       find-next-case-para.
           move 0 to highest-case
           move 0 to case-number
           start case-file key is not less than case-number
               invalid key
                   move "10" to case-file-status
               not invalid key
                   move "00" to case-file-status
           end-start

           perform scan-cases-para until case-file-status = "10"
           .

       scan-cases-para.
           read case-file next record
               at end
                   move "10" to case-file-status
               not at end
                   move case-number to highest-case
           end-read
           .

       resolve-case-para.
           if not player-is-operator
               move "huh? i don't understand that command."
                 to reply-message
           else
               move arguments of request to number-input
               perform parse-number-para
               if number-is-ok
                   move number-value to case-number
                   read case-file
                       invalid key
                           move "there is no such case."
                             to reply-message
                       not invalid key
                           perform close-case-para
                   end-read
               else
                   move "resolve which case?" to reply-message
               end-if
           end-if
           .

       close-case-para.
           move case-number to case-display
           if case-is-closed
               string "case " delimited by size
                      function trim(case-display) delimited by size
                      " is already closed." delimited by size
                      into reply-message
               end-string
           else
               set case-is-closed to true
               move function current-date to case-closed-stamp
               move player-id of request to case-closed-by
               rewrite case-record
               string "case " delimited by size
                      function trim(case-display) delimited by size
                      " closed." delimited by size
                      into reply-message
               end-string
           end-if
           .

       parse-number-para.
           move "N" to number-ok
           move 0 to number-value
           compute number-length =
               function length(function trim(number-input))
           if number-length >= 1 and number-length <= 7
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
