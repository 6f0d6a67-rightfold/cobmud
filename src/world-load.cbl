       01 config-file-status            pic X(02).
       01 config-keyword                pic X(20).
       01 config-value                  pic X(100).
       01 run-check-program             pic X(30)
                                        value "cobmud-world-load".
       01 run-check-result              pic X(01).
           88 run-is-allowed            value "Y".

       01 zone-file-path                pic X(100) value "ZONEDEF".
       01 zone-file-status              pic X(02).
               10 new-exit-key          pic X(10).
       01 new-exit-count                binary-long value 0.
       01 new-room-board                pic X(01).
       01 new-room-min-level            pic 9(03).
       01 exit-idx                      binary-long.

       01 definition-state              pic X(01) value "N".
       procedure division.
       main-para.
           perform configure-para
           perform run-check-para

           open output exception-file
           move "world load exceptions" to exception-line
           stop run
           .

       run-check-para.
           call "cobmud-run-check"
               using reference run-check-program
                     reference run-check-result
           if not run-is-allowed
               move 8 to return-code
               stop run
           end-if
           .

       configure-para.
           move spaces to startup-config-path
           accept startup-config-path from argument-value
           move "ROOMFL" to room-file-path
           move "RUNCTL" to runctl-file-path
           if startup-config-path not = spaces
               perform load-config-para
           end-if
                   move config-value to zone-file-path
               when "EXCEPTION-FILE"
                   move config-value to exception-file-path
               when "RUN-CONTROL-FILE"
                   move config-value to runctl-file-path
               when other
                   continue
           end-evaluate
                   if definition-in-progress
                       move zone-value(1:1) to new-room-board
                   end-if
               when "LEVEL"
                   if definition-in-progress
                       perform set-min-level-para
                   end-if
               when "END"
                   if definition-in-progress
                       perform apply-definition-para
                   move spaces to new-room-description
                   move 0 to new-exit-count
                   move "N" to new-room-board
                   move 0 to new-room-min-level
                   perform varying exit-idx from 1 by 1
                             until exit-idx > 4
                       move spaces to new-exit-direction(exit-idx)
           end-if
           .

       set-min-level-para.
           move zone-value to number-input
           perform parse-number-para
           if number-is-ok and number-value <= 999
               move number-value to new-room-min-level
           else
               add 1 to rejected-count
               move spaces to exception-line
               string "rejected: room " delimited by size
                      new-room-number delimited by size
                      " has bad level value " delimited by size
                      function trim(zone-value) delimited by size
                      into exception-line
               end-string
               write exception-line
               move "N" to definition-state
           end-if
           .

       add-exit-para.
           move spaces to exit-direction-text
           move spaces to exit-room-text
           else
               set room-has-no-board to true
           end-if
           move new-room-min-level to room-min-level
           write room-record
               invalid key
                   rewrite room-record
