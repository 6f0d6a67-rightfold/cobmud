       identification division.
       program-id. cobmud-sweep-batch.

       environment division.
       input-output section.
       file-control.
           copy "player-select.cpy".
           copy "config-select.cpy".

       data division.
       file section.
           copy "player-fd.cpy".
           copy "config-fd.cpy".

       working-storage section.
           copy "config-paths.cpy".
       01 player-file-status            pic X(02).

       01 startup-config-path           pic X(100).
       01 config-file-status            pic X(02).
       01 config-keyword                pic X(20).
       01 config-value                  pic X(100).
       01 run-check-program             pic X(30)
                                        value "cobmud-sweep-batch".
       01 run-check-result              pic X(01).
           88 run-is-allowed            value "Y".

       01 sweep-idle-minutes            pic 9(05) value 60.

       01 number-input                  pic X(100).
       01 number-value                  pic 9(05).
       01 number-ok                     pic X(01).
           88 number-is-ok              value "Y".
       01 number-length                 binary-long.
       01 number-idx                    binary-long.
       01 number-digit-count            binary-long.

       procedure division.
       main-para.
           perform configure-para
           perform run-check-para

           open i-o player-file
           if player-file-status = "00"
               call "cobmud-session-sweep"
                   using reference sweep-idle-minutes
               close player-file
           else
               move 8 to return-code
           end-if

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
           move "PLAYERFL" to player-file-path
           move "AUDITLOG" to audit-file-path
           move "RUNCTL"   to runctl-file-path
           if startup-config-path not = spaces
               perform load-config-para
           end-if
           .

       load-config-para.
           open input config-file
           if config-file-status = "00"
               perform read-config-para until config-file-status = "10"
               close config-file
           end-if
           .

       read-config-para.
           read config-file
               at end move "10" to config-file-status
               not at end perform apply-config-line-para
           end-read
           .

       apply-config-line-para.
           move spaces to config-keyword
           move spaces to config-value
           unstring config-line delimited by "="
               into config-keyword config-value
           end-unstring
           evaluate config-keyword
               when "PLAYER-FILE"
                   move config-value to player-file-path
               when "AUDIT-FILE"
                   move config-value to audit-file-path
               when "RUN-CONTROL-FILE"
                   move config-value to runctl-file-path
               when "SWEEP-IDLE-MINUTES"
                   move config-value to number-input
                   perform parse-number-para
                   if number-is-ok
                       move number-value to sweep-idle-minutes
                   end-if
               when other
                   continue
           end-evaluate
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
