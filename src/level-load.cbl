       identification division.
       program-id. cobmud-level-load.

       environment division.
       input-output section.
       file-control.
           copy "level-select.cpy".
           copy "config-select.cpy".

           select level-def-file assign to dynamic level-def-path
                  organization line sequential
                  file status level-def-status.

           select exception-file assign to dynamic exception-file-path
                  organization line sequential
                  file status exception-file-status.

       data division.
       file section.
           copy "level-fd.cpy".
           copy "config-fd.cpy".

       fd  level-def-file.
       01 level-def-line                pic X(120).

       fd  exception-file.
       01 exception-line                pic X(120).

       working-storage section.
           copy "config-paths.cpy".
       01 level-file-status             pic X(02).

       01 startup-config-path           pic X(100).
       01 config-file-status            pic X(02).
       01 config-keyword                pic X(20).
       01 config-value                  pic X(100).
       01 run-check-program             pic X(30)
                                        value "cobmud-level-load".
       01 run-check-result              pic X(01).
           88 run-is-allowed            value "Y".

       01 level-def-path                pic X(100) value "LEVELDEF".
       01 level-def-status              pic X(02).
       01 exception-file-path           pic X(100) value "LVLEXCPT".
       01 exception-file-status         pic X(02).

       01 def-keyword                   pic X(20).
       01 def-value                     pic X(110).

       01 new-level-number              pic 9(03).
       01 new-level-experience          pic 9(07).
       01 new-level-hit-points          pic 9(04).
       01 new-level-damage              pic 9(03).

       01 definition-state              pic X(01) value "N".
           88 definition-in-progress    value "Y".

       01 number-input                  pic X(110).
       01 number-value                  pic 9(07).
       01 number-ok                     pic X(01).
           88 number-is-ok              value "Y".
       01 number-length                 binary-long.
       01 number-idx                    binary-long.
       01 number-digit-count            binary-long.

       01 loaded-count                  binary-long value 0.
       01 rejected-count                binary-long value 0.
       01 loaded-count-display          pic ZZZZ9.
       01 rejected-count-display        pic ZZZZ9.

       procedure division.
       main-para.
           perform configure-para
           perform run-check-para

           open output exception-file
           move "level load exceptions" to exception-line
           write exception-line
           move function current-date to exception-line
           write exception-line
           move spaces to exception-line
           write exception-line

           open i-o level-file
           if level-file-status = "35"
               open output level-file
               close level-file
               open i-o level-file
           end-if

           open input level-def-file
           if level-def-status = "00"
               perform load-one-line-para
                   until level-def-status = "10"
               close level-def-file
               if definition-in-progress
                   perform apply-definition-para
               end-if
           else
               move "level definition file could not be opened."
                 to exception-line
               write exception-line
           end-if

           close level-file

           move spaces to exception-line
           write exception-line
           move loaded-count to loaded-count-display
           string "levels loaded: " delimited by size
                  loaded-count-display delimited by size
                  into exception-line
           end-string
           write exception-line
           move rejected-count to rejected-count-display
           string "levels rejected: " delimited by size
                  rejected-count-display delimited by size
                  into exception-line
           end-string
           write exception-line
           close exception-file

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
           move "LEVELFL" to level-file-path
           move "RUNCTL"  to runctl-file-path
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
               when "LEVEL-FILE"
                   move config-value to level-file-path
               when "LEVEL-DEF-FILE"
                   move config-value to level-def-path
               when "EXCEPTION-FILE"
                   move config-value to exception-file-path
               when "RUN-CONTROL-FILE"
                   move config-value to runctl-file-path
               when other
                   continue
           end-evaluate
           .

       load-one-line-para.
           read level-def-file
               at end
                   move "10" to level-def-status
               not at end
                   perform handle-def-line-para
           end-read
           .

       handle-def-line-para.
           move spaces to def-keyword
           move spaces to def-value
           unstring level-def-line delimited by "="
               into def-keyword def-value
           end-unstring

           evaluate def-keyword
               when "LEVEL"
                   if definition-in-progress
                       perform apply-definition-para
                   end-if
                   perform start-definition-para
               when "XP"
                   if definition-in-progress
                       perform set-experience-para
                   end-if
               when "HP"
                   if definition-in-progress
                       perform set-hit-points-para
                   end-if
               when "DAMAGE"
                   if definition-in-progress
                       perform set-damage-para
                   end-if
               when "END"
                   if definition-in-progress
                       perform apply-definition-para
                   end-if
               when other
                   continue
           end-evaluate
           .

       start-definition-para.
           move "N" to definition-state
           move def-value to number-input
           perform parse-number-para
           if number-is-ok
              and number-value > 0
              and number-value <= 999
               set definition-in-progress to true
               move number-value to new-level-number
               move 0 to new-level-experience
               move 20 to new-level-hit-points
               move 2 to new-level-damage
           else
               add 1 to rejected-count
               move spaces to exception-line
               string "rejected: bad level number in line "
                          delimited by size
                      function trim(level-def-line) delimited by size
                      into exception-line
               end-string
               write exception-line
           end-if
           .

       set-experience-para.
           move def-value to number-input
           perform parse-number-para
           if number-is-ok
               move number-value to new-level-experience
           else
               move "xp" to def-keyword
               perform reject-value-para
           end-if
           .

       set-hit-points-para.
           move def-value to number-input
           perform parse-number-para
           if number-is-ok
              and number-value > 0
              and number-value <= 9999
               move number-value to new-level-hit-points
           else
               move "hp" to def-keyword
               perform reject-value-para
           end-if
           .

       set-damage-para.
           move def-value to number-input
           perform parse-number-para
           if number-is-ok
              and number-value > 0
              and number-value <= 999
               move number-value to new-level-damage
           else
               move "damage" to def-keyword
               perform reject-value-para
           end-if
           .

       reject-value-para.
           add 1 to rejected-count
           move spaces to exception-line
           string "rejected: level " delimited by size
                  new-level-number delimited by size
                  " has bad " delimited by size
                  function trim(def-keyword) delimited by size
                  " value " delimited by size
                  function trim(def-value) delimited by size
                  into exception-line
           end-string
           write exception-line
           move "N" to definition-state
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

       apply-definition-para.
           move new-level-number to level-number
           move new-level-experience to level-experience
           move new-level-hit-points to level-max-hit-points
           move new-level-damage to level-damage
           write level-record
               invalid key
                   rewrite level-record
           end-write
           add 1 to loaded-count
           move "N" to definition-state
           .
