       01 config-file-status            pic X(02).
       01 config-keyword                pic X(20).
       01 config-value                  pic X(100).
       01 run-check-program             pic X(30)
                                        value "cobmud-quest-load".
       01 run-check-result              pic X(01).
           88 run-is-allowed            value "Y".

       01 quest-def-path                pic X(100) value "QSTDEF".
       01 quest-def-status              pic X(02).
       01 new-reward-item               pic X(10).
       01 new-reward-coins              pic 9(05).
       01 new-quest-description         pic X(100).
       01 new-reward-xp                 pic 9(05).

       01 reward-kind-text              pic X(10).
       01 reward-value-text             pic X(50).
       procedure division.
       main-para.
           perform configure-para
           perform run-check-para

           open output exception-file
           move "quest load exceptions" to exception-line
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
           move "QUESTFL" to quest-file-path
           move "NPCFL"   to npc-file-path
           move "RUNCTL"  to runctl-file-path
           if startup-config-path not = spaces
               perform load-config-para
           end-if
                   move config-value to quest-def-path
               when "EXCEPTION-FILE"
                   move config-value to exception-file-path
               when "RUN-CONTROL-FILE"
                   move config-value to runctl-file-path
               when other
                   continue
           end-evaluate
                   if definition-in-progress
                       move def-value(1:100) to new-quest-description
                   end-if
               when "XP"
                   if definition-in-progress
                       perform set-experience-para
                   end-if
               when "END"
                   if definition-in-progress
                       perform apply-definition-para
               move spaces to new-reward-item
               move 0 to new-reward-coins
               move spaces to new-quest-description
               move 0 to new-reward-xp
           else
               add 1 to rejected-count
               move spaces to exception-line
           end-evaluate
           .

       set-experience-para.
           move def-value to number-input
           perform parse-number-para
           if number-is-ok
               move number-value to new-reward-xp
           else
               add 1 to rejected-count
               move spaces to exception-line
               string "rejected: quest " delimited by size
                      function trim(new-quest-id) delimited by size
                      " has bad xp value " delimited by size
                      function trim(def-value) delimited by size
                      into exception-line
               end-string
               write exception-line
               move "N" to definition-state
           end-if
           .

       reject-reward-para.
           add 1 to rejected-count
           move spaces to exception-line
           move new-reward-item to quest-reward-item
           move new-reward-coins to quest-reward-coins
           move new-quest-description to quest-description
           move new-reward-xp to quest-reward-xp
           write quest-record
               invalid key
                   rewrite quest-record
