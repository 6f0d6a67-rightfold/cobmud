       01 config-file-status            pic X(02).
       01 config-keyword                pic X(20).
       01 config-value                  pic X(100).
       01 run-check-program             pic X(30)
                                        value "cobmud-npc-load".
       01 run-check-result              pic X(01).
           88 run-is-allowed            value "Y".

       01 npc-def-path                  pic X(100) value "NPCDEF".
       01 npc-def-status                pic X(02).
       01 new-npc-wander                pic X(01).
       01 new-npc-dialogue              pic X(100).
       01 new-npc-vendor                pic X(01).
       01 new-npc-banker                pic X(01).
       01 new-npc-hit-points            pic 9(04).
       01 new-npc-damage                pic 9(03).
       01 new-npc-hostile               pic X(01).
       procedure division.
       main-para.
           perform configure-para
           perform run-check-para

           open output exception-file
           move "npc load exceptions" to exception-line
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
           move "NPCFL"  to npc-file-path
           move "ROOMFL" to room-file-path
           move "RUNCTL" to runctl-file-path
           if startup-config-path not = spaces
               perform load-config-para
           end-if
                   move config-value to npc-def-path
               when "EXCEPTION-FILE"
                   move config-value to exception-file-path
               when "RUN-CONTROL-FILE"
                   move config-value to runctl-file-path
               when other
                   continue
           end-evaluate
                   if definition-in-progress
                       move def-value(1:1) to new-npc-vendor
                   end-if
               when "BANKER"
                   if definition-in-progress
                       move def-value(1:1) to new-npc-banker
                   end-if
               when "HP"
                   if definition-in-progress
                       perform set-hit-points-para
               move "N" to new-npc-wander
               move spaces to new-npc-dialogue
               move "N" to new-npc-vendor
               move "N" to new-npc-banker
               move 10 to new-npc-hit-points
               move 1 to new-npc-damage
               move "N" to new-npc-hostile
           else
               set npc-not-vendor to true
           end-if
           if new-npc-banker = "Y"
               set npc-is-banker to true
           else
               set npc-not-banker to true
           end-if
           move new-npc-hit-points to npc-hit-points
           move new-npc-hit-points to npc-max-hit-points
           move new-npc-damage to npc-damage
