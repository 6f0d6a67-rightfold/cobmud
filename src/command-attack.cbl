           copy "player-select.cpy".
           copy "npc-select.cpy".
           copy "item-select.cpy".
           copy "loot-select.cpy".
           copy "combat-select.cpy".
           copy "error-log-select.cpy".

       data division.
           copy "player-fd.cpy".
           copy "npc-fd.cpy".
           copy "item-fd.cpy".
           copy "loot-fd.cpy".
           copy "combat-fd.cpy".
           copy "error-log-fd.cpy".

       working-storage section.
       01 player-file-status            pic X(02).
       01 npc-file-status               pic X(02).
       01 item-file-status              pic X(02).
       01 loot-file-status              pic X(02).
       01 combat-file-status            pic X(02).

       01 attack-npc-id                 pic X(10).
       01 attacker-room                 pic 9(05).
       01 attacker-room-as-text         pic X(15).
       01 damage-display                pic ZZZ9.
       01 strike-damage                 pic 9(04).
       01 bonus-damage                  pic 9(04).
       01 bonus-armour                  pic 9(04).

       01 loot-seed                     binary-long.
       01 loot-seeded                   pic X(01) value "N".
           88 loot-is-seeded            value "Y".
       01 loot-roll                     comp-2.
       01 loot-room-type                pic X(01) value "R".
       01 spawned-item-id               pic X(10).

       01 experience-points             pic 9(07).
       01 experience-announce           pic X(01) value "Y".
       01 new-level                     pic 9(03).
       01 level-display                 pic ZZ9.
       01 kill-experience               pic 9(07).
       01 experience-display            pic Z(06)9.
       01 member-idx                    binary-long.
           copy "group-roster.cpy".

       01 error-log-file-status         pic X(02).
       01 error-source-paragraph        pic X(30).
               not invalid key
                   move player-room to attacker-room
                   move player-room to attacker-room-as-text
                   perform add-equipment-para
           end-read
           .

       add-equipment-para.
           call "cobmud-equipment-bonus"
               using reference player-id of request
                     reference bonus-damage
                     reference bonus-armour
           compute strike-damage = player-damage + bonus-damage
           .

       find-victim-para.
           move attack-npc-id to npc-id
           read npc-file
           .

       strike-para.
           if npc-hit-points > strike-damage
               subtract strike-damage from npc-hit-points
               rewrite npc-record
               set combat-not-kill to true
               perform log-combat-para
               perform announce-hit-para
           else
               move 0 to npc-hit-points
               set combat-was-kill to true
               perform log-combat-para
               perform kill-npc-para
           end-if
           .

       log-combat-para.
           move function current-date to combat-timestamp
           set combat-attacker-player to true
           move player-id of request to combat-attacker-id
           set combat-victim-npc to true
           move npc-id to combat-victim-id
           move attacker-room to combat-room
           move strike-damage to combat-damage
           move npc-hit-points to combat-victim-hp
           write combat-record
           .

       announce-hit-para.
           move strike-damage to damage-display
           move spaces to broadcast-message
           string attacker-room delimited by size
                  " " delimited by size
           perform publish-para

           perform drop-npc-items-para
           perform roll-loot-para

           move npc-home-room to npc-current-room
           move npc-max-hit-points to npc-hit-points
                  "." delimited by size
                  into reply-message
           end-string

           perform grant-experience-para
           .

       grant-experience-para.
           call "cobmud-group-roster"
               using reference player-id of request
                     reference attacker-room
                     reference group-roster
           compute kill-experience =
               npc-max-hit-points / (roster-count + 1)
           if kill-experience < 1
               move 1 to kill-experience
           end-if

           perform varying member-idx from 1 by 1
                     until member-idx > roster-count
               perform share-experience-para
           end-perform
           if roster-count > 0
               string function trim(reply-message) delimited by size
                      " the kill is shared with your group."
                          delimited by size
                      into reply-message
               end-string
           end-if

           move kill-experience to experience-points
           call "cobmud-award-experience"
               using reference player-id of request
                     reference experience-points
                     reference experience-announce
                     reference new-level
           if new-level > 0
               move new-level to level-display
               string function trim(reply-message) delimited by size
                      " you are now level " delimited by size
                      function trim(level-display) delimited by size
                      "." delimited by size
                      into reply-message
               end-string
           end-if
           .

       share-experience-para.
           move kill-experience to experience-points
           call "cobmud-award-experience"
               using reference roster-member-id(member-idx)
                     reference experience-points
                     reference experience-announce
                     reference new-level
           move kill-experience to experience-display
           move spaces to broadcast-message
           string roster-member-id(member-idx) delimited by space
                  " you share in the kill of " delimited by size
                  function trim(npc-name) delimited by size
                  " and gain " delimited by size
                  function trim(experience-display) delimited by size
                  " experience." delimited by size
                  into broadcast-message
           end-string
           perform publish-para
           .

       drop-npc-items-para.
           end-read
           .

       roll-loot-para.
           if not loot-is-seeded
               accept loot-seed from time
               compute loot-roll = function random(loot-seed)
               set loot-is-seeded to true
           end-if

           move attack-npc-id to loot-npc-id
           move low-values to loot-template-id
           start loot-file key is not less than loot-key
               invalid key
                   move "10" to loot-file-status
               not invalid key
                   move "00" to loot-file-status
           end-start

           perform roll-one-loot-para until loot-file-status = "10"
           .

       roll-one-loot-para.
           read loot-file next record
               at end
                   move "10" to loot-file-status
               not at end
                   if loot-npc-id not = attack-npc-id
                       move "10" to loot-file-status
                   else
                       compute loot-roll = function random * 100
                       if loot-roll < loot-chance
                           perform spawn-loot-para loot-quantity times
                       end-if
                   end-if
           end-read
           .

       spawn-loot-para.
           call "cobmud-spawn-item"
               using reference loot-template-id
                     reference loot-room-type
                     reference attacker-room-as-text
                     reference spawned-item-id
           .

       publish-para.
           call "zmq_send"
               using value zmq-pub-socket
