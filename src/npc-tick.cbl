           copy "room-select.cpy".
           copy "player-select.cpy".
           copy "item-select.cpy".
           copy "ledger-select.cpy".
           copy "combat-select.cpy".
           copy "error-log-select.cpy".

       data division.
           copy "room-fd.cpy".
           copy "player-fd.cpy".
           copy "item-fd.cpy".
           copy "ledger-fd.cpy".
           copy "combat-fd.cpy".
           copy "error-log-fd.cpy".

       working-storage section.
       01 room-file-status              pic X(02).
       01 player-file-status            pic X(02).
       01 item-file-status              pic X(02).
       01 ledger-file-status            pic X(02).
       01 combat-file-status            pic X(02).

       01 tick-seed                     binary-long.
       01 tick-seeded                   pic X(01) value "N".
       01 death-room-as-text            pic X(15).
       01 respawn-room                  pic 9(05) value 1.
       01 damage-display                pic ZZ9.
       01 hit-damage                    pic 9(03).
       01 bonus-damage                  pic 9(04).
       01 bonus-armour                  pic 9(04).

       01 pile-amount                   pic 9(07).
       01 pile-display                  pic Z(06)9.
       01 pile-item-id                  pic X(10).
       01 highest-pile                  pic 9(06).
       01 pile-sequence                 pic 9(06).

       01 error-log-file-status         pic X(02).
       01 error-source-paragraph        pic X(30).
       01 error-text-view               pic X(100) based.
       01 error-text-length             binary-long.

       linkage section.
       01 death-coin-percent            pic 9(03).

       procedure division using reference death-coin-percent.
       main-para.
           if not tick-is-seeded
               accept tick-seed from time
           .

       attack-victim-para.
           call "cobmud-equipment-bonus"
               using reference victim-player-id
                     reference bonus-damage
                     reference bonus-armour
           if bonus-armour < npc-damage
               compute hit-damage = npc-damage - bonus-armour
           else
               move 1 to hit-damage
           end-if

           if player-hit-points > hit-damage
               subtract hit-damage from player-hit-points
               rewrite player-record
               set combat-not-kill to true
               perform log-combat-para
               perform announce-npc-hit-para
           else
               move 0 to player-hit-points
               set combat-was-kill to true
               perform log-combat-para
               perform kill-victim-para
           end-if
           .

       log-combat-para.
           move function current-date to combat-timestamp
           set combat-attacker-npc to true
           move npc-id to combat-attacker-id
           set combat-victim-player to true
           move victim-player-id to combat-victim-id
           move npc-current-room to combat-room
           move hit-damage to combat-damage
           move player-hit-points to combat-victim-hp
           write combat-record
           .

       announce-npc-hit-para.
           move hit-damage to damage-display
           move spaces to broadcast-message
           string npc-current-room delimited by size
                  " " delimited by size

           move player-room to death-room-as-text
           perform drop-victim-items-para
           perform drop-coin-pile-para

           move respawn-room to player-room
           move player-max-hit-points to player-hit-points
                   if item-with-player
                      and item-location-id = victim-player-id
                       set item-in-room to true
                       set item-not-equipped to true
                       move death-room-as-text to item-location-id
                       rewrite item-record
                   end-if
           end-read
           .

       drop-coin-pile-para.
           compute pile-amount = player-coins * death-coin-percent / 100
           if pile-amount > 0
               subtract pile-amount from player-coins
               perform next-pile-id-para

               move pile-item-id to item-id
               move pile-amount to pile-display
               move spaces to item-description
               string "a pile of " delimited by size
                      function trim(pile-display) delimited by size
                      " coins" delimited by size
                      into item-description
               end-string
               move 0 to item-weight
               set item-in-room to true
               move death-room-as-text to item-location-id
               move 0 to item-price
               set item-not-container to true
               move 0 to item-capacity
               move spaces to item-template-id
               set item-is-coin-pile to true
               move pile-amount to item-coin-amount
               set item-no-slot to true
               move 0 to item-bonus
               set item-not-equipped to true
               write item-record

               move function current-date to ledger-timestamp
               move victim-player-id to ledger-player-id
               set ledger-debit to true
               move pile-amount to ledger-amount
               set ledger-for-death to true
               move npc-id to ledger-npc-id
               move pile-item-id to ledger-item-id
               move player-coins to ledger-balance
               set ledger-live to true
               write ledger-record

               move spaces to broadcast-message
               string npc-current-room delimited by size
                      " " delimited by size
                      function trim(pile-display) delimited by size
                      " coins spill from the body of " delimited by size
                      function trim(victim-player-id) delimited by size
                      "." delimited by size
                      into broadcast-message
               end-string
               perform publish-para
           end-if
           .

       next-pile-id-para.
           move 0 to highest-pile
           move low-values to item-id
           start item-file key is not less than item-id
               invalid key
                   move "10" to item-file-status
               not invalid key
                   move "00" to item-file-status
           end-start

           perform scan-piles-para until item-file-status = "10"

           compute pile-sequence = highest-pile + 1
           move spaces to pile-item-id
           string "pile" delimited by size
                  pile-sequence delimited by size
                  into pile-item-id
           end-string
           .

       scan-piles-para.
           read item-file next record
               at end
                   move "10" to item-file-status
               not at end
                   if item-id(1:4) = "pile"
                      and item-id(5:6) is numeric
                      and item-id(5:6) > highest-pile
                       move item-id(5:6) to highest-pile
                   end-if
           end-read
           .

       roam-npc-para.
           move npc-current-room to room-number
           read room-file
