       identification division.
       program-id. cobmud-equipment-bonus.

       environment division.
       input-output section.
       file-control.
           copy "item-select.cpy".

       data division.
       file section.
           copy "item-fd.cpy".

       working-storage section.
           copy "config-paths.cpy".
       01 item-file-status              pic X(02).

       linkage section.
       01 bonus-player-id               pic X(15).
       01 bonus-damage                  pic 9(04).
       01 bonus-armour                  pic 9(04).

       procedure division using reference bonus-player-id
                                 reference bonus-damage
                                 reference bonus-armour.
       main-para.
           move 0 to bonus-damage
           move 0 to bonus-armour

           move low-values to item-id
           start item-file key is not less than item-id
               invalid key
                   move "10" to item-file-status
               not invalid key
                   move "00" to item-file-status
           end-start
           perform add-item-bonus-para
               until item-file-status = "10"

           exit program
           .

       add-item-bonus-para.
           read item-file next record
               at end
                   move "10" to item-file-status
               not at end
                   if item-with-player
                      and item-location-id = bonus-player-id
                      and item-is-equipped
                      and item-bonus is numeric
                       perform add-slot-bonus-para
                   end-if
           end-read
           .

       add-slot-bonus-para.
           evaluate true
               when item-slot-weapon
                   add item-bonus to bonus-damage
               when item-slot-body
               when item-slot-head
               when item-slot-shield
                   add item-bonus to bonus-armour
               when other
                   continue
           end-evaluate
           .
