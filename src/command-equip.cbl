       identification division.
       program-id. cobmud-command-equip.

       environment division.
       input-output section.
       file-control.
           copy "player-select.cpy".
           copy "item-select.cpy".

       data division.
       file section.
           copy "player-fd.cpy".
           copy "item-fd.cpy".

       working-storage section.
           copy "config-paths.cpy".
       01 player-file-status            pic X(02).
       01 item-file-status              pic X(02).

       01 equip-item-id                 pic X(10).
       01 equip-slot                    pic X(01).
       01 equip-verb-text               pic X(08).
       01 occupant-item-id              pic X(10).
       01 occupant-found                pic X(01).
           88 occupant-is-found         value "Y".

       01 slot-name                     pic X(06).
       01 bonus-kind                    pic X(07).
       01 bonus-display                 pic ZZ9.
       01 damage-display                pic ZZZ9.
       01 armour-display                pic ZZZ9.
       01 bonus-damage                  pic 9(04).
       01 bonus-armour                  pic 9(04).
       01 total-damage                  pic 9(04).
       01 equipped-count                binary-long.
       01 reply-pointer                 binary-long.

       linkage section.
           copy "request.cpy".
       copy "reply.cpy".

       procedure division using reference request
                                 reference reply-message.
       main-para.
           move spaces to reply-message
           move arguments of request to equip-item-id

           move player-id of request to player-id of player-record
           read player-file
               invalid key
                   move "huh? you don't seem to exist." to reply-message
           end-read

           if reply-message = spaces
               evaluate verb of request
                   when "wield"
                   when "wear"
                       perform equip-item-para
                   when "remove"
                       perform remove-item-para
                   when "equipment"
                       perform list-equipment-para
               end-evaluate
           end-if
           exit program
           .

       equip-item-para.
           if equip-item-id = spaces
               string function trim(verb of request) delimited by size
                      " what?" delimited by size
                      into reply-message
               end-string
           else
               move equip-item-id to item-id
               read item-file
                   invalid key
                       move "you aren't carrying that." to reply-message
                   not invalid key
                       perform check-equip-para
               end-read
           end-if
           .

       check-equip-para.
           evaluate true
               when not item-with-player
                  or item-location-id not = player-id of request
                   move "you aren't carrying that." to reply-message
               when item-is-equipped
                   move "you are already using that." to reply-message
               when verb of request = "wield"
                and not item-slot-weapon
                   move "you can't wield that." to reply-message
               when verb of request = "wear"
                and not item-slot-body
                and not item-slot-head
                and not item-slot-shield
                   move "you can't wear that." to reply-message
               when other
                   move item-slot to equip-slot
                   perform find-occupant-para
                   perform occupy-slot-para
           end-evaluate
           .

       find-occupant-para.
           move "N" to occupant-found
           move low-values to item-id
           start item-file key is not less than item-id
               invalid key
                   move "10" to item-file-status
               not invalid key
                   move "00" to item-file-status
           end-start
           perform scan-occupant-para until item-file-status = "10"
           .

       scan-occupant-para.
           read item-file next record
               at end
                   move "10" to item-file-status
               not at end
                   if item-with-player
                      and item-location-id = player-id of request
                      and item-is-equipped
                      and item-slot = equip-slot
                       set occupant-is-found to true
                       move item-id to occupant-item-id
                       move "10" to item-file-status
                   end-if
           end-read
           .

       occupy-slot-para.
           if occupant-is-found
               move occupant-item-id to item-id
               read item-file
                   invalid key
                       continue
               end-read
               perform name-slot-para
               string "you are already using [" delimited by size
                      function trim(occupant-item-id) delimited by size
                      "] " delimited by size
                      function trim(item-description) delimited by size
                      " as your " delimited by size
                      function trim(slot-name) delimited by size
                      "; remove it first." delimited by size
                      into reply-message
               end-string
           else
               move equip-item-id to item-id
               read item-file
                   invalid key
                       move "you aren't carrying that." to reply-message
                   not invalid key
                       perform put-on-item-para
               end-read
           end-if
           .

       put-on-item-para.
           set item-is-equipped to true
           rewrite item-record
           perform name-slot-para
           if verb of request = "wield"
               move "wield" to equip-verb-text
           else
               move "put on" to equip-verb-text
           end-if
           move 0 to bonus-display
           if item-bonus is numeric
               move item-bonus to bonus-display
           end-if
           string "you " delimited by size
                  function trim(equip-verb-text) delimited by size
                  " " delimited by size
                  function trim(item-description) delimited by size
                  " (+" delimited by size
                  function trim(bonus-display) delimited by size
                  " " delimited by size
                  function trim(bonus-kind) delimited by size
                  ")." delimited by size
                  into reply-message
           end-string
           .

       remove-item-para.
           if equip-item-id = spaces
               move "remove what?" to reply-message
           else
               move equip-item-id to item-id
               read item-file
                   invalid key
                       move "you aren't using that." to reply-message
                   not invalid key
                       perform check-remove-para
               end-read
           end-if
           .

       check-remove-para.
           if item-with-player
              and item-location-id = player-id of request
              and item-is-equipped
               set item-not-equipped to true
               rewrite item-record
               string "you remove " delimited by size
                      function trim(item-description) delimited by size
                      "." delimited by size
                      into reply-message
               end-string
           else
               move "you aren't using that." to reply-message
           end-if
           .

       list-equipment-para.
           move 0 to equipped-count
           move "you are using:" to reply-message
           move 15 to reply-pointer

           move low-values to item-id
           start item-file key is not less than item-id
               invalid key
                   move "10" to item-file-status
               not invalid key
                   move "00" to item-file-status
           end-start
           perform list-one-item-para until item-file-status = "10"

           if equipped-count = 0
               move "you are using no equipment." to reply-message
               move 28 to reply-pointer
           end-if

           call "cobmud-equipment-bonus"
               using reference player-id of request
                     reference bonus-damage
                     reference bonus-armour
           compute total-damage = player-damage + bonus-damage
           move total-damage to damage-display
           move bonus-armour to armour-display
           string " damage per blow " delimited by size
                  function trim(damage-display) delimited by size
                  ", armour " delimited by size
                  function trim(armour-display) delimited by size
                  "." delimited by size
                  into reply-message
                  with pointer reply-pointer
           end-string
           .

       list-one-item-para.
           read item-file next record
               at end
                   move "10" to item-file-status
               not at end
                   if item-with-player
                      and item-location-id = player-id of request
                      and item-is-equipped
                       perform list-equipped-para
                   end-if
           end-read
           .

       list-equipped-para.
           add 1 to equipped-count
           perform name-slot-para
           move 0 to bonus-display
           if item-bonus is numeric
               move item-bonus to bonus-display
           end-if
           string " " delimited by size
                  function trim(slot-name) delimited by size
                  " [" delimited by size
                  function trim(item-id) delimited by size
                  "] " delimited by size
                  function trim(item-description) delimited by size
                  " +" delimited by size
                  function trim(bonus-display) delimited by size
                  ";" delimited by size
                  into reply-message
                  with pointer reply-pointer
           end-string
           .

       name-slot-para.
           evaluate true
               when item-slot-weapon
                   move "weapon" to slot-name
                   move "damage" to bonus-kind
               when item-slot-body
                   move "body" to slot-name
                   move "armour" to bonus-kind
               when item-slot-head
                   move "head" to slot-name
                   move "armour" to bonus-kind
               when item-slot-shield
                   move "shield" to slot-name
                   move "armour" to bonus-kind
               when other
                   move spaces to slot-name
                   move spaces to bonus-kind
           end-evaluate
           .
