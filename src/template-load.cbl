       identification division.
       program-id. cobmud-template-load.

       environment division.
       input-output section.
       file-control.
           copy "template-select.cpy".
           copy "spawn-select.cpy".
           copy "loot-select.cpy".
           copy "npc-select.cpy".
           copy "room-select.cpy".
           copy "config-select.cpy".

           select template-def-file assign to dynamic template-def-path
                  organization line sequential
                  file status template-def-status.

           select exception-file assign to dynamic exception-file-path
                  organization line sequential
                  file status exception-file-status.

       data division.
       file section.
           copy "template-fd.cpy".
           copy "spawn-fd.cpy".
           copy "loot-fd.cpy".
           copy "npc-fd.cpy".
           copy "room-fd.cpy".
           copy "config-fd.cpy".

       fd  template-def-file.
       01 template-def-line             pic X(120).

       fd  exception-file.
       01 exception-line                pic X(120).

       working-storage section.
           copy "config-paths.cpy".
       01 template-file-status          pic X(02).
       01 spawn-file-status             pic X(02).
       01 loot-file-status              pic X(02).
       01 npc-file-status               pic X(02).
       01 room-file-status              pic X(02).

       01 startup-config-path           pic X(100).
       01 config-file-status            pic X(02).
       01 config-keyword                pic X(20).
       01 config-value                  pic X(100).
       01 run-check-program             pic X(30)
                                        value "cobmud-template-load".
       01 run-check-result              pic X(01).
           88 run-is-allowed            value "Y".

       01 template-def-path             pic X(100) value "TMPLDEF".
       01 template-def-status           pic X(02).
       01 exception-file-path           pic X(100) value "TMPEXCPT".
       01 exception-file-status         pic X(02).

       01 def-keyword                   pic X(20).
       01 def-value                     pic X(110).

       01 definition-kind               pic X(01) value space.
           88 defining-template         value "T".
           88 defining-spawn            value "S".
           88 defining-loot             value "L".
       01 definition-name               pic X(30).

       01 new-template-id               pic X(10).
       01 new-description               pic X(50).
       01 new-weight                    pic 9(03).
       01 new-price                     pic 9(05).
       01 new-container                 pic X(01).
       01 new-capacity                  pic 9(03).
       01 new-slot                      pic X(01).
       01 new-bonus                     pic 9(03).

       01 new-location-word             pic X(10).
       01 new-location-text             pic X(15).
       01 new-location-type             pic X(01).
       01 new-location-id               pic X(15).
       01 new-room-number               pic 9(05).
       01 new-loot-npc                  pic X(10).
       01 new-item-template             pic X(10).
       01 new-quantity                  pic 9(03).
       01 new-interval                  pic 9(05).
       01 new-chance                    pic 9(03).

       01 definition-state              pic X(01) value "N".
           88 definition-in-progress    value "Y".
       01 reference-check               pic X(01).
           88 references-are-valid      value "Y".
       01 npc-file-open                 pic X(01) value "N".
           88 npc-file-is-open          value "Y".
       01 room-file-open                pic X(01) value "N".
           88 room-file-is-open         value "Y".

       01 number-input                  pic X(110).
       01 number-value                  pic 9(05).
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
           move "template load exceptions" to exception-line
           write exception-line
           move function current-date to exception-line
           write exception-line
           move spaces to exception-line
           write exception-line

           open i-o template-file
           if template-file-status = "35"
               open output template-file
               close template-file
               open i-o template-file
           end-if

           open i-o spawn-file
           if spawn-file-status = "35"
               open output spawn-file
               close spawn-file
               open i-o spawn-file
           end-if

           open i-o loot-file
           if loot-file-status = "35"
               open output loot-file
               close loot-file
               open i-o loot-file
           end-if

           open input npc-file
           if npc-file-status = "00"
               set npc-file-is-open to true
           end-if

           open input room-file
           if room-file-status = "00"
               set room-file-is-open to true
           end-if

           open input template-def-file
           if template-def-status = "00"
               perform load-one-line-para
                   until template-def-status = "10"
               close template-def-file
               if definition-in-progress
                   perform apply-definition-para
               end-if
           else
               move "template definition file could not be opened."
                 to exception-line
               write exception-line
           end-if

           close template-file
           close spawn-file
           close loot-file
           if npc-file-is-open
               close npc-file
           end-if
           if room-file-is-open
               close room-file
           end-if

           move spaces to exception-line
           write exception-line
           move loaded-count to loaded-count-display
           string "definitions loaded: " delimited by size
                  loaded-count-display delimited by size
                  into exception-line
           end-string
           write exception-line
           move rejected-count to rejected-count-display
           string "definitions rejected: " delimited by size
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
           move "TMPLFL"  to template-file-path
           move "SPAWNFL" to spawn-file-path
           move "LOOTFL"  to loot-file-path
           move "NPCFL"   to npc-file-path
           move "ROOMFL"  to room-file-path
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
               when "TEMPLATE-FILE"
                   move config-value to template-file-path
               when "SPAWN-FILE"
                   move config-value to spawn-file-path
               when "LOOT-FILE"
                   move config-value to loot-file-path
               when "NPC-FILE"
                   move config-value to npc-file-path
               when "ROOM-FILE"
                   move config-value to room-file-path
               when "TEMPLATE-DEF-FILE"
                   move config-value to template-def-path
               when "EXCEPTION-FILE"
                   move config-value to exception-file-path
               when "RUN-CONTROL-FILE"
                   move config-value to runctl-file-path
               when other
                   continue
           end-evaluate
           .

       load-one-line-para.
           read template-def-file
               at end
                   move "10" to template-def-status
               not at end
                   perform handle-def-line-para
           end-read
           .

       handle-def-line-para.
           move spaces to def-keyword
           move spaces to def-value
           unstring template-def-line delimited by "="
               into def-keyword def-value
           end-unstring

           evaluate def-keyword
               when "TEMPLATE"
               when "SPAWN"
               when "LOOT"
                   if definition-in-progress
                       perform apply-definition-para
                   end-if
                   perform start-definition-para
               when "DESC"
                   if definition-in-progress and defining-template
                       move def-value(1:50) to new-description
                   end-if
               when "WEIGHT"
                   if definition-in-progress and defining-template
                       perform set-weight-para
                   end-if
               when "PRICE"
                   if definition-in-progress and defining-template
                       perform set-price-para
                   end-if
               when "CONTAINER"
                   if definition-in-progress and defining-template
                       move def-value(1:1) to new-container
                   end-if
               when "CAPACITY"
                   if definition-in-progress and defining-template
                       perform set-capacity-para
                   end-if
               when "SLOT"
                   if definition-in-progress and defining-template
                       perform set-slot-para
                   end-if
               when "BONUS"
                   if definition-in-progress and defining-template
                       perform set-bonus-para
                   end-if
               when "ITEM"
                   if definition-in-progress and not defining-template
                       move def-value(1:10) to new-item-template
                   end-if
               when "QUANTITY"
                   if definition-in-progress and not defining-template
                       perform set-quantity-para
                   end-if
               when "INTERVAL"
                   if definition-in-progress and defining-spawn
                       perform set-interval-para
                   end-if
               when "CHANCE"
                   if definition-in-progress and defining-loot
                       perform set-chance-para
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
           move def-value(1:30) to definition-name
           move spaces to new-template-id
           move spaces to new-description
           move 0 to new-weight
           move 0 to new-price
           move "N" to new-container
           move 0 to new-capacity
           move space to new-slot
           move 0 to new-bonus
           move spaces to new-location-type
           move spaces to new-location-id
           move spaces to new-loot-npc
           move spaces to new-item-template
           move 1 to new-quantity
           move 60 to new-interval
           move 100 to new-chance

           evaluate def-keyword
               when "TEMPLATE"
                   set defining-template to true
                   if def-value(1:10) not = spaces
                       set definition-in-progress to true
                       move def-value(1:10) to new-template-id
                   end-if
               when "SPAWN"
                   set defining-spawn to true
                   perform set-spawn-location-para
               when "LOOT"
                   set defining-loot to true
                   if def-value(1:10) not = spaces
                       set definition-in-progress to true
                       move def-value(1:10) to new-loot-npc
                   end-if
           end-evaluate

           if not definition-in-progress
               add 1 to rejected-count
               move spaces to exception-line
               string "rejected: bad " delimited by size
                      function lower-case(def-keyword)
                          delimited by space
                      " line " delimited by size
                      function trim(template-def-line) delimited by size
                      into exception-line
               end-string
               write exception-line
           end-if
           .

       set-spawn-location-para.
           move spaces to new-location-word
           move spaces to new-location-text
           unstring def-value delimited by all " "
               into new-location-word new-location-text
           end-unstring
           evaluate new-location-word
               when "VENDOR"
                   if new-location-text not = spaces
                       set definition-in-progress to true
                       move "N" to new-location-type
                       move new-location-text(1:10) to new-location-id
                   end-if
               when "ROOM"
                   move new-location-text to number-input
                   perform parse-number-para
                   if number-is-ok
                       set definition-in-progress to true
                       move "R" to new-location-type
                       move number-value to new-room-number
                       move new-room-number to new-location-id
                   end-if
               when other
                   continue
           end-evaluate
           .

       set-weight-para.
           move def-value to number-input
           perform parse-number-para
           if number-is-ok and number-value <= 999
               move number-value to new-weight
           else
               perform reject-value-para
           end-if
           .

       set-price-para.
           move def-value to number-input
           perform parse-number-para
           if number-is-ok
               move number-value to new-price
           else
               perform reject-value-para
           end-if
           .

       set-capacity-para.
           move def-value to number-input
           perform parse-number-para
           if number-is-ok and number-value <= 999
               move number-value to new-capacity
           else
               perform reject-value-para
           end-if
           .

       set-slot-para.
           evaluate def-value
               when "WEAPON"
                   move "W" to new-slot
               when "BODY"
                   move "B" to new-slot
               when "HEAD"
                   move "H" to new-slot
               when "SHIELD"
                   move "S" to new-slot
               when "NONE"
                   move space to new-slot
               when other
                   perform reject-value-para
           end-evaluate
           .

       set-bonus-para.
           move def-value to number-input
           perform parse-number-para
           if number-is-ok and number-value <= 999
               move number-value to new-bonus
           else
               perform reject-value-para
           end-if
           .

       set-quantity-para.
           move def-value to number-input
           perform parse-number-para
           if number-is-ok
              and number-value > 0
              and number-value <= 999
               move number-value to new-quantity
           else
               perform reject-value-para
           end-if
           .

       set-interval-para.
           move def-value to number-input
           perform parse-number-para
           if number-is-ok and number-value > 0
               move number-value to new-interval
           else
               perform reject-value-para
           end-if
           .

       set-chance-para.
           move def-value to number-input
           perform parse-number-para
           if number-is-ok
              and number-value > 0
              and number-value <= 100
               move number-value to new-chance
           else
               perform reject-value-para
           end-if
           .

       reject-value-para.
           add 1 to rejected-count
           move spaces to exception-line
           string "rejected: " delimited by size
                  function trim(definition-name) delimited by size
                  " has bad " delimited by size
                  function lower-case(def-keyword) delimited by space
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

       apply-definition-para.
           evaluate true
               when defining-template
                   if new-description = spaces
                       perform reject-definition-para
                   else
                       perform write-template-para
                   end-if
               when defining-spawn
                   perform check-spawn-para
                   if references-are-valid
                       perform write-spawn-para
                   else
                       perform reject-definition-para
                   end-if
               when defining-loot
                   perform check-loot-para
                   if references-are-valid
                       perform write-loot-para
                   else
                       perform reject-definition-para
                   end-if
           end-evaluate
           move "N" to definition-state
           .

       check-spawn-para.
           perform check-item-template-para
           if references-are-valid
               if new-location-type = "N"
                   move new-location-id(1:10) to new-loot-npc
                   perform check-npc-para
               else
                   perform check-room-para
               end-if
           end-if
           .

       check-loot-para.
           perform check-item-template-para
           if references-are-valid
               perform check-npc-para
           end-if
           .

       check-item-template-para.
           move "N" to reference-check
           if new-item-template not = spaces
               move new-item-template to template-id
               read template-file
                   invalid key
                       continue
                   not invalid key
                       set references-are-valid to true
               end-read
           end-if
           .

       check-npc-para.
           move "N" to reference-check
           if npc-file-is-open
               move new-loot-npc to npc-id
               read npc-file
                   invalid key
                       continue
                   not invalid key
                       set references-are-valid to true
               end-read
           end-if
           .

       check-room-para.
           move "N" to reference-check
           if room-file-is-open
               move new-room-number to room-number
               read room-file
                   invalid key
                       continue
                   not invalid key
                       set references-are-valid to true
               end-read
           end-if
           .

       reject-definition-para.
           add 1 to rejected-count
           move spaces to exception-line
           string "rejected: " delimited by size
                  function trim(definition-name) delimited by size
                  " is incomplete or refers to a missing "
                      delimited by size
                  "template, npc or room" delimited by size
                  into exception-line
           end-string
           write exception-line
           .

       write-template-para.
           move new-template-id to template-id
           move new-description to template-description
           move new-weight to template-weight
           move new-price to template-price
           if new-container = "Y"
               set template-is-container to true
           else
               set template-no-container to true
           end-if
           move new-capacity to template-capacity
           move new-slot to template-slot
           move new-bonus to template-bonus
           write template-record
               invalid key
                   rewrite template-record
           end-write
           add 1 to loaded-count
           .

       write-spawn-para.
           move new-location-type to spawn-location-type
           move new-location-id to spawn-location-id
           move new-item-template to spawn-template-id
           move new-quantity to spawn-quantity
           move new-interval to spawn-interval-minutes
           move spaces to spawn-last-run
           write spawn-record
               invalid key
                   rewrite spawn-record
           end-write
           add 1 to loaded-count
           .

       write-loot-para.
           move new-loot-npc to loot-npc-id
           move new-item-template to loot-template-id
           move new-chance to loot-chance
           move new-quantity to loot-quantity
           write loot-record
               invalid key
                   rewrite loot-record
           end-write
           add 1 to loaded-count
           .
