       identification division.
       program-id. cobmud-command-score.

       environment division.
       input-output section.
       file-control.
           copy "player-select.cpy".
           copy "item-select.cpy".
           copy "progress-select.cpy".

       data division.
       file section.
           copy "player-fd.cpy".
           copy "item-fd.cpy".
           copy "progress-fd.cpy".

       working-storage section.
           copy "config-paths.cpy".
       01 player-file-status            pic X(02).
       01 item-file-status              pic X(02).
       01 progress-file-status          pic X(02).

       01 quests-completed              binary-long value 0.
       01 items-carried                 binary-long value 0.
       01 carried-total                 binary-long value 0.
       01 bonus-damage                  pic 9(04).
       01 bonus-armour                  pic 9(04).
       01 account-age-days              binary-long value 0.
       01 today-date-num                pic 9(08).
       01 created-date-num              pic 9(08).

       01 level-display                 pic ZZ9.
       01 experience-display            pic Z(06)9.
       01 hp-display                    pic ZZZ9.
       01 max-hp-display                pic ZZZ9.
       01 damage-display                pic ZZ9.
       01 bonus-display                 pic ZZZ9.
       01 armour-display                pic ZZZ9.
       01 coins-display                 pic Z(06)9.
       01 bank-display                  pic Z(06)9.
       01 count-display                 pic ZZZZ9.
       01 weight-display                pic ZZZZ9.
       01 items-display                 pic ZZZZ9.
       01 age-display                   pic ZZZZ9.

       linkage section.
           copy "request.cpy".
       copy "reply.cpy".

       procedure division using reference request
                                 reference reply-message.
       main-para.
           move spaces to reply-message
           move 0 to quests-completed
           move 0 to items-carried
           move 0 to account-age-days

           move player-id of request to player-id of player-record
           read player-file
               invalid key
                   move "huh? you don't seem to exist." to reply-message
               not invalid key
                   perform gather-standing-para
                   perform build-sheet-para
           end-read
           exit program
           .

       gather-standing-para.
           perform count-quests-para
           perform count-items-para

           call "cobmud-carried-weight"
               using reference player-id of request
                     reference carried-total
           call "cobmud-equipment-bonus"
               using reference player-id of request
                     reference bonus-damage
                     reference bonus-armour

           if player-created-date is numeric
               move function current-date(1:8) to today-date-num
               move player-created-date to created-date-num
               compute account-age-days =
                   function integer-of-date(today-date-num)
                   - function integer-of-date(created-date-num)
           end-if
           .

       count-quests-para.
           move player-id of request to progress-player-id
           move low-values to progress-quest-id
           start progress-file key is not less than progress-key
               invalid key
                   move "10" to progress-file-status
               not invalid key
                   move "00" to progress-file-status
           end-start
           perform count-one-quest-para
               until progress-file-status = "10"
           .

       count-one-quest-para.
           read progress-file next record
               at end
                   move "10" to progress-file-status
               not at end
                   if progress-player-id not = player-id of request
                       move "10" to progress-file-status
                   else
                       if progress-complete
                           add 1 to quests-completed
                       end-if
                   end-if
           end-read
           .

       count-items-para.
           move low-values to item-id
           start item-file key is not less than item-id
               invalid key
                   move "10" to item-file-status
               not invalid key
                   move "00" to item-file-status
           end-start
           perform count-one-item-para until item-file-status = "10"
           .

       count-one-item-para.
           read item-file next record
               at end
                   move "10" to item-file-status
               not at end
                   if item-with-player
                      and item-location-id = player-id of request
                       add 1 to items-carried
                   end-if
           end-read
           .

       build-sheet-para.
           move player-level to level-display
           move player-experience to experience-display
           move player-hit-points to hp-display
           move player-max-hit-points to max-hp-display
           move player-damage to damage-display
           move bonus-damage to bonus-display
           move bonus-armour to armour-display
           move player-coins to coins-display
           move player-bank-coins to bank-display
           move quests-completed to count-display
           move items-carried to items-display
           move carried-total to weight-display
           move account-age-days to age-display

           string function trim(player-id of request) delimited by size
                  ", level " delimited by size
                  function trim(level-display) delimited by size
                  " (" delimited by size
                  function trim(experience-display) delimited by size
                  " xp). hit points " delimited by size
                  function trim(hp-display) delimited by size
                  "/" delimited by size
                  function trim(max-hp-display) delimited by size
                  ". damage " delimited by size
                  function trim(damage-display) delimited by size
                  " (+" delimited by size
                  function trim(bonus-display) delimited by size
                  " equipped), armour " delimited by size
                  function trim(armour-display) delimited by size
                  ". coins " delimited by size
                  function trim(coins-display) delimited by size
                  " carried, " delimited by size
                  function trim(bank-display) delimited by size
                  " banked. quests completed: " delimited by size
                  function trim(count-display) delimited by size
                  ". items carried: " delimited by size
                  function trim(items-display) delimited by size
                  ", weight " delimited by size
                  function trim(weight-display) delimited by size
                  ". account age: " delimited by size
                  function trim(age-display) delimited by size
                  " days." delimited by size
                  into reply-message
           end-string
           .
