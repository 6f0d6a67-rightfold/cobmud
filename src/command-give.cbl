           copy "npc-select.cpy".
           copy "quest-select.cpy".
           copy "progress-select.cpy".
           copy "ledger-select.cpy".
           copy "error-log-select.cpy".

       data division.
           copy "npc-fd.cpy".
           copy "quest-fd.cpy".
           copy "progress-fd.cpy".
           copy "ledger-fd.cpy".
           copy "error-log-fd.cpy".

       working-storage section.
       01 npc-file-status               pic X(02).
       01 quest-file-status             pic X(02).
       01 progress-file-status          pic X(02).
       01 ledger-file-status            pic X(02).

       01 give-item-id                  pic X(10).
       01 give-target-id                pic X(15).
           88 giving-to-npc             value "N".
       01 reward-coins-display          pic ZZZZ9.

       01 experience-points             pic 9(07).
       01 experience-announce           pic X(01) value "Y".
       01 new-level                     pic 9(03).
       01 level-display                 pic ZZ9.
       01 experience-display            pic ZZZZ9.

       01 carry-capacity                binary-long value 100.
       01 carried-total                 binary-long value 0.
       01 candidate-weight              binary-long value 0.
               invalid key
                   move "you aren't carrying that." to reply-message
               not invalid key
                   if item-is-equipped
                      and item-location-id = player-id of request
                       move "you must remove that first."
                         to reply-message
                   else
                       perform check-item-holder-para
                   end-if
           end-read
           .

               invalid key
                   move "you aren't carrying that." to reply-message
               not invalid key
                   evaluate true
                       when not item-with-player
                          or item-location-id not = player-id of request
                           move "you aren't carrying that."
                             to reply-message
                       when item-is-equipped
                           move "you must remove that first."
                             to reply-message
                       when other
                           perform check-quest-hand-in-para
                   end-evaluate
           end-read
           .

               when other
                   continue
           end-evaluate

           if quest-reward-xp > 0
               perform grant-experience-para
           end-if
           .

       grant-experience-para.
           move quest-reward-xp to experience-points
           call "cobmud-award-experience"
               using reference player-id of request
                     reference experience-points
                     reference experience-announce
                     reference new-level
           move quest-reward-xp to experience-display
           string function trim(reply-message) delimited by size
                  " you gain " delimited by size
                  function trim(experience-display) delimited by size
                  " experience." delimited by size
                  into reply-message
           end-string
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

       grant-coins-para.
               not invalid key
                   add quest-reward-coins to player-coins
                   rewrite player-record
                   perform post-quest-ledger-para
                   move quest-reward-coins to reward-coins-display
                   string function trim(reply-message)
                              delimited by size
           end-read
           .

       post-quest-ledger-para.
           move function current-date to ledger-timestamp
           move player-id of request to ledger-player-id
           set ledger-credit to true
           move quest-reward-coins to ledger-amount
           set ledger-for-quest to true
           move quest-giver-npc to ledger-npc-id
           move give-item-id to ledger-item-id
           move player-coins to ledger-balance
           set ledger-live to true
           write ledger-record
           .

       grant-item-para.
           move quest-reward-item to item-id
           read item-file
