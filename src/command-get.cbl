       file-control.
           copy "player-select.cpy".
           copy "item-select.cpy".
           copy "ledger-select.cpy".

       data division.
       file section.
           copy "player-fd.cpy".
           copy "item-fd.cpy".
           copy "ledger-fd.cpy".

       working-storage section.
           copy "config-paths.cpy".
       01 player-file-status            pic X(02).
       01 item-file-status              pic X(02).
       01 ledger-file-status            pic X(02).

       01 player-room-as-text           pic X(15).

       01 candidate-item-id             pic X(10).
       01 contained-total               binary-long value 0.

       01 pile-display                  pic Z(06)9.
       01 coins-display                 pic Z(06)9.

       linkage section.
           copy "request.cpy".
       copy "reply.cpy".
           .

       check-item-location-para.
           if item-in-room and item-location-id = player-room-as-text
              and item-is-coin-pile
               perform collect-coins-para
           else
               perform check-item-weight-para
           end-if
           .

       check-item-weight-para.
           if item-in-room and item-location-id = player-room-as-text
               move item-weight to candidate-weight
               move item-id to candidate-item-id
           end-if
           .

       collect-coins-para.
           if player-coins + item-coin-amount > 9999999
               move "you cannot carry that many coins." to reply-message
           else
               add item-coin-amount to player-coins
               rewrite player-record
               delete item-file record

               move function current-date to ledger-timestamp
               move player-id of request to ledger-player-id
               set ledger-credit to true
               move item-coin-amount to ledger-amount
               set ledger-for-pile to true
               move spaces to ledger-npc-id
               move item-id to ledger-item-id
               move player-coins to ledger-balance
               set ledger-live to true
               write ledger-record

               move item-coin-amount to pile-display
               move player-coins to coins-display
               string "you pick up " delimited by size
                      function trim(pile-display) delimited by size
                      " coins. you now have " delimited by size
                      function trim(coins-display) delimited by size
                      " coins." delimited by size
                      into reply-message
               end-string
           end-if
           .

       total-carried-para.
           call "cobmud-carried-weight"
               using reference player-id of request
