           copy "player-select.cpy".
           copy "npc-select.cpy".
           copy "item-select.cpy".
           copy "ledger-select.cpy".

       data division.
       file section.
           copy "player-fd.cpy".
           copy "npc-fd.cpy".
           copy "item-fd.cpy".
           copy "ledger-fd.cpy".

       working-storage section.
           copy "config-paths.cpy".
       01 player-file-status            pic X(02).
       01 npc-file-status               pic X(02).
       01 item-file-status              pic X(02).
       01 ledger-file-status            pic X(02).

       01 shopper-room                  pic 9(05).
       01 vendor-npc-id                 pic X(10).
                              " " delimited by size
                              function trim(item-description)
                                  delimited by size
                              into stock-list
                       end-string
                       if item-template-id not = spaces
                           string function trim(stock-list)
                                      delimited by size
                                  " [" delimited by size
                                  function trim(item-id)
                                      delimited by size
                                  "]" delimited by size
                                  into stock-list
                           end-string
                       end-if
                       string function trim(stock-list)
                                  delimited by size
                              " (" delimited by size
                              function trim(price-display)
                                  delimited by size
                   rewrite item-record
                   subtract item-price from player-coins
                   rewrite player-record
                   set ledger-debit to true
                   set ledger-for-buy to true
                   perform post-ledger-para
                   move player-coins to coins-display
                   string "you buy " delimited by size
                          function trim(item-description)
                   invalid key
                       move "you aren't carrying that." to reply-message
                   not invalid key
                       if item-is-equipped
                          and item-location-id = player-id of request
                           move "you must remove that first."
                             to reply-message
                       else
                           perform check-sale-para
                       end-if
               end-read
           end-if
           .
               rewrite item-record
               add item-price to player-coins
               rewrite player-record
               set ledger-credit to true
               set ledger-for-sell to true
               perform post-ledger-para
               move player-coins to coins-display
               string "you sell " delimited by size
                      function trim(item-description) delimited by size
               move "you aren't carrying that." to reply-message
           end-if
           .

       post-ledger-para.
           move function current-date to ledger-timestamp
           move player-id of request to ledger-player-id
           move item-price to ledger-amount
           move vendor-npc-id to ledger-npc-id
           move item-id to ledger-item-id
           move player-coins to ledger-balance
           set ledger-live to true
           write ledger-record
           .
