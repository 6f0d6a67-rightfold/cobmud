       identification division.
       program-id. cobmud-auction-tick.

       environment division.
       input-output section.
       file-control.
           copy "player-select.cpy".
           copy "item-select.cpy".
           copy "mail-select.cpy".
           copy "auction-select.cpy".
           copy "ledger-select.cpy".

       data division.
       file section.
           copy "player-fd.cpy".
           copy "item-fd.cpy".
           copy "mail-fd.cpy".
           copy "auction-fd.cpy".
           copy "ledger-fd.cpy".

       working-storage section.
           copy "config-paths.cpy".
       01 player-file-status            pic X(02).
       01 item-file-status              pic X(02).
       01 mail-file-status              pic X(02).
       01 auction-file-status           pic X(02).
       01 ledger-file-status            pic X(02).

       01 now-stamp                     pic X(21).
       01 item-found                    pic X(01).
           88 item-is-found             value "Y".
       01 lot-item-text                 pic X(60).
       01 lot-display                   pic Z(06)9.
       01 amount-display                pic Z(06)9.

       01 coin-player-id                pic X(15).
       01 coin-amount                   pic 9(07).
       01 coin-reason                   pic X(05).

       01 notice-recipient              pic X(15).
       01 notice-text                   pic X(200).
       01 notice-sender                 pic X(15) value "auctioneer".
       01 highest-sequence              pic 9(05).

       procedure division.
       main-para.
           move function current-date to now-stamp

           move 0 to lot-number
           start auction-file key is not less than lot-number
               invalid key
                   move "10" to auction-file-status
               not invalid key
                   move "00" to auction-file-status
           end-start

           perform check-one-lot-para until auction-file-status = "10"
           exit program
           .

       check-one-lot-para.
           read auction-file next record
               at end
                   move "10" to auction-file-status
               not at end
                   if lot-is-open
                      and lot-closes-stamp(1:14) <= now-stamp(1:14)
                       perform settle-lot-para
                   end-if
           end-read
           .

       settle-lot-para.
           move lot-number to lot-display
           move "N" to item-found
           move lot-item-id to item-id
           read item-file
               invalid key
                   continue
               not invalid key
                   if item-in-auction
                       set item-is-found to true
                   end-if
           end-read

           move spaces to lot-item-text
           if item-is-found
               string "[" delimited by size
                      function trim(item-id) delimited by size
                      "] " delimited by size
                      function trim(item-description) delimited by size
                      into lot-item-text
               end-string
           else
               string "[" delimited by size
                      function trim(lot-item-id) delimited by size
                      "]" delimited by size
                      into lot-item-text
               end-string
           end-if

           evaluate true
               when not item-is-found
                   perform withdraw-lot-para
               when lot-high-bidder-id = spaces
                   perform return-unsold-para
               when other
                   perform complete-sale-para
           end-evaluate

           move now-stamp to lot-settled-stamp
           rewrite lot-record
           .

       withdraw-lot-para.
           set lot-is-unsold to true
           if lot-high-bidder-id not = spaces
               move lot-high-bidder-id to coin-player-id
               move lot-high-bid to coin-amount
               move "REFND" to coin-reason
               perform credit-coins-para

               move lot-high-bid to amount-display
               move lot-high-bidder-id to notice-recipient
               move spaces to notice-text
               string "lot " delimited by size
                      function trim(lot-display) delimited by size
                      " was withdrawn; the item " delimited by size
                      function trim(lot-item-text) delimited by size
                      " is gone. your bid of " delimited by size
                      function trim(amount-display) delimited by size
                      " coins has been returned." delimited by size
                      into notice-text
               end-string
               perform send-notice-para
           end-if

           move lot-seller-id to notice-recipient
           move spaces to notice-text
           string "lot " delimited by size
                  function trim(lot-display) delimited by size
                  " was withdrawn; the item " delimited by size
                  function trim(lot-item-text) delimited by size
                  " could not be found when the lot closed."
                      delimited by size
                  into notice-text
           end-string
           perform send-notice-para
           .

       return-unsold-para.
           set lot-is-unsold to true
           set item-with-player to true
           move lot-seller-id to item-location-id
           rewrite item-record

           move lot-seller-id to notice-recipient
           move spaces to notice-text
           string "lot " delimited by size
                  function trim(lot-display) delimited by size
                  " closed with no bids. " delimited by size
                  function trim(lot-item-text) delimited by size
                  " has been returned to you." delimited by size
                  into notice-text
           end-string
           perform send-notice-para
           .

       complete-sale-para.
           set lot-is-sold to true
           set item-with-player to true
           move lot-high-bidder-id to item-location-id
           rewrite item-record

           move lot-seller-id to coin-player-id
           move lot-high-bid to coin-amount
           move "AUCTN" to coin-reason
           perform credit-coins-para

           move lot-high-bid to amount-display
           move lot-seller-id to notice-recipient
           move spaces to notice-text
           string "lot " delimited by size
                  function trim(lot-display) delimited by size
                  " sold: " delimited by size
                  function trim(lot-item-text) delimited by size
                  " went to " delimited by size
                  function trim(lot-high-bidder-id) delimited by size
                  " for " delimited by size
                  function trim(amount-display) delimited by size
                  " coins, which are now in your purse."
                      delimited by size
                  into notice-text
           end-string
           perform send-notice-para

           move lot-high-bidder-id to notice-recipient
           move spaces to notice-text
           string "you won lot " delimited by size
                  function trim(lot-display) delimited by size
                  " for " delimited by size
                  function trim(amount-display) delimited by size
                  " coins. " delimited by size
                  function trim(lot-item-text) delimited by size
                  " is now in your inventory." delimited by size
                  into notice-text
           end-string
           perform send-notice-para
           .

       credit-coins-para.
           move coin-player-id to player-id of player-record
           read player-file
               invalid key
                   continue
               not invalid key
                   perform post-credit-para
           end-read
           .

       post-credit-para.
           if player-coins + coin-amount > 9999999
               add coin-amount to player-bank-coins
               rewrite player-record
               set ledger-credit to true
               move coin-reason to ledger-reason
               perform post-ledger-para
               set ledger-debit to true
               set ledger-for-deposit to true
               perform post-ledger-para
           else
               add coin-amount to player-coins
               rewrite player-record
               set ledger-credit to true
               move coin-reason to ledger-reason
               perform post-ledger-para
           end-if
           .

       post-ledger-para.
           move function current-date to ledger-timestamp
           move coin-player-id to ledger-player-id
           move coin-amount to ledger-amount
           move spaces to ledger-npc-id
           move lot-item-id to ledger-item-id
           move player-coins to ledger-balance
           set ledger-live to true
           write ledger-record
           .

       send-notice-para.
           move 0 to highest-sequence
           move notice-recipient to mail-recipient
           move 0 to mail-sequence
           start mail-file key is not less than mail-key
               invalid key
                   move "10" to mail-file-status
               not invalid key
                   move "00" to mail-file-status
           end-start
           perform scan-sequence-para until mail-file-status = "10"

           move notice-recipient to mail-recipient
           compute mail-sequence = highest-sequence + 1
           move notice-sender to mail-sender
           move function current-date to mail-sent-timestamp
           set mail-unread to true
           move notice-text to mail-body
           write mail-record
           .

       scan-sequence-para.
           read mail-file next record
               at end
                   move "10" to mail-file-status
               not at end
                   if mail-recipient = notice-recipient
                       move mail-sequence to highest-sequence
                   else
                       move "10" to mail-file-status
                   end-if
           end-read
           .
