       identification division.
       program-id. cobmud-command-auction.

       environment division.
       input-output section.
       file-control.
           copy "player-select.cpy".
           copy "item-select.cpy".
           copy "auction-select.cpy".
           copy "ledger-select.cpy".
           copy "error-log-select.cpy".

       data division.
       file section.
           copy "player-fd.cpy".
           copy "item-fd.cpy".
           copy "auction-fd.cpy".
           copy "ledger-fd.cpy".
           copy "error-log-fd.cpy".

       working-storage section.
           copy "config-paths.cpy".
           copy "zmq-pub.cpy".

       01 player-file-status            pic X(02).
       01 item-file-status              pic X(02).
       01 auction-file-status           pic X(02).
       01 ledger-file-status            pic X(02).

       01 auction-item-id               pic X(10).
       01 first-amount-input            pic X(50).
       01 second-amount-input           pic X(50).
       01 minimum-bid                   pic 9(07).
       01 auction-hours                 pic 9(07).
       01 auction-minutes               pic 9(07).
       01 auction-max-hours             pic 9(07) value 168.
       01 bid-lot-number                pic 9(07).
       01 bid-amount                    pic 9(07).
       01 held-amount                   pic 9(07).
       01 outbid-player-id              pic X(15).
       01 outbid-amount                 pic 9(07).
       01 highest-lot                   pic 9(07).
       01 lot-as-text                   pic X(15).

       01 now-stamp                     pic X(21).
       01 stamp-to-format               pic X(21).
       01 stamp-text                    pic X(16).

       01 ledger-amount-to-post         pic 9(07).
       01 ledger-player-to-post         pic X(15).
       01 ledger-item-to-post           pic X(10).

       01 lot-display                   pic Z(06)9.
       01 amount-display                pic Z(06)9.
       01 minimum-display               pic Z(06)9.
       01 reply-pointer                 binary-long.
       01 lots-listed                   binary-long.
       01 lots-not-shown                binary-long.
       01 lot-line                      pic X(80).

       01 number-input                  pic X(50).
       01 number-value                  pic 9(07).
       01 number-ok                     pic X(01).
           88 number-is-ok              value "Y".
       01 number-length                 binary-long.
       01 number-idx                    binary-long.
       01 number-digit-count            binary-long.

       01 error-log-file-status         pic X(02).
       01 error-source-paragraph        pic X(30).
       01 broadcast-message             pic X(280).
       01 zmq-send-flags                binary-long value 0.
       01 zmq-errno                     binary-long.
       01 zmq-strerror                  pointer.
       01 zmq-ok                        binary-long.
       01 error-text-view               pic X(100) based.
       01 error-text-length             binary-long.

       linkage section.
           copy "request.cpy".
       copy "reply.cpy".

       procedure division using reference request
                                 reference reply-message.
       main-para.
           move spaces to reply-message
           move function current-date to now-stamp

           move player-id of request to player-id of player-record
           read player-file
               invalid key
                   move "huh? you don't seem to exist." to reply-message
           end-read

           if reply-message = spaces
               evaluate verb of request
                   when "auction"
                       perform auction-para
                   when "bid"
                       perform bid-para
                   when "auctions"
                       perform list-lots-para
               end-evaluate
           end-if
           exit program
           .

       auction-para.
           move spaces to auction-item-id
           move spaces to first-amount-input
           move spaces to second-amount-input
           unstring arguments of request delimited by all " "
               into auction-item-id first-amount-input
                    second-amount-input
           end-unstring

           move first-amount-input to number-input
           perform parse-number-para
           move number-value to minimum-bid
           if number-is-ok
               move second-amount-input to number-input
               perform parse-number-para
               move number-value to auction-hours
           end-if

           evaluate true
               when auction-item-id = spaces
                  or not number-is-ok
                   move "usage: auction <item> <minimum bid> <hours>."
                     to reply-message
               when minimum-bid = 0
                   move "the minimum bid must be at least 1 coin."
                     to reply-message
               when auction-hours = 0
                  or auction-hours > auction-max-hours
                   move "an auction can run from 1 to 168 hours."
                     to reply-message
               when other
                   perform find-auction-item-para
           end-evaluate
           .

       find-auction-item-para.
           move auction-item-id to item-id
           read item-file
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
                           perform open-lot-para
                   end-evaluate
           end-read
           .

       open-lot-para.
           perform find-next-lot-para
           move highest-lot to lot-number
           add 1 to lot-number
           move item-id to lot-item-id
           move player-id of request to lot-seller-id
           move minimum-bid to lot-minimum-bid
           move 0 to lot-high-bid
           move spaces to lot-high-bidder-id
           move now-stamp to lot-opened-stamp
           compute auction-minutes = auction-hours * 60
           call "cobmud-add-minutes"
               using reference now-stamp
                     reference auction-minutes
                     reference lot-closes-stamp
           set lot-is-open to true
           move spaces to lot-settled-stamp
           write lot-record
               invalid key
                   move "the auctioneer is busy; try again."
                     to reply-message
               not invalid key
                   perform escrow-item-para
           end-write
           .

       escrow-item-para.
           move lot-number to lot-as-text
           set item-in-auction to true
           move lot-as-text to item-location-id
           rewrite item-record

           move lot-number to lot-display
           move minimum-bid to minimum-display
           move lot-closes-stamp to stamp-to-format
           perform format-stamp-para
           string "lot " delimited by size
                  function trim(lot-display) delimited by size
                  ": [" delimited by size
                  function trim(item-id) delimited by size
                  "] " delimited by size
                  function trim(item-description) delimited by size
                  " goes under the hammer." delimited by size
                  " minimum bid " delimited by size
                  function trim(minimum-display) delimited by size
                  ", closing " delimited by size
                  stamp-text delimited by size
                  "." delimited by size
                  into reply-message
           end-string
           .

       find-next-lot-para.
           move 0 to highest-lot
           move 0 to lot-number
           start auction-file key is not less than lot-number
               invalid key
                   move "10" to auction-file-status
               not invalid key
                   move "00" to auction-file-status
           end-start

           perform scan-lots-para until auction-file-status = "10"
           .

       scan-lots-para.
           read auction-file next record
               at end
                   move "10" to auction-file-status
               not at end
                   move lot-number to highest-lot
           end-read
           .

       bid-para.
           move spaces to first-amount-input
           move spaces to second-amount-input
           unstring arguments of request delimited by all " "
               into first-amount-input second-amount-input
           end-unstring

           move first-amount-input to number-input
           perform parse-number-para
           move number-value to bid-lot-number
           if number-is-ok
               move second-amount-input to number-input
               perform parse-number-para
               move number-value to bid-amount
           end-if

           if not number-is-ok or bid-amount = 0
               move "usage: bid <lot> <amount>." to reply-message
           else
               move bid-lot-number to lot-number
               read auction-file
                   invalid key
                       move "there is no such lot." to reply-message
                   not invalid key
                       perform check-bid-para
               end-read
           end-if
           .

       check-bid-para.
           move 0 to held-amount
           if lot-high-bidder-id = player-id of request
               move lot-high-bid to held-amount
           end-if

           evaluate true
               when not lot-is-open
                  or lot-closes-stamp(1:14) <= now-stamp(1:14)
                   move "that lot is no longer open for bidding."
                     to reply-message
               when lot-seller-id = player-id of request
                   move "you cannot bid on your own lot."
                     to reply-message
               when lot-high-bidder-id = spaces
                and bid-amount < lot-minimum-bid
                   move lot-minimum-bid to minimum-display
                   string "the minimum bid on that lot is "
                              delimited by size
                          function trim(minimum-display)
                              delimited by size
                          " coins." delimited by size
                          into reply-message
                   end-string
               when lot-high-bidder-id not = spaces
                and bid-amount <= lot-high-bid
                   move lot-high-bid to minimum-display
                   string "you must bid more than "
                              delimited by size
                          function trim(minimum-display)
                              delimited by size
                          " coins." delimited by size
                          into reply-message
                   end-string
               when player-coins + held-amount < bid-amount
                   move "you aren't carrying that many coins."
                     to reply-message
               when other
                   perform place-bid-para
           end-evaluate
           .

       place-bid-para.
           if lot-high-bidder-id not = spaces
              and lot-high-bidder-id not = player-id of request
               move lot-high-bidder-id to outbid-player-id
               move lot-high-bid to outbid-amount
               perform refund-outbid-para
           end-if

           move player-id of request to player-id of player-record
           read player-file
               invalid key
                   move "huh? you don't seem to exist." to reply-message
           end-read

           if reply-message = spaces
               perform hold-bid-para
           end-if
           .

       hold-bid-para.
           move lot-item-id to ledger-item-to-post
           move player-id of request to ledger-player-to-post
           if held-amount > 0
               add held-amount to player-coins
               move held-amount to ledger-amount-to-post
               set ledger-credit to true
               set ledger-for-refund to true
               perform post-ledger-para
           end-if
           subtract bid-amount from player-coins
           rewrite player-record
           move bid-amount to ledger-amount-to-post
           set ledger-debit to true
           set ledger-for-bid to true
           perform post-ledger-para

           move bid-amount to lot-high-bid
           move player-id of request to lot-high-bidder-id
           rewrite lot-record

           move lot-number to lot-display
           move bid-amount to amount-display
           string "you bid " delimited by size
                  function trim(amount-display) delimited by size
                  " coins on lot " delimited by size
                  function trim(lot-display) delimited by size
                  ". the coins are held until the lot closes."
                      delimited by size
                  into reply-message
           end-string
           .

       refund-outbid-para.
           move outbid-player-id to player-id of player-record
           read player-file
               invalid key
                   continue
               not invalid key
                   perform credit-outbid-para
           end-read
           .

       credit-outbid-para.
           add outbid-amount to player-coins
           rewrite player-record
           move outbid-amount to ledger-amount-to-post
           move outbid-player-id to ledger-player-to-post
           move lot-item-id to ledger-item-to-post
           set ledger-credit to true
           set ledger-for-refund to true
           perform post-ledger-para

           move lot-number to lot-display
           move outbid-amount to amount-display
           move spaces to broadcast-message
           string outbid-player-id delimited by space
                  " you have been outbid on lot " delimited by size
                  function trim(lot-display) delimited by size
                  "; your " delimited by size
                  function trim(amount-display) delimited by size
                  " coins are returned." delimited by size
                  into broadcast-message
           end-string
           perform publish-para
           .

       list-lots-para.
           move 0 to lots-listed
           move 0 to lots-not-shown
           move "lots open for bidding:" to reply-message
           move 23 to reply-pointer

           move 0 to lot-number
           start auction-file key is not less than lot-number
               invalid key
                   move "10" to auction-file-status
               not invalid key
                   move "00" to auction-file-status
           end-start
           perform list-one-lot-para until auction-file-status = "10"

           evaluate true
               when lots-listed = 0
                   move "there are no lots open for bidding."
                     to reply-message
               when lots-not-shown > 0
                   move lots-not-shown to lot-display
                   string " and " delimited by size
                          function trim(lot-display) delimited by size
                          " more." delimited by size
                          into reply-message
                          with pointer reply-pointer
                   end-string
           end-evaluate
           .

       list-one-lot-para.
           read auction-file next record
               at end
                   move "10" to auction-file-status
               not at end
                   if lot-is-open
                      and lot-closes-stamp(1:14) > now-stamp(1:14)
                       perform list-lot-line-para
                   end-if
           end-read
           .

       list-lot-line-para.
           move lot-number to lot-display
           move lot-closes-stamp to stamp-to-format
           perform format-stamp-para
           move spaces to lot-line
           if lot-high-bidder-id = spaces
               move lot-minimum-bid to amount-display
               string " lot " delimited by size
                      function trim(lot-display) delimited by size
                      " [" delimited by size
                      function trim(lot-item-id) delimited by size
                      "] min " delimited by size
                      function trim(amount-display) delimited by size
                      " closes " delimited by size
                      stamp-text delimited by size
                      ";" delimited by size
                      into lot-line
               end-string
           else
               move lot-high-bid to amount-display
               string " lot " delimited by size
                      function trim(lot-display) delimited by size
                      " [" delimited by size
                      function trim(lot-item-id) delimited by size
                      "] bid " delimited by size
                      function trim(amount-display) delimited by size
                      " closes " delimited by size
                      stamp-text delimited by size
                      ";" delimited by size
                      into lot-line
               end-string
           end-if

           if reply-pointer
              + function length(function trim(lot-line trailing))
              > 440
               add 1 to lots-not-shown
           else
               string lot-line delimited by ";"
                      ";" delimited by size
                      into reply-message
                      with pointer reply-pointer
               end-string
               add 1 to lots-listed
           end-if
           .

       format-stamp-para.
           move spaces to stamp-text
           string stamp-to-format(1:4) delimited by size
                  "-" delimited by size
                  stamp-to-format(5:2) delimited by size
                  "-" delimited by size
                  stamp-to-format(7:2) delimited by size
                  " " delimited by size
                  stamp-to-format(9:2) delimited by size
                  ":" delimited by size
                  stamp-to-format(11:2) delimited by size
                  into stamp-text
           end-string
           .

       post-ledger-para.
           move function current-date to ledger-timestamp
           move ledger-player-to-post to ledger-player-id
           move ledger-amount-to-post to ledger-amount
           move spaces to ledger-npc-id
           move ledger-item-to-post to ledger-item-id
           move player-coins to ledger-balance
           set ledger-live to true
           write ledger-record
           .

       parse-number-para.
           move "N" to number-ok
           move 0 to number-value
           compute number-length =
               function length(function trim(number-input))
           if number-length >= 1 and number-length <= 7
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

       publish-para.
           call "zmq_send"
               using value zmq-pub-socket
                     reference broadcast-message
                     value function length(broadcast-message)
                     value zmq-send-flags
               giving zmq-ok
           if zmq-ok = -1
               move "publish-para" to error-source-paragraph
               perform zmq-error-para
           end-if
           .

       zmq-error-para.
           call "zmq_errno" giving zmq-errno
           call "zmq_strerror" using value zmq-errno
                               giving zmq-strerror
           set address of error-text-view to zmq-strerror

           move 0 to error-text-length
           inspect error-text-view tallying error-text-length
               for characters before initial x"00"
           if error-text-length > 100
               move 100 to error-text-length
           end-if

           open extend error-log-file
           if error-log-file-status = "35"
               open output error-log-file
           end-if

           move function current-date to error-log-timestamp
           move "cobmud-command-auction" to error-log-program-id
           move error-source-paragraph to error-log-paragraph
           move zmq-errno to error-log-errno
           move spaces to error-log-strerror
           if error-text-length > 0
               move error-text-view(1:error-text-length)
                   to error-log-strerror(1:error-text-length)
           end-if
           write error-log-record
           close error-log-file
           .
