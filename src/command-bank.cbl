       identification division.
       program-id. cobmud-command-bank.

       environment division.
       input-output section.
       file-control.
           copy "player-select.cpy".
           copy "npc-select.cpy".
           copy "ledger-select.cpy".

       data division.
       file section.
           copy "player-fd.cpy".
           copy "npc-fd.cpy".
           copy "ledger-fd.cpy".

       working-storage section.
           copy "config-paths.cpy".
       01 player-file-status            pic X(02).
       01 npc-file-status               pic X(02).
       01 ledger-file-status            pic X(02).

       01 customer-room                 pic 9(05).
       01 banker-npc-id                 pic X(10).
       01 banker-name                   pic X(30).
       01 banker-found                  pic X(01).
           88 banker-is-found           value "Y".

       01 transfer-amount               pic 9(07).
       01 amount-display                pic Z(06)9.
       01 coins-display                 pic Z(06)9.
       01 bank-display                  pic Z(06)9.
       01 reply-pointer                 binary-long.

       01 number-input                  pic X(50).
       01 number-value                  pic 9(07).
       01 number-ok                     pic X(01).
           88 number-is-ok              value "Y".
       01 number-length                 binary-long.
       01 number-idx                    binary-long.
       01 number-digit-count            binary-long.

       linkage section.
           copy "request.cpy".
       copy "reply.cpy".

       procedure division using reference request
                                 reference reply-message.
       main-para.
           move spaces to reply-message

           perform find-customer-para
           if reply-message = spaces
               perform find-banker-para
           end-if

           if reply-message = spaces
               evaluate verb of request
                   when "deposit"
                       perform deposit-para
                   when "withdraw"
                       perform withdraw-para
                   when "balance"
                       perform balance-para
               end-evaluate
           end-if
           exit program
           .

       find-customer-para.
           move player-id of request to player-id of player-record
           read player-file
               invalid key
                   move "huh? you don't seem to exist." to reply-message
               not invalid key
                   move player-room to customer-room
           end-read
           .

       find-banker-para.
           move "N" to banker-found
           move low-values to npc-id
           start npc-file key is not less than npc-id
               invalid key
                   move "10" to npc-file-status
               not invalid key
                   move "00" to npc-file-status
           end-start

           perform scan-bankers-para until npc-file-status = "10"

           if not banker-is-found
               move "there is no banker here." to reply-message
           end-if
           .

       scan-bankers-para.
           read npc-file next record
               at end
                   move "10" to npc-file-status
               not at end
                   if npc-is-banker
                      and npc-current-room = customer-room
                       set banker-is-found to true
                       move npc-id to banker-npc-id
                       move npc-name to banker-name
                       move "10" to npc-file-status
                   end-if
           end-read
           .

       deposit-para.
           if function lower-case(arguments of request) = "all"
               move player-coins to transfer-amount
           else
               perform parse-amount-para
           end-if

           evaluate true
               when reply-message not = spaces
                   continue
               when transfer-amount = 0
                   move "you have no coins to deposit." to reply-message
               when transfer-amount > player-coins
                   move "you aren't carrying that many coins."
                     to reply-message
               when player-bank-coins + transfer-amount > 9999999
                   move "the bank cannot hold that many of your coins."
                     to reply-message
               when other
                   subtract transfer-amount from player-coins
                   add transfer-amount to player-bank-coins
                   rewrite player-record
                   set ledger-debit to true
                   set ledger-for-deposit to true
                   perform post-ledger-para
                   move transfer-amount to amount-display
                   string "you deposit " delimited by size
                          function trim(amount-display)
                              delimited by size
                          " coins with " delimited by size
                          function trim(banker-name) delimited by size
                          "." delimited by size
                          into reply-message
                   end-string
                   perform append-balance-para
           end-evaluate
           .

       withdraw-para.
           if function lower-case(arguments of request) = "all"
               move player-bank-coins to transfer-amount
           else
               perform parse-amount-para
           end-if

           evaluate true
               when reply-message not = spaces
                   continue
               when transfer-amount = 0
                   move "you have no coins in the bank."
                     to reply-message
               when transfer-amount > player-bank-coins
                   move "you don't have that many coins in the bank."
                     to reply-message
               when player-coins + transfer-amount > 9999999
                   move "you cannot carry that many coins."
                     to reply-message
               when other
                   subtract transfer-amount from player-bank-coins
                   add transfer-amount to player-coins
                   rewrite player-record
                   set ledger-credit to true
                   set ledger-for-withdraw to true
                   perform post-ledger-para
                   move transfer-amount to amount-display
                   string function trim(banker-name) delimited by size
                          " hands you " delimited by size
                          function trim(amount-display)
                              delimited by size
                          " coins." delimited by size
                          into reply-message
                   end-string
                   perform append-balance-para
           end-evaluate
           .

       balance-para.
           string function trim(banker-name) delimited by size
                  " checks the books." delimited by size
                  into reply-message
           end-string
           perform append-balance-para
           .

       append-balance-para.
           move player-coins to coins-display
           move player-bank-coins to bank-display
           compute reply-pointer =
               function length(function trim(reply-message trailing))
               + 1
           string " you carry " delimited by size
                  function trim(coins-display) delimited by size
                  " coins and have " delimited by size
                  function trim(bank-display) delimited by size
                  " in the bank." delimited by size
                  into reply-message
                  with pointer reply-pointer
           end-string
           .

       parse-amount-para.
           move 0 to transfer-amount
           move arguments of request to number-input
           perform parse-number-para
           if number-is-ok
               move number-value to transfer-amount
           else
               move "how many coins?" to reply-message
           end-if
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

       post-ledger-para.
           move function current-date to ledger-timestamp
           move player-id of request to ledger-player-id
           move transfer-amount to ledger-amount
           move banker-npc-id to ledger-npc-id
           move spaces to ledger-item-id
           move player-coins to ledger-balance
           set ledger-live to true
           write ledger-record
           .
