       identification division.
       program-id. cobmud-account-archive.

       environment division.
       input-output section.
       file-control.
           copy "player-select.cpy".
           copy "item-select.cpy".
           copy "mail-select.cpy".
           copy "progress-select.cpy".
           copy "group-select.cpy".
           copy "archive-select.cpy".
           copy "ledger-select.cpy".
           copy "auction-select.cpy".
           copy "config-select.cpy".

           select report-file assign to dynamic report-file-path
                  organization line sequential
                  file status report-file-status.

       data division.
       file section.
           copy "player-fd.cpy".
           copy "item-fd.cpy".
           copy "mail-fd.cpy".
           copy "progress-fd.cpy".
           copy "group-fd.cpy".
           copy "archive-fd.cpy".
           copy "ledger-fd.cpy".
           copy "auction-fd.cpy".
           copy "config-fd.cpy".

       fd  report-file.
       01 report-line                   pic X(120).

       working-storage section.
           copy "config-paths.cpy".
       01 player-file-status            pic X(02).
       01 item-file-status              pic X(02).
       01 mail-file-status              pic X(02).
       01 progress-file-status          pic X(02).
       01 group-file-status             pic X(02).
       01 archive-file-status           pic X(02).
       01 ledger-file-status            pic X(02).
       01 auction-file-status           pic X(02).
       01 auction-file-open             pic X(01) value "N".
           88 auction-file-is-open      value "Y".

       01 startup-config-path           pic X(100).
       01 config-file-status            pic X(02).
       01 config-keyword                pic X(20).
       01 config-value                  pic X(100).
       01 run-check-program             pic X(30)
                                        value "cobmud-account-archive".
       01 run-check-result              pic X(01).
           88 run-is-allowed            value "Y".

       01 report-file-path              pic X(100) value "ARCHRPT".
       01 report-file-status            pic X(02).

       01 archive-days                  pic 9(05) value 365.
       01 lost-found-room               pic 9(05) value 1.
       01 lost-found-room-as-text       pic X(15).

       01 run-stamp                     pic X(21).
       01 today-date-num                pic 9(08).
       01 today-integer                 binary-long.
       01 login-date-num                pic 9(08).
       01 dormant-days                  binary-long.

       01 dormant-id                    pic X(15).
       01 skip-reason                   pic X(40).
       01 already-archived              pic X(01).
           88 is-already-archived       value "Y".
       01 open-lot-held                 pic X(01).
           88 has-open-lot              value "Y".

       01 archived-coins                pic 9(07).
       01 archived-bank-coins           pic 9(07).
       01 posting-amount                pic 9(07).
       01 posting-balance               pic 9(07).

       01 items-moved                   pic 9(05).
       01 mail-purged                   pic 9(05).
       01 progress-purged               pic 9(05).

       01 players-read                  binary-long value 0.
       01 players-archived              binary-long value 0.
       01 players-skipped               binary-long value 0.
       01 players-dated                 binary-long value 0.
       01 total-items-moved             binary-long value 0.
       01 total-mail-purged             binary-long value 0.
       01 total-progress-purged         binary-long value 0.
       01 count-display                 pic ZZZZ9.
       01 days-display                  pic ZZZZ9.
       01 items-display                 pic ZZZZ9.
       01 mail-display                  pic ZZZZ9.
       01 progress-display              pic ZZZZ9.

       01 number-input                  pic X(100).
       01 number-value                  pic 9(05).
       01 number-ok                     pic X(01).
           88 number-is-ok              value "Y".
       01 number-length                 binary-long.
       01 number-idx                    binary-long.
       01 number-digit-count            binary-long.

       procedure division.
       main-para.
           perform configure-para
           perform run-check-para

           open output report-file
           move "dormant account archive" to report-line
           write report-line
           move function current-date to report-line
           write report-line
           move spaces to report-line
           write report-line

           move function current-date to run-stamp
           move run-stamp(1:8) to today-date-num
           compute today-integer =
               function integer-of-date(today-date-num)
           move lost-found-room to lost-found-room-as-text

           move archive-days to days-display
           move spaces to report-line
           string "archiving accounts with no login for "
                      delimited by size
                  function trim(days-display) delimited by size
                  " days or more." delimited by size
                  into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line

           open i-o player-file
           if player-file-status not = "00"
               move "player file could not be opened; nothing done."
                 to report-line
               write report-line
               perform finish-para
           end-if

           open i-o archive-file
           if archive-file-status = "35"
               open output archive-file
               close archive-file
               open i-o archive-file
           end-if
           if archive-file-status not = "00"
               move "archive file could not be opened; nothing done."
                 to report-line
               write report-line
               close player-file
               perform finish-para
           end-if

           open extend ledger-file
           if ledger-file-status = "35"
               open output ledger-file
           end-if
           if ledger-file-status not = "00"
               move "ledger file could not be opened; nothing done."
                 to report-line
               write report-line
               close player-file
               close archive-file
               perform finish-para
           end-if

           open input auction-file
           evaluate auction-file-status
               when "00"
                   set auction-file-is-open to true
               when "35"
                   continue
               when other
                   move spaces to report-line
                   string "auction file could not be opened; "
                              delimited by size
                          "nothing done." delimited by size
                          into report-line
                   end-string
                   write report-line
                   close player-file
                   close archive-file
                   close ledger-file
                   perform finish-para
           end-evaluate

           open i-o item-file
           open i-o mail-file
           open i-o progress-file
           open i-o group-file

           move low-values to player-id of player-record
           start player-file
               key is not less than player-id of player-record
               invalid key
                   move "10" to player-file-status
               not invalid key
                   move "00" to player-file-status
           end-start
           perform check-one-player-para
               until player-file-status = "10"

           close player-file
           close archive-file
           close ledger-file
           if auction-file-is-open
               close auction-file
           end-if
           if item-file-status = "00"
               close item-file
           end-if
           if mail-file-status = "00"
               close mail-file
           end-if
           if progress-file-status = "00"
               close progress-file
           end-if
           if group-file-status = "00"
               close group-file
           end-if
           perform finish-para
           .

       finish-para.
           move spaces to report-line
           write report-line
           move players-read to count-display
           move spaces to report-line
           string "players read: " delimited by size
                  count-display delimited by size
                  into report-line
           end-string
           write report-line
           move players-archived to count-display
           move spaces to report-line
           string "players archived: " delimited by size
                  count-display delimited by size
                  into report-line
           end-string
           write report-line
           move players-skipped to count-display
           move spaces to report-line
           string "dormant players left on file: " delimited by size
                  count-display delimited by size
                  into report-line
           end-string
           write report-line
           move players-dated to count-display
           move spaces to report-line
           string "players given a starting login date: "
                      delimited by size
                  count-display delimited by size
                  into report-line
           end-string
           write report-line
           move total-items-moved to count-display
           move spaces to report-line
           string "items moved to lost and found: " delimited by size
                  count-display delimited by size
                  into report-line
           end-string
           write report-line
           move total-mail-purged to count-display
           move spaces to report-line
           string "mail messages purged: " delimited by size
                  count-display delimited by size
                  into report-line
           end-string
           write report-line
           move total-progress-purged to count-display
           move spaces to report-line
           string "quest progress records purged: " delimited by size
                  count-display delimited by size
                  into report-line
           end-string
           write report-line
           close report-file
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
           move "PLAYERFL" to player-file-path
           move "ITEMFL"   to item-file-path
           move "MAILFL"   to mail-file-path
           move "QPROGFL"  to progress-file-path
           move "GROUPFL"  to group-file-path
           move "ARCHFL"   to archive-file-path
           move "LEDGERFL" to ledger-file-path
           move "AUCTFL"   to auction-file-path
           move "RUNCTL"   to runctl-file-path
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
               when "PLAYER-FILE"
                   move config-value to player-file-path
               when "ITEM-FILE"
                   move config-value to item-file-path
               when "MAIL-FILE"
                   move config-value to mail-file-path
               when "PROGRESS-FILE"
                   move config-value to progress-file-path
               when "GROUP-FILE"
                   move config-value to group-file-path
               when "ARCHIVE-FILE"
                   move config-value to archive-file-path
               when "LEDGER-FILE"
                   move config-value to ledger-file-path
               when "AUCTION-FILE"
                   move config-value to auction-file-path
               when "REPORT-FILE"
                   move config-value to report-file-path
               when "ARCHIVE-DAYS"
                   move config-value to number-input
                   perform parse-number-para
                   if number-is-ok and number-value > 0
                       move number-value to archive-days
                   end-if
               when "LOST-FOUND-ROOM"
                   move config-value to number-input
                   perform parse-number-para
                   if number-is-ok
                       move number-value to lost-found-room
                   end-if
               when "RUN-CONTROL-FILE"
                   move config-value to runctl-file-path
               when other
                   continue
           end-evaluate
           .

       check-one-player-para.
           read player-file next record
               at end
                   move "10" to player-file-status
               not at end
                   add 1 to players-read
                   perform check-dormancy-para
           end-read
           .

       check-dormancy-para.
           if player-last-login-date is not numeric
               perform start-login-date-para
           else
               move player-last-login-date to login-date-num
               compute dormant-days = today-integer
                   - function integer-of-date(login-date-num)
               if dormant-days >= archive-days
                   perform dormant-player-para
               end-if
           end-if
           .

       start-login-date-para.
           if player-created-date is numeric
               move player-created-date to player-last-login-date
           else
               move run-stamp(1:8) to player-created-date
               move run-stamp(1:8) to player-last-login-date
           end-if
           rewrite player-record
           add 1 to players-dated
           .

       dormant-player-para.
           move player-id of player-record to dormant-id
           move "N" to already-archived
           move dormant-id to archive-player-id
           read archive-file
               invalid key
                   continue
               not invalid key
                   set is-already-archived to true
           end-read
           perform check-open-lots-para

           evaluate true
               when player-logged-in
                   move "still logged in" to skip-reason
                   perform skip-player-para
               when player-is-operator
                   move "operator account" to skip-reason
                   perform skip-player-para
               when is-already-archived
                   move "name already on the archive file"
                     to skip-reason
                   perform skip-player-para
               when has-open-lot
                   move "open auction lot" to skip-reason
                   perform skip-player-para
               when other
                   perform archive-player-para
           end-evaluate
           .

       check-open-lots-para.
           move "N" to open-lot-held
           if auction-file-is-open
               move 0 to lot-number
               start auction-file key is not less than lot-number
                   invalid key
                       move "10" to auction-file-status
                   not invalid key
                       move "00" to auction-file-status
               end-start
               perform check-one-lot-para
                   until auction-file-status = "10"
               move "00" to auction-file-status
           end-if
           .

       check-one-lot-para.
           read auction-file next record
               at end
                   move "10" to auction-file-status
               not at end
                   if lot-is-open
                      and (lot-seller-id = dormant-id
                        or lot-high-bidder-id = dormant-id)
                       set has-open-lot to true
                       move "10" to auction-file-status
                   end-if
           end-read
           .

       skip-player-para.
           add 1 to players-skipped
           move spaces to report-line
           string "left on file: " delimited by size
                  function trim(dormant-id) delimited by size
                  " (" delimited by size
                  function trim(skip-reason) delimited by size
                  ")" delimited by size
                  into report-line
           end-string
           write report-line
           .

       archive-player-para.
           move 0 to items-moved
           move 0 to mail-purged
           move 0 to progress-purged

           move spaces to archive-record
           move dormant-id to archive-player-id
           move run-stamp to archive-stamp
           move player-record to archive-player-data
           move player-coins to archived-coins
           move player-bank-coins to archived-bank-coins

           perform relocate-items-para
           perform purge-mail-para
           perform purge-progress-para
           perform purge-group-para

           move items-moved to archive-items-moved
           move mail-purged to archive-mail-purged
           move progress-purged to archive-progress-purged
           write archive-record
               invalid key
                   move "archive record could not be written"
                     to skip-reason
                   perform skip-player-para
               not invalid key
                   perform remove-player-para
           end-write
           .

       remove-player-para.
           delete player-file record
           perform post-archived-coins-para
           add 1 to players-archived
           add items-moved to total-items-moved
           add mail-purged to total-mail-purged
           add progress-purged to total-progress-purged

           move dormant-days to days-display
           move items-moved to items-display
           move mail-purged to mail-display
           move progress-purged to progress-display
           move spaces to report-line
           string "archived: " delimited by size
                  dormant-id delimited by size
                  " idle days: " delimited by size
                  days-display delimited by size
                  " items: " delimited by size
                  items-display delimited by size
                  " mail: " delimited by size
                  mail-display delimited by size
                  " quests: " delimited by size
                  progress-display delimited by size
                  into report-line
           end-string
           write report-line
           .

       post-archived-coins-para.
           if archived-coins > 0
               move archived-coins to posting-amount
               move 0 to posting-balance
               set ledger-debit to true
               set ledger-for-admin to true
               perform post-ledger-para
           end-if
           if archived-bank-coins > 0
               move archived-bank-coins to posting-amount
               move archived-bank-coins to posting-balance
               set ledger-credit to true
               set ledger-for-withdraw to true
               perform post-ledger-para
               move 0 to posting-balance
               set ledger-debit to true
               set ledger-for-admin to true
               perform post-ledger-para
           end-if
           .

       post-ledger-para.
           move function current-date to ledger-timestamp
           move dormant-id to ledger-player-id
           move posting-amount to ledger-amount
           move spaces to ledger-npc-id
           move spaces to ledger-item-id
           move posting-balance to ledger-balance
           set ledger-live to true
           write ledger-record
           .

       relocate-items-para.
           if item-file-status = "00"
               move low-values to item-id
               start item-file key is not less than item-id
                   invalid key
                       move "10" to item-file-status
                   not invalid key
                       move "00" to item-file-status
               end-start
               perform relocate-one-item-para
                   until item-file-status = "10"
               move "00" to item-file-status
           end-if
           .

       relocate-one-item-para.
           read item-file next record
               at end
                   move "10" to item-file-status
               not at end
                   if item-with-player
                      and item-location-id = dormant-id
                       set item-in-room to true
                       set item-not-equipped to true
                       move lost-found-room-as-text
                         to item-location-id
                       rewrite item-record
                       add 1 to items-moved
                   end-if
           end-read
           .

       purge-mail-para.
           if mail-file-status = "00"
               move dormant-id to mail-recipient
               move 0 to mail-sequence
               start mail-file key is not less than mail-key
                   invalid key
                       move "10" to mail-file-status
                   not invalid key
                       move "00" to mail-file-status
               end-start
               perform purge-one-mail-para
                   until mail-file-status = "10"
               move "00" to mail-file-status
           end-if
           .

       purge-one-mail-para.
           read mail-file next record
               at end
                   move "10" to mail-file-status
               not at end
                   if mail-recipient not = dormant-id
                       move "10" to mail-file-status
                   else
                       delete mail-file record
                       add 1 to mail-purged
                   end-if
           end-read
           .

       purge-progress-para.
           if progress-file-status = "00"
               move dormant-id to progress-player-id
               move low-values to progress-quest-id
               start progress-file key is not less than progress-key
                   invalid key
                       move "10" to progress-file-status
                   not invalid key
                       move "00" to progress-file-status
               end-start
               perform purge-one-progress-para
                   until progress-file-status = "10"
               move "00" to progress-file-status
           end-if
           .

       purge-one-progress-para.
           read progress-file next record
               at end
                   move "10" to progress-file-status
               not at end
                   if progress-player-id not = dormant-id
                       move "10" to progress-file-status
                   else
                       delete progress-file record
                       add 1 to progress-purged
                   end-if
           end-read
           .

       purge-group-para.
           if group-file-status = "00"
               move low-values to group-member-id
               start group-file key is not less than group-member-id
                   invalid key
                       move "10" to group-file-status
                   not invalid key
                       move "00" to group-file-status
               end-start
               perform purge-one-group-para
                   until group-file-status = "10"
               move "00" to group-file-status
           end-if
           .

       purge-one-group-para.
           read group-file next record
               at end
                   move "10" to group-file-status
               not at end
                   if group-member-id = dormant-id
                      or group-leader-id = dormant-id
                       delete group-file record
                   end-if
           end-read
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
