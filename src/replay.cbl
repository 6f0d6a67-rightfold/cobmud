           copy "quest-select.cpy".
           copy "progress-select.cpy".
           copy "audit-select.cpy".
           copy "ledger-select.cpy".
           copy "level-select.cpy".
           copy "config-select.cpy".

           select snap-control-file
           copy "quest-fd.cpy".
           copy "progress-fd.cpy".
           copy "audit-fd.cpy".
           copy "ledger-fd.cpy".
           copy "level-fd.cpy".
           copy "config-fd.cpy".

       fd  snap-control-file.
       01 quest-file-status             pic X(02).
       01 progress-file-status          pic X(02).
       01 audit-file-status             pic X(02).
       01 ledger-file-status            pic X(02).
       01 level-file-status             pic X(02).

       01 quest-file-open               pic X(01) value "N".
           88 quest-file-is-open        value "Y".
       01 progress-file-open            pic X(01) value "N".
           88 progress-file-is-open     value "Y".
       01 ledger-file-open              pic X(01) value "N".
           88 ledger-file-is-open       value "Y".
       01 level-file-open               pic X(01) value "N".
           88 level-file-is-open        value "Y".

       01 experience-points             pic 9(07).
       01 experience-announce           pic X(01) value "N".
       01 new-level                     pic 9(03).

       01 startup-config-path           pic X(100).
       01 config-file-status            pic X(02).
       01 config-keyword                pic X(20).
       01 config-value                  pic X(100).
       01 run-check-program             pic X(30)
                                        value "cobmud-replay".
       01 run-check-result              pic X(01).
           88 run-is-allowed            value "Y".

       01 snap-control-path             pic X(100) value "SNAPCTL".
       01 snap-control-status           pic X(02).
       01 replay-vendor-id              pic X(10).
       01 replay-word                   pic X(10).
       01 replay-bag-id                 pic X(10).
       01 replay-slot                   pic X(01).
       01 occupant-found                pic X(01).
           88 occupant-is-found         value "Y".
       01 bag-usable                    pic X(01).
           88 bag-is-usable             value "Y".
       01 replay-talk-npc               pic X(10).
       01 replay-keyword                pic X(15).

       01 number-input                  pic X(15).
       01 number-value                  pic 9(07).
       01 number-ok                     pic X(01).
           88 number-is-ok              value "Y".
       01 number-length                 binary-long.
       01 number-digit-count            binary-long.
       01 vendor-found                  pic X(01).
           88 vendor-is-found           value "Y".
       01 replay-banker-id              pic X(10).
       01 banker-found                  pic X(01).
           88 banker-is-found           value "Y".
       01 replay-amount                 pic 9(07).
       01 starting-room                 pic 9(05) value 1.
       01 destination-room              pic 9(05).
       01 exit-idx                      binary-long.
       procedure division.
       main-para.
           perform configure-para
           perform run-check-para

           open output report-file
           move "audit replay report" to report-line
           if progress-file-status = "00"
               set progress-file-is-open to true
           end-if
           open extend ledger-file
           if ledger-file-status = "35"
               open output ledger-file
           end-if
           if ledger-file-status = "00"
               set ledger-file-is-open to true
           end-if
           open input level-file
           if level-file-status = "00"
               set level-file-is-open to true
           end-if
           if player-file-status not = "00"
              or item-file-status not = "00"
               move "master files not opened; nothing replayed."
           if progress-file-is-open
               close progress-file
           end-if
           if ledger-file-is-open
               close ledger-file
           end-if
           if level-file-is-open
               close level-file
           end-if
           perform finish-para
           .

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
           move "ROOMFL"   to room-file-path
           move "ITEMFL"   to item-file-path
           move "AUDITLOG" to audit-file-path
           move "LEDGERFL" to ledger-file-path
           move "LEVELFL"  to level-file-path
           move "RUNCTL"   to runctl-file-path
           if startup-config-path not = spaces
               perform load-config-para
           end-if
                   move config-value to progress-file-path
               when "AUDIT-FILE"
                   move config-value to audit-file-path
               when "LEDGER-FILE"
                   move config-value to ledger-file-path
               when "LEVEL-FILE"
                   move config-value to level-file-path
               when "SNAP-CONTROL-FILE"
                   move config-value to snap-control-path
               when "REPORT-FILE"
                   move config-value to report-file-path
               when "RUN-CONTROL-FILE"
                   move config-value to runctl-file-path
               when other
                   continue
           end-evaluate
                   perform replay-take-para
               when "talk"
                   perform replay-talk-para
               when "wield"
               when "wear"
               when "remove"
                   perform replay-equip-para
               when "deposit"
               when "withdraw"
                   perform replay-bank-para
               when other
                   continue
           end-evaluate
                   move 2 to player-damage
                   set gossip-is-on to true
                   set trade-is-on to true
                   move 0 to player-experience
                   move 1 to player-level
                   move 0 to player-bank-coins
                   move audit-timestamp(1:8) to player-created-date
                   move audit-timestamp(1:8) to player-last-login-date
                   move 0 to player-failed-logins
                   move spaces to player-lockout-until
                   write player-record
                   add 1 to applied-count
                   perform note-register-para
               not invalid key
                   set player-logged-in to true
                   move spaces to player-session-token
                   move audit-timestamp(1:8) to player-last-login-date
                   move 0 to player-failed-logins
                   move spaces to player-lockout-until
                   rewrite player-record
                   add 1 to applied-count
           end-read
                   if destination-room = 0
                       perform skip-record-para
                   else
                       perform replay-level-gate-para
                   end-if
           end-read
           .

       replay-level-gate-para.
           move destination-room to room-number
           read room-file
               invalid key
                   move 0 to room-min-level
           end-read
           if room-min-level > player-level
              and not player-is-operator
               perform skip-record-para
           else
               move destination-room to player-room
               rewrite player-record
               add 1 to applied-count
               perform replay-check-goal-para
           end-if
           .

       replay-check-goal-para.
           if quest-file-is-open and progress-file-is-open
               move replay-player-id to progress-player-id
           move 0 to number-value
           compute number-length =
               function length(function trim(number-input))
           if number-length >= 1 and number-length <= 7
               move 0 to number-digit-count
               perform varying number-idx from 1 by 1
                         until number-idx > number-length
                   perform skip-record-para
               not invalid key
                   move player-room to replay-room-as-text
                   evaluate true
                       when not item-in-room
                       when item-location-id not = replay-room-as-text
                           perform skip-record-para
                       when item-is-coin-pile
                           perform replay-collect-pile-para
                       when other
                           set item-with-player to true
                           move replay-player-id to item-location-id
                           rewrite item-record
                           add 1 to applied-count
                   end-evaluate
           end-read
           .

       replay-collect-pile-para.
           if player-coins + item-coin-amount > 9999999
               perform skip-record-para
           else
               add item-coin-amount to player-coins
               rewrite player-record
               delete item-file record
               set ledger-credit to true
               move item-coin-amount to ledger-amount
               set ledger-for-pile to true
               move spaces to ledger-npc-id
               move item-id to ledger-item-id
               perform post-ledger-para
               add 1 to applied-count
           end-if
           .

       replay-drop-para.
           move audit-arguments(1:10) to replay-item-id
           move replay-item-id to item-id
               not invalid key
                   if item-with-player
                      and item-location-id = replay-player-id
                      and not item-is-equipped
                       move player-room to replay-room-as-text
                       set item-in-room to true
                       move replay-room-as-text to item-location-id
           end-read
           .

       replay-equip-para.
           move audit-arguments(1:10) to replay-item-id
           move replay-item-id to item-id
           read item-file
               invalid key
                   perform skip-record-para
               not invalid key
                   evaluate true
                       when not item-with-player
                       when item-location-id not = replay-player-id
                           perform skip-record-para
                       when audit-verb = "remove"
                           set item-not-equipped to true
                           rewrite item-record
                           add 1 to applied-count
                       when item-is-equipped
                       when item-no-slot
                           perform skip-record-para
                       when audit-verb = "wield"
                        and not item-slot-weapon
                           perform skip-record-para
                       when audit-verb = "wear"
                        and not item-slot-body
                        and not item-slot-head
                        and not item-slot-shield
                           perform skip-record-para
                       when other
                           move item-slot to replay-slot
                           perform replay-occupy-slot-para
                   end-evaluate
           end-read
           .

       replay-occupy-slot-para.
           move "N" to occupant-found
           move low-values to item-id
           start item-file key is not less than item-id
               invalid key
                   move "10" to item-file-status
               not invalid key
                   move "00" to item-file-status
           end-start
           perform replay-scan-occupant-para
               until item-file-status = "10"
           move "00" to item-file-status

           if occupant-is-found
               perform skip-record-para
           else
               move replay-item-id to item-id
               read item-file
                   invalid key
                       perform skip-record-para
                   not invalid key
                       set item-is-equipped to true
                       rewrite item-record
                       add 1 to applied-count
               end-read
           end-if
           .

       replay-scan-occupant-para.
           read item-file next record
               at end
                   move "10" to item-file-status
               not at end
                   if item-with-player
                      and item-location-id = replay-player-id
                      and item-is-equipped
                      and item-slot = replay-slot
                       set occupant-is-found to true
                       move "10" to item-file-status
                   end-if
           end-read
           .

       replay-give-para.
           move spaces to replay-item-id
           move spaces to replay-target-id
               not invalid key
                   if item-with-player
                      and item-location-id = replay-player-id
                      and not item-is-equipped
                      and replay-target-id not = spaces
                       perform replay-give-target-para
                   else
                       not invalid key
                           add quest-reward-coins to player-coins
                           rewrite player-record
                           set ledger-credit to true
                           move quest-reward-coins to ledger-amount
                           set ledger-for-quest to true
                           move quest-giver-npc to ledger-npc-id
                           move spaces to ledger-item-id
                           perform post-ledger-para
                   end-read
               when quest-rewards-item
                   move quest-reward-item to item-id
               when other
                   continue
           end-evaluate

           if quest-reward-xp > 0 and level-file-is-open
               move quest-reward-xp to experience-points
               call "cobmud-award-experience"
                   using reference replay-player-id
                         reference experience-points
                         reference experience-announce
                         reference new-level
           end-if
           .

       replay-buy-para.
               not invalid key
                   if item-with-npc
                      and player-coins >= item-price
                       move item-location-id(1:10) to replay-vendor-id
                       set item-with-player to true
                       move replay-player-id to item-location-id
                       rewrite item-record
                       subtract item-price from player-coins
                       rewrite player-record
                       set ledger-debit to true
                       move item-price to ledger-amount
                       set ledger-for-buy to true
                       move replay-vendor-id to ledger-npc-id
                       move item-id to ledger-item-id
                       perform post-ledger-para
                       add 1 to applied-count
                   else
                       perform skip-record-para
               not invalid key
                   if item-with-player
                      and item-location-id = replay-player-id
                      and not item-is-equipped
                       perform find-replay-vendor-para
                       if vendor-is-found
                           set item-with-npc to true
                           rewrite item-record
                           add item-price to player-coins
                           rewrite player-record
                           set ledger-credit to true
                           move item-price to ledger-amount
                           set ledger-for-sell to true
                           move replay-vendor-id to ledger-npc-id
                           move item-id to ledger-item-id
                           perform post-ledger-para
                           add 1 to applied-count
                       else
                           perform skip-record-para
                   not invalid key
                       if item-with-player
                          and item-location-id = replay-player-id
                          and not item-is-equipped
                          and not item-is-container
                           set item-in-item to true
                           move spaces to item-location-id
           end-read
           .

       replay-bank-para.
           move replay-player-id to player-id of player-record
           read player-file
               invalid key
                   perform skip-record-para
               not invalid key
                   perform find-replay-banker-para
                   if banker-is-found
                       perform replay-bank-amount-para
                   else
                       perform skip-record-para
                   end-if
           end-read
           .

       replay-bank-amount-para.
           move 0 to replay-amount
           if function lower-case(audit-arguments) = "all"
               if audit-verb = "deposit"
                   move player-coins to replay-amount
               else
                   move player-bank-coins to replay-amount
               end-if
           else
               move audit-arguments to number-input
               perform parse-number-para
               if number-is-ok
                   move number-value to replay-amount
               end-if
           end-if

           evaluate true
               when replay-amount = 0
                   perform skip-record-para
               when audit-verb = "deposit"
                   if replay-amount > player-coins
                      or player-bank-coins + replay-amount > 9999999
                       perform skip-record-para
                   else
                       subtract replay-amount from player-coins
                       add replay-amount to player-bank-coins
                       rewrite player-record
                       set ledger-debit to true
                       set ledger-for-deposit to true
                       perform post-bank-ledger-para
                   end-if
               when other
                   if replay-amount > player-bank-coins
                      or player-coins + replay-amount > 9999999
                       perform skip-record-para
                   else
                       subtract replay-amount from player-bank-coins
                       add replay-amount to player-coins
                       rewrite player-record
                       set ledger-credit to true
                       set ledger-for-withdraw to true
                       perform post-bank-ledger-para
                   end-if
           end-evaluate
           .

       post-bank-ledger-para.
           move replay-amount to ledger-amount
           move replay-banker-id to ledger-npc-id
           move spaces to ledger-item-id
           perform post-ledger-para
           add 1 to applied-count
           .

       find-replay-banker-para.
           move "N" to banker-found
           move low-values to npc-id
           start npc-file key is not less than npc-id
               invalid key
                   move "10" to npc-file-status
               not invalid key
                   move "00" to npc-file-status
           end-start
           perform scan-replay-bankers-para
               until npc-file-status = "10"
           .

       scan-replay-bankers-para.
           read npc-file next record
               at end
                   move "10" to npc-file-status
               not at end
                   if npc-is-banker
                      and npc-current-room = player-room
                       set banker-is-found to true
                       move npc-id to replay-banker-id
                       move "10" to npc-file-status
                   end-if
           end-read
           .

       parse-bag-arguments-para.
           move spaces to replay-item-id
           move spaces to replay-word
           end-read
           .

       post-ledger-para.
           if ledger-file-is-open
               move audit-timestamp to ledger-timestamp
               move replay-player-id to ledger-player-id
               move player-coins to ledger-balance
               set ledger-replayed to true
               write ledger-record
           end-if
           .

       skip-record-para.
           add 1 to skipped-count
           move spaces to report-line
