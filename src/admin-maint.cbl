       file-control.
           copy "player-select.cpy".
           copy "room-select.cpy".
           copy "ledger-select.cpy".
           copy "archive-select.cpy".
           copy "config-select.cpy".

           select trans-file assign to dynamic trans-file-path
       file section.
           copy "player-fd.cpy".
           copy "room-fd.cpy".
           copy "ledger-fd.cpy".
           copy "archive-fd.cpy".
           copy "config-fd.cpy".

       fd  trans-file.
           copy "config-paths.cpy".
       01 player-file-status            pic X(02).
       01 room-file-status              pic X(02).
       01 ledger-file-status            pic X(02).
       01 archive-file-status           pic X(02).

       01 startup-config-path           pic X(100).
       01 config-file-status            pic X(02).
       01 config-keyword                pic X(20).
       01 config-value                  pic X(100).
       01 run-check-program             pic X(30)
                                        value "cobmud-admin-maint".
       01 run-check-result              pic X(01).
           88 run-is-allowed            value "Y".

       01 trans-file-path               pic X(100) value "ADMTRANS".
       01 trans-file-status             pic X(02).

       01 room-file-open                pic X(01) value "N".
           88 room-file-is-open         value "Y".
       01 ledger-file-open              pic X(01) value "N".
           88 ledger-file-is-open       value "Y".
       01 archive-file-open             pic X(01) value "N".
           88 archive-file-is-open      value "Y".

       01 adjust-sign                   pic X(01).
       01 adjust-amount                 pic 9(07).

       01 reset-password                pic X(15).
       01 hashed-password               pic X(15).
       procedure division.
       main-para.
           perform configure-para
           perform run-check-para

           open output exception-file
           move "account maintenance exceptions" to exception-line
               set room-file-is-open to true
           end-if

           open extend ledger-file
           if ledger-file-status = "35"
               open output ledger-file
           end-if
           if ledger-file-status = "00"
               set ledger-file-is-open to true
           end-if

           open i-o archive-file
           if archive-file-status = "00"
               set archive-file-is-open to true
           end-if

           open input trans-file
           if trans-file-status = "00"
               perform process-trans-para
           if room-file-is-open
               close room-file
           end-if
           if ledger-file-is-open
               close ledger-file
           end-if
           if archive-file-is-open
               close archive-file
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
           move "PLAYERFL" to player-file-path
           move "ROOMFL"   to room-file-path
           move "LEDGERFL" to ledger-file-path
           move "ARCHFL"   to archive-file-path
           move "RUNCTL"   to runctl-file-path
           if startup-config-path not = spaces
               perform load-config-para
           end-if
                   move config-value to player-file-path
               when "ROOM-FILE"
                   move config-value to room-file-path
               when "LEDGER-FILE"
                   move config-value to ledger-file-path
               when "ARCHIVE-FILE"
                   move config-value to archive-file-path
               when "TRANS-FILE"
                   move config-value to trans-file-path
               when "EXCEPTION-FILE"
                   move config-value to exception-file-path
               when "RUN-CONTROL-FILE"
                   move config-value to runctl-file-path
               when other
                   continue
           end-evaluate
               into trans-action trans-target trans-value
           end-unstring

           evaluate true
               when trans-target = spaces
                   perform reject-trans-para
               when trans-action = "RESTORE"
                   perform restore-account-para
               when other
                   perform find-target-para
           end-evaluate
           .

       find-target-para.
                   perform set-room-para
               when "OPERATOR"
                   perform set-operator-para
               when "COINS"
                   perform adjust-coins-para
               when other
                   perform reject-trans-para
           end-evaluate
           end-evaluate
           .

       adjust-coins-para.
           move trans-value(1:1) to adjust-sign
           move trans-value(2:) to number-input
           perform parse-number-para
           if not ledger-file-is-open
              or not number-is-ok
              or number-value = 0
               perform reject-trans-para
           else
               move number-value to adjust-amount
               evaluate adjust-sign
                   when "+"
                       perform credit-coins-para
                   when "-"
                       perform debit-coins-para
                   when other
                       perform reject-trans-para
               end-evaluate
           end-if
           .

       credit-coins-para.
           if player-coins + adjust-amount > 9999999
               perform reject-trans-para
           else
               add adjust-amount to player-coins
               rewrite player-record
               set ledger-credit to true
               set ledger-for-admin to true
               perform post-ledger-para
               add 1 to applied-count
           end-if
           .

       debit-coins-para.
           if adjust-amount > player-coins
               perform reject-trans-para
           else
               subtract adjust-amount from player-coins
               rewrite player-record
               set ledger-debit to true
               set ledger-for-admin to true
               perform post-ledger-para
               add 1 to applied-count
           end-if
           .

       restore-account-para.
           if not archive-file-is-open
              or not ledger-file-is-open
               perform reject-trans-para
           else
               move trans-target to archive-player-id
               read archive-file
                   invalid key
                       perform reject-trans-para
                   not invalid key
                       perform check-name-free-para
               end-read
           end-if
           .

       check-name-free-para.
           move archive-player-id to player-id of player-record
           read player-file
               invalid key
                   perform reinstate-player-para
               not invalid key
                   perform reject-trans-para
           end-read
           .

       reinstate-player-para.
           move archive-player-data to player-record
           set player-logged-out to true
           move spaces to player-session-token
           move function current-date(1:8) to player-last-login-date
           move 0 to player-failed-logins
           move spaces to player-lockout-until
           write player-record
               invalid key
                   perform reject-trans-para
               not invalid key
                   delete archive-file record
                   perform post-restored-coins-para
                   add 1 to applied-count
           end-write
           .

       post-restored-coins-para.
           if player-coins > 0
               move player-coins to adjust-amount
               set ledger-credit to true
               set ledger-for-admin to true
               perform post-ledger-para
           end-if
           if player-bank-coins > 0
               move player-bank-coins to adjust-amount
               set ledger-credit to true
               set ledger-for-admin to true
               perform post-ledger-para
               set ledger-debit to true
               set ledger-for-deposit to true
               perform post-ledger-para
           end-if
           .

       post-ledger-para.
           move function current-date to ledger-timestamp
           move player-id of player-record to ledger-player-id
           move adjust-amount to ledger-amount
           move spaces to ledger-npc-id
           move spaces to ledger-item-id
           move player-coins to ledger-balance
           set ledger-live to true
           write ledger-record
           .

       parse-number-para.
           move "N" to number-ok
           move 0 to number-value
