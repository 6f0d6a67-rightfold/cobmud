       identification division.
       program-id. cobmud-coin-recon.

       environment division.
       input-output section.
       file-control.
           copy "player-select.cpy".
           copy "ledger-select.cpy".
           copy "config-select.cpy".

           select balance-file assign to dynamic balance-file-path
                  organization line sequential
                  file status balance-file-status.

           select report-file assign to dynamic report-file-path
                  organization line sequential
                  file status report-file-status.

       data division.
       file section.
           copy "player-fd.cpy".
           copy "ledger-fd.cpy".
           copy "config-fd.cpy".

       fd  balance-file.
       01 balance-record.
           05 balance-player-id         pic X(15).
           05 balance-coins             pic 9(07).
           05 balance-bank-coins        pic 9(07).
       01 balance-header.
           05 balance-header-tag        pic X(07).
           05 balance-cutoff            pic X(21).

       fd  report-file.
       01 report-line                   pic X(120).

       working-storage section.
           copy "config-paths.cpy".
       01 player-file-status            pic X(02).
       01 ledger-file-status            pic X(02).

       01 startup-config-path           pic X(100).
       01 config-file-status            pic X(02).
       01 config-keyword                pic X(20).
       01 config-value                  pic X(100).

       01 balance-file-path             pic X(100) value "COINBAL".
       01 balance-file-status           pic X(02).
       01 report-file-path              pic X(100) value "COINRPT".
       01 report-file-status            pic X(02).

       01 run-stamp                     pic X(21).
       01 cutoff-timestamp              pic X(21).
       01 baseline-state                pic X(01) value "N".
           88 baseline-is-found         value "Y".

       01 recon-table.
           05 recon-entry occurs 500 times.
               10 recon-player-id       pic X(15).
               10 recon-opening         pic 9(07).
               10 recon-net             pic S9(09).
               10 recon-actual          pic 9(07).
               10 recon-bank-opening    pic 9(07).
               10 recon-bank-net        pic S9(09).
               10 recon-bank-actual     pic 9(07).
               10 recon-posting-count   binary-long.
               10 recon-on-file         pic X(01).
       01 recon-count                   binary-long value 0.
       01 recon-idx                     binary-long.
       01 matched-recon-idx             binary-long.
       01 recon-overflow                pic X(01) value "N".
           88 recon-overflowed          value "Y".
       01 lookup-player-id              pic X(15).

       01 expected-coins                pic S9(09).
       01 coin-difference               pic S9(09).
       01 expected-bank                 pic S9(09).
       01 recon-mismatch                pic X(01).
           88 recon-is-mismatched       value "Y".
       01 opening-display               pic Z(06)9.
       01 net-display                   pic -(08)9.
       01 expected-display              pic -(08)9.
       01 actual-display                pic Z(06)9.
       01 difference-display            pic -(08)9.

       01 live-count                    binary-long value 0.
       01 replayed-count                binary-long value 0.
       01 player-count                  binary-long value 0.
       01 mismatch-count                binary-long value 0.
       01 missing-count                 binary-long value 0.
       01 count-display                 pic ZZZZ9.

       procedure division.
       main-para.
           perform configure-para

           open output report-file
           move "coin ledger reconciliation" to report-line
           write report-line
           move function current-date to report-line
           write report-line
           move spaces to report-line
           write report-line

           move function current-date to run-stamp

           perform load-balances-para

           if not baseline-is-found
               move "no opening balance file; baseline written."
                 to report-line
               write report-line
               perform collect-players-para
               perform write-balances-para
               perform finish-para
           end-if

           move spaces to report-line
           string "ledger postings from " delimited by size
                  cutoff-timestamp delimited by size
                  " to " delimited by size
                  run-stamp delimited by size
                  into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line

           perform apply-ledger-para
           perform collect-players-para
           perform compare-balances-para
           perform write-missing-para
           perform write-balances-para
           perform finish-para
           .

       finish-para.
           if recon-overflowed
               move spaces to report-line
               write report-line
               move spaces to report-line
               string "more than 500 players or postings; "
                          delimited by size
                      "overflow players were not reconciled."
                          delimited by size
                      into report-line
               end-string
               write report-line
           end-if

           move spaces to report-line
           write report-line
           move player-count to count-display
           string "players checked: " delimited by size
                  count-display delimited by size
                  into report-line
           end-string
           write report-line
           move live-count to count-display
           string "live postings applied: " delimited by size
                  count-display delimited by size
                  into report-line
           end-string
           write report-line
           move replayed-count to count-display
           string "replayed postings ignored: " delimited by size
                  count-display delimited by size
                  into report-line
           end-string
           write report-line
           move mismatch-count to count-display
           string "balances not matching: " delimited by size
                  count-display delimited by size
                  into report-line
           end-string
           write report-line
           move missing-count to count-display
           string "ledger players not on file: " delimited by size
                  count-display delimited by size
                  into report-line
           end-string
           write report-line
           close report-file
           stop run
           .

       configure-para.
           move spaces to startup-config-path
           accept startup-config-path from argument-value
           move "PLAYERFL" to player-file-path
           move "LEDGERFL" to ledger-file-path
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
               when "LEDGER-FILE"
                   move config-value to ledger-file-path
               when "BALANCE-FILE"
                   move config-value to balance-file-path
               when "REPORT-FILE"
                   move config-value to report-file-path
               when other
                   continue
           end-evaluate
           .

       load-balances-para.
           move spaces to cutoff-timestamp
           open input balance-file
           if balance-file-status = "00"
               read balance-file
                   at end
                       move "10" to balance-file-status
                   not at end
                       if balance-header-tag = "CUTOFF "
                           move balance-cutoff to cutoff-timestamp
                           set baseline-is-found to true
                       end-if
               end-read
               if baseline-is-found
                   perform load-one-balance-para
                       until balance-file-status = "10"
               end-if
               close balance-file
           end-if
           .

       load-one-balance-para.
           read balance-file
               at end
                   move "10" to balance-file-status
               not at end
                   move balance-player-id to lookup-player-id
                   perform find-recon-entry-para
                   if matched-recon-idx > 0
                       move balance-coins
                         to recon-opening(matched-recon-idx)
                       if balance-bank-coins is numeric
                           move balance-bank-coins
                             to recon-bank-opening(matched-recon-idx)
                       end-if
                   end-if
           end-read
           .

       find-recon-entry-para.
           move 0 to matched-recon-idx
           perform varying recon-idx from 1 by 1
                     until recon-idx > recon-count
               if recon-player-id(recon-idx) = lookup-player-id
                   move recon-idx to matched-recon-idx
               end-if
           end-perform
           if matched-recon-idx = 0
               if recon-count < 500
                   add 1 to recon-count
                   move recon-count to matched-recon-idx
                   move lookup-player-id
                     to recon-player-id(recon-count)
                   move 0 to recon-opening(recon-count)
                   move 0 to recon-net(recon-count)
                   move 0 to recon-actual(recon-count)
                   move 0 to recon-bank-opening(recon-count)
                   move 0 to recon-bank-net(recon-count)
                   move 0 to recon-bank-actual(recon-count)
                   move 0 to recon-posting-count(recon-count)
                   move "N" to recon-on-file(recon-count)
               else
                   set recon-overflowed to true
               end-if
           end-if
           .

       apply-ledger-para.
           open input ledger-file
           if ledger-file-status = "00"
               perform apply-one-posting-para
                   until ledger-file-status = "10"
               close ledger-file
           else
               move "ledger file could not be opened; no postings."
                 to report-line
               write report-line
           end-if
           .

       apply-one-posting-para.
           read ledger-file
               at end
                   move "10" to ledger-file-status
               not at end
                   if ledger-timestamp >= cutoff-timestamp
                      and ledger-timestamp < run-stamp
                       perform apply-posting-para
                   end-if
           end-read
           .

       apply-posting-para.
           if ledger-replayed
               add 1 to replayed-count
           else
               move ledger-player-id to lookup-player-id
               perform find-recon-entry-para
               if matched-recon-idx > 0
                   add 1 to live-count
                   add 1 to recon-posting-count(matched-recon-idx)
                   if ledger-credit
                       add ledger-amount to recon-net(matched-recon-idx)
                   else
                       subtract ledger-amount
                           from recon-net(matched-recon-idx)
                   end-if
                   evaluate true
                       when ledger-for-deposit
                           add ledger-amount
                             to recon-bank-net(matched-recon-idx)
                       when ledger-for-withdraw
                           subtract ledger-amount
                               from recon-bank-net(matched-recon-idx)
                       when other
                           continue
                   end-evaluate
               end-if
           end-if
           .

       collect-players-para.
           open input player-file
           if player-file-status = "00"
               move low-values to player-id of player-record
               start player-file
                   key is not less than player-id of player-record
                   invalid key
                       move "10" to player-file-status
                   not invalid key
                       move "00" to player-file-status
               end-start
               perform collect-one-player-para
                   until player-file-status = "10"
               close player-file
           else
               move "player file could not be opened." to report-line
               write report-line
           end-if
           .

       collect-one-player-para.
           read player-file next record
               at end
                   move "10" to player-file-status
               not at end
                   add 1 to player-count
                   move player-id of player-record to lookup-player-id
                   perform find-recon-entry-para
                   if matched-recon-idx > 0
                       move player-coins
                         to recon-actual(matched-recon-idx)
                       move player-bank-coins
                         to recon-bank-actual(matched-recon-idx)
                       move "Y" to recon-on-file(matched-recon-idx)
                   end-if
           end-read
           .

       compare-balances-para.
           move "players whose balance does not match the ledger"
             to report-line
           write report-line
           perform varying recon-idx from 1 by 1
                     until recon-idx > recon-count
               if recon-on-file(recon-idx) = "Y"
                   move "N" to recon-mismatch
                   compute expected-coins = recon-opening(recon-idx)
                       + recon-net(recon-idx)
                   if expected-coins not = recon-actual(recon-idx)
                       set recon-is-mismatched to true
                       perform write-mismatch-para
                   end-if
                   compute expected-bank =
                       recon-bank-opening(recon-idx)
                       + recon-bank-net(recon-idx)
                   if expected-bank not = recon-bank-actual(recon-idx)
                       set recon-is-mismatched to true
                       perform write-bank-mismatch-para
                   end-if
                   if recon-is-mismatched
                       add 1 to mismatch-count
                   end-if
               end-if
           end-perform
           if mismatch-count = 0
               move "none." to report-line
               write report-line
           end-if
           .

       write-mismatch-para.
           compute coin-difference =
               recon-actual(recon-idx) - expected-coins
           move recon-opening(recon-idx) to opening-display
           move recon-net(recon-idx) to net-display
           move expected-coins to expected-display
           move recon-actual(recon-idx) to actual-display
           move coin-difference to difference-display
           move spaces to report-line
           string function trim(recon-player-id(recon-idx))
                      delimited by size
                  "  opening: " delimited by size
                  function trim(opening-display) delimited by size
                  "  ledger: " delimited by size
                  function trim(net-display) delimited by size
                  "  expected: " delimited by size
                  function trim(expected-display) delimited by size
                  "  on file: " delimited by size
                  function trim(actual-display) delimited by size
                  "  difference: " delimited by size
                  function trim(difference-display) delimited by size
                  into report-line
           end-string
           write report-line
           .

       write-bank-mismatch-para.
           compute coin-difference =
               recon-bank-actual(recon-idx) - expected-bank
           move recon-bank-opening(recon-idx) to opening-display
           move recon-bank-net(recon-idx) to net-display
           move expected-bank to expected-display
           move recon-bank-actual(recon-idx) to actual-display
           move coin-difference to difference-display
           move spaces to report-line
           string function trim(recon-player-id(recon-idx))
                      delimited by size
                  "  bank opening: " delimited by size
                  function trim(opening-display) delimited by size
                  "  ledger: " delimited by size
                  function trim(net-display) delimited by size
                  "  expected: " delimited by size
                  function trim(expected-display) delimited by size
                  "  on file: " delimited by size
                  function trim(actual-display) delimited by size
                  "  difference: " delimited by size
                  function trim(difference-display) delimited by size
                  into report-line
           end-string
           write report-line
           .

       write-missing-para.
           move spaces to report-line
           write report-line
           move "ledger or balance players no longer on file"
             to report-line
           write report-line
           perform varying recon-idx from 1 by 1
                     until recon-idx > recon-count
               if recon-on-file(recon-idx) = "N"
                   add 1 to missing-count
                   perform write-one-missing-para
               end-if
           end-perform
           if missing-count = 0
               move "none." to report-line
               write report-line
           end-if
           .

       write-one-missing-para.
           move recon-opening(recon-idx) to opening-display
           move recon-net(recon-idx) to net-display
           move recon-posting-count(recon-idx) to count-display
           move spaces to report-line
           string function trim(recon-player-id(recon-idx))
                      delimited by size
                  "  opening: " delimited by size
                  function trim(opening-display) delimited by size
                  "  ledger: " delimited by size
                  function trim(net-display) delimited by size
                  "  postings: " delimited by size
                  function trim(count-display) delimited by size
                  into report-line
           end-string
           write report-line
           .

       write-balances-para.
           open output balance-file
           if balance-file-status = "00"
               move spaces to balance-header
               move "CUTOFF " to balance-header-tag
               move run-stamp to balance-cutoff
               write balance-header
               perform varying recon-idx from 1 by 1
                         until recon-idx > recon-count
                   if recon-on-file(recon-idx) = "Y"
                       move recon-player-id(recon-idx)
                         to balance-player-id
                       move recon-actual(recon-idx) to balance-coins
                       move recon-bank-actual(recon-idx)
                         to balance-bank-coins
                       write balance-record
                   end-if
               end-perform
               close balance-file
           else
               move "balance file could not be written." to report-line
               write report-line
           end-if
           .
