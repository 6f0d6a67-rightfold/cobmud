       identification division.
       program-id. cobmud-extract.

       environment division.
       input-output section.
       file-control.
           copy "player-select.cpy".
           copy "item-select.cpy".
           copy "progress-select.cpy".
           copy "quest-select.cpy".
           copy "mail-select.cpy".
           copy "config-select.cpy".

           select extract-player-file
                  assign to dynamic extract-player-path
                  organization line sequential
                  file status extract-player-status.

           select extract-item-file
                  assign to dynamic extract-item-path
                  organization line sequential
                  file status extract-item-status.

           select extract-progress-file
                  assign to dynamic extract-progress-path
                  organization line sequential
                  file status extract-progress-status.

           select extract-mail-file
                  assign to dynamic extract-mail-path
                  organization line sequential
                  file status extract-mail-status.

           select report-file assign to dynamic report-file-path
                  organization line sequential
                  file status report-file-status.

       data division.
       file section.
           copy "player-fd.cpy".
           copy "item-fd.cpy".
           copy "progress-fd.cpy".
           copy "quest-fd.cpy".
           copy "mail-fd.cpy".
           copy "config-fd.cpy".

       fd  extract-player-file.
       01 extract-player-line           pic X(400).

       fd  extract-item-file.
       01 extract-item-line             pic X(400).

       fd  extract-progress-file.
       01 extract-progress-line         pic X(400).

       fd  extract-mail-file.
       01 extract-mail-line             pic X(400).

       fd  report-file.
       01 report-line                   pic X(80).

       working-storage section.
           copy "config-paths.cpy".
       01 player-file-status            pic X(02).
       01 item-file-status              pic X(02).
       01 progress-file-status          pic X(02).
       01 quest-file-status             pic X(02).
       01 mail-file-status              pic X(02).

       01 startup-config-path           pic X(100).
       01 config-file-status            pic X(02).
       01 config-keyword                pic X(20).
       01 config-value                  pic X(100).

       01 extract-player-path           pic X(100) value "XPLAYER".
       01 extract-player-status         pic X(02).
       01 extract-item-path             pic X(100) value "XITEM".
       01 extract-item-status           pic X(02).
       01 extract-progress-path         pic X(100) value "XQPROG".
       01 extract-progress-status       pic X(02).
       01 extract-mail-path             pic X(100) value "XMAILBOX".
       01 extract-mail-status           pic X(02).
       01 report-file-path              pic X(100) value "EXTRPT".
       01 report-file-status            pic X(02).

       01 run-stamp                     pic X(21).
       01 business-date                 pic X(08) value spaces.

       01 extract-line                  pic X(400).
       01 extract-name                  pic X(10).
       01 extract-count                 pic 9(09).
       01 extract-hash                  pic 9(15).
       01 clean-text                    pic X(200).

       01 players-extracted             pic 9(09) value 0.
       01 players-hash                  pic 9(15) value 0.
       01 items-extracted               pic 9(09) value 0.
       01 items-hash                    pic 9(15) value 0.
       01 progress-extracted            pic 9(09) value 0.
       01 progress-hash                 pic 9(15) value 0.
       01 mailboxes-extracted           pic 9(09) value 0.
       01 mailboxes-hash                pic 9(15) value 0.

       01 quest-found                   pic X(01).
           88 quest-is-found            value "Y".

       01 mailbox-owner                 pic X(15).
       01 mailbox-total                 pic 9(05).
       01 mailbox-unread                pic 9(05).
       01 mailbox-oldest-stamp          pic X(21).
       01 mailbox-newest-stamp          pic X(21).

       01 count-display                 pic Z(08)9.
       01 hash-display                  pic Z(14)9.

       procedure division.
       main-para.
           perform configure-para

           move function current-date to run-stamp
           if business-date = spaces
               move run-stamp(1:8) to business-date
           end-if

           perform extract-players-para
           perform extract-items-para
           perform extract-progress-para
           perform extract-mailboxes-para

           open output report-file
           move "warehouse extract report" to report-line
           write report-line
           move function current-date to report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "business date: " delimited by size
                  business-date delimited by size
                  into report-line
           end-string
           write report-line

           move "players" to extract-name
           move players-extracted to extract-count
           move players-hash to extract-hash
           perform write-report-count-para
           move "items" to extract-name
           move items-extracted to extract-count
           move items-hash to extract-hash
           perform write-report-count-para
           move "progress" to extract-name
           move progress-extracted to extract-count
           move progress-hash to extract-hash
           perform write-report-count-para
           move "mailboxes" to extract-name
           move mailboxes-extracted to extract-count
           move mailboxes-hash to extract-hash
           perform write-report-count-para
           close report-file

           stop run
           .

       configure-para.
           move spaces to startup-config-path
           accept startup-config-path from argument-value
           move "PLAYERFL" to player-file-path
           move "ITEMFL"   to item-file-path
           move "QPROGFL"  to progress-file-path
           move "QUESTFL"  to quest-file-path
           move "MAILFL"   to mail-file-path
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
               when "PROGRESS-FILE"
                   move config-value to progress-file-path
               when "QUEST-FILE"
                   move config-value to quest-file-path
               when "MAIL-FILE"
                   move config-value to mail-file-path
               when "EXTRACT-PLAYER-FILE"
                   move config-value to extract-player-path
               when "EXTRACT-ITEM-FILE"
                   move config-value to extract-item-path
               when "EXTRACT-PROGRESS-FILE"
                   move config-value to extract-progress-path
               when "EXTRACT-MAIL-FILE"
                   move config-value to extract-mail-path
               when "REPORT-FILE"
                   move config-value to report-file-path
               when "BUSINESS-DATE"
                   if config-value(1:8) is numeric
                      and config-value(9:) = spaces
                       move config-value(1:8) to business-date
                   end-if
               when other
                   continue
           end-evaluate
           .

       build-header-para.
           move spaces to extract-line
           string "H|" delimited by size
                  function trim(extract-name) delimited by size
                  "|" delimited by size
                  business-date delimited by size
                  "|" delimited by size
                  run-stamp(1:14) delimited by size
                  into extract-line
           end-string
           .

       build-trailer-para.
           move spaces to extract-line
           string "T|" delimited by size
                  function trim(extract-name) delimited by size
                  "|" delimited by size
                  extract-count delimited by size
                  "|" delimited by size
                  extract-hash delimited by size
                  into extract-line
           end-string
           .

       clean-text-para.
           inspect clean-text replacing all "|" by "/"
           .

       extract-players-para.
           open output extract-player-file
           move "PLAYERS" to extract-name
           perform build-header-para
           write extract-player-line from extract-line

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
               perform extract-one-player-para
                   until player-file-status = "10"
               close player-file
           end-if

           move players-extracted to extract-count
           move players-hash to extract-hash
           perform build-trailer-para
           write extract-player-line from extract-line
           close extract-player-file
           .

       extract-one-player-para.
           read player-file next record
               at end
                   move "10" to player-file-status
               not at end
                   perform write-player-detail-para
           end-read
           .

       write-player-detail-para.
           move spaces to extract-line
           string "D|" delimited by size
                  function trim(player-id of player-record)
                      delimited by size
                  "|" delimited by size
                  player-room delimited by size
                  "|" delimited by size
                  player-status delimited by size
                  "|" delimited by size
                  player-operator-flag delimited by size
                  "|" delimited by size
                  player-level delimited by size
                  "|" delimited by size
                  player-experience delimited by size
                  "|" delimited by size
                  player-hit-points delimited by size
                  "|" delimited by size
                  player-max-hit-points delimited by size
                  "|" delimited by size
                  player-damage delimited by size
                  "|" delimited by size
                  player-coins delimited by size
                  "|" delimited by size
                  player-bank-coins delimited by size
                  "|" delimited by size
                  player-gossip-flag delimited by size
                  "|" delimited by size
                  player-trade-flag delimited by size
                  "|" delimited by size
                  player-created-date delimited by size
                  "|" delimited by size
                  player-last-login-date delimited by size
                  into extract-line
           end-string
           write extract-player-line from extract-line
           add 1 to players-extracted
           add player-coins to players-hash
           add player-bank-coins to players-hash
           .

       extract-items-para.
           open output extract-item-file
           move "ITEMS" to extract-name
           perform build-header-para
           write extract-item-line from extract-line

           open input item-file
           if item-file-status = "00"
               move low-values to item-id
               start item-file key is not less than item-id
                   invalid key
                       move "10" to item-file-status
                   not invalid key
                       move "00" to item-file-status
               end-start
               perform extract-one-item-para
                   until item-file-status = "10"
               close item-file
           end-if

           move items-extracted to extract-count
           move items-hash to extract-hash
           perform build-trailer-para
           write extract-item-line from extract-line
           close extract-item-file
           .

       extract-one-item-para.
           read item-file next record
               at end
                   move "10" to item-file-status
               not at end
                   perform write-item-detail-para
           end-read
           .

       write-item-detail-para.
           move item-description to clean-text
           perform clean-text-para
           move spaces to extract-line
           string "D|" delimited by size
                  function trim(item-id) delimited by size
                  "|" delimited by size
                  function trim(item-template-id) delimited by size
                  "|" delimited by size
                  function trim(clean-text) delimited by size
                  "|" delimited by size
                  item-location-type delimited by size
                  "|" delimited by size
                  function trim(item-location-id) delimited by size
                  "|" delimited by size
                  item-weight delimited by size
                  "|" delimited by size
                  item-price delimited by size
                  "|" delimited by size
                  item-container-flag delimited by size
                  "|" delimited by size
                  item-capacity delimited by size
                  "|" delimited by size
                  item-coin-pile-flag delimited by size
                  "|" delimited by size
                  item-coin-amount delimited by size
                  "|" delimited by size
                  item-slot delimited by size
                  "|" delimited by size
                  item-bonus delimited by size
                  "|" delimited by size
                  item-equipped-flag delimited by size
                  into extract-line
           end-string
           write extract-item-line from extract-line
           add 1 to items-extracted
           add item-price to items-hash
           add item-coin-amount to items-hash
           .

       extract-progress-para.
           open output extract-progress-file
           move "PROGRESS" to extract-name
           perform build-header-para
           write extract-progress-line from extract-line

           open input quest-file
           open input progress-file
           if progress-file-status = "00"
               move low-values to progress-key
               start progress-file key is not less than progress-key
                   invalid key
                       move "10" to progress-file-status
                   not invalid key
                       move "00" to progress-file-status
               end-start
               perform extract-one-progress-para
                   until progress-file-status = "10"
               close progress-file
           end-if
           if quest-file-status = "00"
               close quest-file
           end-if

           move progress-extracted to extract-count
           move progress-hash to extract-hash
           perform build-trailer-para
           write extract-progress-line from extract-line
           close extract-progress-file
           .

       extract-one-progress-para.
           read progress-file next record
               at end
                   move "10" to progress-file-status
               not at end
                   perform find-quest-para
                   perform write-progress-detail-para
           end-read
           .

       find-quest-para.
           move "N" to quest-found
           move progress-quest-id to quest-id
           read quest-file
               invalid key
                   continue
               not invalid key
                   set quest-is-found to true
           end-read
           if not quest-is-found
               initialize quest-record
               move progress-quest-id to quest-id
           end-if
           .

       write-progress-detail-para.
           move quest-description to clean-text
           perform clean-text-para
           move spaces to extract-line
           string "D|" delimited by size
                  function trim(progress-player-id) delimited by size
                  "|" delimited by size
                  function trim(progress-quest-id) delimited by size
                  "|" delimited by size
                  progress-status delimited by size
                  "|" delimited by size
                  progress-started-stamp(1:14) delimited by size
                  "|" delimited by size
                  progress-completed-stamp(1:14) delimited by size
                  "|" delimited by size
                  quest-found delimited by size
                  "|" delimited by size
                  function trim(quest-giver-npc) delimited by size
                  "|" delimited by size
                  quest-type delimited by size
                  "|" delimited by size
                  function trim(quest-target) delimited by size
                  "|" delimited by size
                  quest-reward-type delimited by size
                  "|" delimited by size
                  function trim(quest-reward-item) delimited by size
                  "|" delimited by size
                  quest-reward-coins delimited by size
                  "|" delimited by size
                  quest-reward-xp delimited by size
                  "|" delimited by size
                  function trim(clean-text) delimited by size
                  into extract-line
           end-string
           write extract-progress-line from extract-line
           add 1 to progress-extracted
           if progress-complete
               add quest-reward-coins to progress-hash
           end-if
           .

       extract-mailboxes-para.
           open output extract-mail-file
           move "MAILBOXES" to extract-name
           perform build-header-para
           write extract-mail-line from extract-line

           move spaces to mailbox-owner
           open input mail-file
           if mail-file-status = "00"
               move low-values to mail-key
               start mail-file key is not less than mail-key
                   invalid key
                       move "10" to mail-file-status
                   not invalid key
                       move "00" to mail-file-status
               end-start
               perform extract-one-mail-para
                   until mail-file-status = "10"
               close mail-file
           end-if
           if mailbox-owner not = spaces
               perform write-mailbox-detail-para
           end-if

           move mailboxes-extracted to extract-count
           move mailboxes-hash to extract-hash
           perform build-trailer-para
           write extract-mail-line from extract-line
           close extract-mail-file
           .

       extract-one-mail-para.
           read mail-file next record
               at end
                   move "10" to mail-file-status
               not at end
                   perform count-mail-para
           end-read
           .

       count-mail-para.
           if mail-recipient not = mailbox-owner
               if mailbox-owner not = spaces
                   perform write-mailbox-detail-para
               end-if
               move mail-recipient to mailbox-owner
               move 0 to mailbox-total
               move 0 to mailbox-unread
               move mail-sent-timestamp to mailbox-oldest-stamp
               move mail-sent-timestamp to mailbox-newest-stamp
           end-if

           add 1 to mailbox-total
           if mail-unread
               add 1 to mailbox-unread
           end-if
           if mail-sent-timestamp(1:14) < mailbox-oldest-stamp(1:14)
               move mail-sent-timestamp to mailbox-oldest-stamp
           end-if
           if mail-sent-timestamp(1:14) > mailbox-newest-stamp(1:14)
               move mail-sent-timestamp to mailbox-newest-stamp
           end-if
           .

       write-mailbox-detail-para.
           move spaces to extract-line
           string "D|" delimited by size
                  function trim(mailbox-owner) delimited by size
                  "|" delimited by size
                  mailbox-total delimited by size
                  "|" delimited by size
                  mailbox-unread delimited by size
                  "|" delimited by size
                  mailbox-oldest-stamp(1:14) delimited by size
                  "|" delimited by size
                  mailbox-newest-stamp(1:14) delimited by size
                  into extract-line
           end-string
           write extract-mail-line from extract-line
           add 1 to mailboxes-extracted
           add mailbox-total to mailboxes-hash
           .

       write-report-count-para.
           move extract-count to count-display
           move extract-hash to hash-display
           move spaces to report-line
           string extract-name delimited by size
                  " records: " delimited by size
                  count-display delimited by size
                  "  hash: " delimited by size
                  hash-display delimited by size
                  into report-line
           end-string
           write report-line
           .
