       identification division.
       program-id. cobmud-leaderboard.

       environment division.
       input-output section.
       file-control.
           copy "player-select.cpy".
           copy "progress-select.cpy".
           copy "room-select.cpy".
           copy "board-select.cpy".
           copy "audit-select.cpy".
           copy "config-select.cpy".

           select report-file assign to dynamic report-file-path
                  organization line sequential
                  file status report-file-status.

       data division.
       file section.
           copy "player-fd.cpy".
           copy "progress-fd.cpy".
           copy "room-fd.cpy".
           copy "board-fd.cpy".
           copy "audit-fd.cpy".
           copy "config-fd.cpy".

       fd  report-file.
       01 report-line                   pic X(220).

       working-storage section.
           copy "config-paths.cpy".
       01 player-file-status            pic X(02).
       01 progress-file-status          pic X(02).
       01 room-file-status              pic X(02).
       01 board-file-status             pic X(02).
       01 audit-file-status             pic X(02).

       01 startup-config-path           pic X(100).
       01 config-file-status            pic X(02).
       01 config-keyword                pic X(20).
       01 config-value                  pic X(100).
       01 run-check-program             pic X(30)
                                        value "cobmud-leaderboard".
       01 run-check-result              pic X(01).
           88 run-is-allowed            value "Y".

       01 report-file-path              pic X(100) value "LEADRPT".
       01 report-file-status            pic X(02).

       01 leader-room                   pic 9(05) value 1.
       01 leader-days                   pic 9(05) value 7.
       01 leader-author                 pic X(15) value "leaderboard".

       01 today-date-num                pic 9(08).
       01 today-integer                 binary-long.
       01 cutoff-integer                binary-long.
       01 cutoff-date-num               pic 9(08).
       01 cutoff-date-text              pic X(08).
       01 audit-base-path               pic X(100).
       01 generation-integer            binary-long.
       01 generation-date-num           pic 9(08).
       01 audit-logs-read               binary-long value 0.

       01 standing-table.
           05 standing-entry occurs 500 times.
               10 standing-player-id    pic X(15).
               10 standing-wealth       binary-long.
               10 standing-quests       binary-long.
               10 standing-play-seconds pic 9(18) comp.
               10 standing-session-open pic X(01).
                   88 session-is-open   value "Y".
                   88 session-is-closed value "N".
               10 standing-session-start
                                        pic 9(18) comp.
               10 standing-last-seen    pic 9(18) comp.
               10 standing-score        pic 9(18) comp.
               10 standing-listed       pic X(01).
       01 standing-count                binary-long value 0.
       01 standing-idx                  binary-long.
       01 matched-standing-idx          binary-long.
       01 standing-overflow             pic X(01) value "N".
           88 standing-overflowed       value "Y".
       01 lookup-player-id              pic X(15).

       01 stamp-input                   pic X(21).
       01 stamp-date-num                pic 9(08).
       01 stamp-hour-num                pic 9(02).
       01 stamp-minute-num              pic 9(02).
       01 stamp-second-num              pic 9(02).
       01 stamp-seconds                 pic 9(18) comp.

       01 category-code                 pic X(01).
           88 category-wealth           value "W".
           88 category-quests           value "Q".
           88 category-playtime         value "P".
       01 category-title                pic X(60).
       01 rank-limit                    binary-long value 10.
       01 rank-number                   binary-long.
       01 best-idx                      binary-long.
       01 best-value                    pic 9(18) comp.

       01 highest-sequence              pic 9(05).
       01 notice-text                   pic X(200).
       01 notice-pointer                binary-long.
       01 notice-entries                binary-long.
       01 entry-text                    pic X(40).
       01 entry-length                  binary-long.
       01 notices-posted                binary-long value 0.
       01 notice-written                pic X(01).
           88 notice-was-written        value "Y".

       01 rank-display                  pic Z9.
       01 value-display                 pic Z(07)9.
       01 hours-value                   pic 9(07).
       01 minutes-value                 pic 9(02).
       01 hours-display                 pic Z(06)9.
       01 room-display                  pic ZZZZ9.
       01 count-display                 pic ZZZZ9.

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
           move "weekly leaderboard posting report" to report-line
           write report-line
           move function current-date to report-line
           write report-line
           move spaces to report-line
           write report-line

           move function current-date(1:8) to today-date-num
           compute today-integer =
               function integer-of-date(today-date-num)
           compute cutoff-integer = today-integer - leader-days
           compute cutoff-date-num =
               function date-of-integer(cutoff-integer)
           move cutoff-date-num to cutoff-date-text

           perform check-board-room-para

           perform load-standings-para
           perform count-quests-para
           perform tally-playtime-para

           open i-o board-file
           if board-file-status = "35"
               open output board-file
               close board-file
               open i-o board-file
           end-if
           if board-file-status not = "00"
               move "board file could not be opened; nothing posted."
                 to report-line
               write report-line
               move 8 to return-code
               perform finish-para
           end-if
           perform find-next-sequence-para

           set category-wealth to true
           move "weekly leaderboard, wealth (coins and bank):"
             to category-title
           perform post-category-para

           set category-quests to true
           move "weekly leaderboard, quests completed:"
             to category-title
           perform post-category-para

           set category-playtime to true
           move "weekly leaderboard, time played this week:"
             to category-title
           perform post-category-para

           close board-file
           perform finish-para
           .

       finish-para.
           move spaces to report-line
           write report-line
           move standing-count to count-display
           string "players ranked: " delimited by size
                  function trim(count-display) delimited by size
                  into report-line
           end-string
           write report-line
           move spaces to report-line
           move audit-logs-read to count-display
           string "audit logs read: " delimited by size
                  function trim(count-display) delimited by size
                  into report-line
           end-string
           write report-line
           move spaces to report-line
           move notices-posted to count-display
           string "notices posted: " delimited by size
                  function trim(count-display) delimited by size
                  into report-line
           end-string
           write report-line
           if standing-overflowed
               move "more than 500 players; the rest were not ranked."
                 to report-line
               write report-line
           end-if
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
           move "QPROGFL"  to progress-file-path
           move "ROOMFL"   to room-file-path
           move "BOARDFL"  to board-file-path
           move "AUDITLOG" to audit-file-path
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
               when "PROGRESS-FILE"
                   move config-value to progress-file-path
               when "ROOM-FILE"
                   move config-value to room-file-path
               when "BOARD-FILE"
                   move config-value to board-file-path
               when "AUDIT-FILE"
                   move config-value to audit-file-path
               when "REPORT-FILE"
                   move config-value to report-file-path
               when "RUN-CONTROL-FILE"
                   move config-value to runctl-file-path
               when "LEADER-ROOM"
                   move config-value to number-input
                   perform parse-number-para
                   if number-is-ok
                       move number-value to leader-room
                   end-if
               when "LEADER-DAYS"
                   move config-value to number-input
                   perform parse-number-para
                   if number-is-ok and number-value > 0
                       move number-value to leader-days
                   end-if
               when other
                   continue
           end-evaluate
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

       check-board-room-para.
           move leader-room to room-display
           open input room-file
           if room-file-status = "00"
               move leader-room to room-number
               read room-file
                   invalid key
                       move "N" to room-board-flag
               end-read
               close room-file
           else
               move "N" to room-board-flag
           end-if

           if not room-has-board
               move spaces to report-line
               string "room " delimited by size
                      function trim(room-display) delimited by size
                      " has no bulletin board; nothing posted."
                          delimited by size
                      into report-line
               end-string
               write report-line
               move 8 to return-code
               perform finish-para
           end-if
           .

       load-standings-para.
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
               perform load-one-standing-para
                   until player-file-status = "10"
               close player-file
           end-if
           .

       load-one-standing-para.
           read player-file next record
               at end
                   move "10" to player-file-status
               not at end
                   if standing-count < 500
                       add 1 to standing-count
                       move player-id of player-record
                         to standing-player-id(standing-count)
                       compute standing-wealth(standing-count) =
                           player-coins + player-bank-coins
                       move 0 to standing-quests(standing-count)
                       move 0 to standing-play-seconds(standing-count)
                       set session-is-closed(standing-count) to true
                       move 0 to standing-session-start(standing-count)
                       move 0 to standing-last-seen(standing-count)
                   else
                       set standing-overflowed to true
                   end-if
           end-read
           .

       find-standing-para.
           move 0 to matched-standing-idx
           perform varying standing-idx from 1 by 1
                     until standing-idx > standing-count
               if standing-player-id(standing-idx) = lookup-player-id
                   move standing-idx to matched-standing-idx
               end-if
           end-perform
           .

       count-quests-para.
           open input progress-file
           if progress-file-status = "00"
               move low-values to progress-key
               start progress-file key is not less than progress-key
                   invalid key
                       move "10" to progress-file-status
                   not invalid key
                       move "00" to progress-file-status
               end-start
               perform count-one-quest-para
                   until progress-file-status = "10"
               close progress-file
           end-if
           .

       count-one-quest-para.
           read progress-file next record
               at end
                   move "10" to progress-file-status
               not at end
                   if progress-complete
                       move progress-player-id to lookup-player-id
                       perform find-standing-para
                       if matched-standing-idx > 0
                           move matched-standing-idx to standing-idx
                           add 1 to standing-quests(standing-idx)
                       end-if
                   end-if
           end-read
           .

       tally-playtime-para.
           move audit-file-path to audit-base-path
           perform tally-generation-para
               varying generation-integer from cutoff-integer by 1
                 until generation-integer > today-integer
           move audit-base-path to audit-file-path
           perform tally-audit-file-para

           perform varying standing-idx from 1 by 1
                     until standing-idx > standing-count
               if session-is-open(standing-idx)
                   compute standing-play-seconds(standing-idx) =
                       standing-play-seconds(standing-idx)
                       + standing-last-seen(standing-idx)
                       - standing-session-start(standing-idx)
                   set session-is-closed(standing-idx) to true
               end-if
           end-perform
           .

       tally-generation-para.
           compute generation-date-num =
               function date-of-integer(generation-integer)
           move spaces to audit-file-path
           string function trim(audit-base-path) delimited by size
                  "." delimited by size
                  generation-date-num delimited by size
                  into audit-file-path
           end-string
           perform tally-audit-file-para
           .

       tally-audit-file-para.
           open input audit-file
           if audit-file-status = "00"
               add 1 to audit-logs-read
               perform tally-one-audit-para
                   until audit-file-status = "10"
               close audit-file
           end-if
           .

       tally-one-audit-para.
           read audit-file
               at end
                   move "10" to audit-file-status
               not at end
                   if audit-timestamp(1:8) >= cutoff-date-text
                      and audit-player-id not = spaces
                       move audit-player-id to lookup-player-id
                       perform find-standing-para
                       if matched-standing-idx > 0
                           perform tally-session-para
                       end-if
                   end-if
           end-read
           .

       tally-session-para.
           move audit-timestamp to stamp-input
           perform stamp-to-seconds-para
           move matched-standing-idx to standing-idx

           evaluate true
               when audit-verb = "login" and audit-dispatched
                   if session-is-open(standing-idx)
                       compute standing-play-seconds(standing-idx) =
                           standing-play-seconds(standing-idx)
                           + standing-last-seen(standing-idx)
                           - standing-session-start(standing-idx)
                   end-if
                   set session-is-open(standing-idx) to true
                   move stamp-seconds
                     to standing-session-start(standing-idx)
                   move stamp-seconds
                     to standing-last-seen(standing-idx)
               when audit-verb = "logout" and audit-dispatched
                   if session-is-open(standing-idx)
                       compute standing-play-seconds(standing-idx) =
                           standing-play-seconds(standing-idx)
                           + stamp-seconds
                           - standing-session-start(standing-idx)
                       set session-is-closed(standing-idx) to true
                   end-if
               when other
                   if session-is-open(standing-idx)
                       move stamp-seconds
                         to standing-last-seen(standing-idx)
                   end-if
           end-evaluate
           .

       stamp-to-seconds-para.
           move stamp-input(1:8) to stamp-date-num
           move stamp-input(9:2) to stamp-hour-num
           move stamp-input(11:2) to stamp-minute-num
           move stamp-input(13:2) to stamp-second-num
           compute stamp-seconds =
               function integer-of-date(stamp-date-num) * 86400
               + stamp-hour-num * 3600
               + stamp-minute-num * 60
               + stamp-second-num
           .

       find-next-sequence-para.
           move 0 to highest-sequence
           move leader-room to board-room
           move 0 to board-sequence
           start board-file key is not less than board-key
               invalid key
                   move "10" to board-file-status
               not invalid key
                   move "00" to board-file-status
           end-start
           perform scan-sequence-para until board-file-status = "10"
           .

       scan-sequence-para.
           read board-file next record
               at end
                   move "10" to board-file-status
               not at end
                   if board-room = leader-room
                       move board-sequence to highest-sequence
                   else
                       move "10" to board-file-status
                   end-if
           end-read
           .

       post-category-para.
           perform varying standing-idx from 1 by 1
                     until standing-idx > standing-count
               evaluate true
                   when category-wealth
                       move standing-wealth(standing-idx)
                         to standing-score(standing-idx)
                   when category-quests
                       move standing-quests(standing-idx)
                         to standing-score(standing-idx)
                   when other
                       move standing-play-seconds(standing-idx)
                         to standing-score(standing-idx)
               end-evaluate
               move "N" to standing-listed(standing-idx)
           end-perform

           perform start-notice-para
           move 0 to rank-number
           perform rank-one-player-para
               until rank-number >= rank-limit

           if rank-number = 0 or notice-entries = 0
               string " no entries this week." delimited by size
                      into notice-text
                      with pointer notice-pointer
               end-string
           end-if
           perform write-notice-para
           .

       start-notice-para.
           move spaces to notice-text
           move 1 to notice-pointer
           move 0 to notice-entries
           string function trim(category-title) delimited by size
                  into notice-text
                  with pointer notice-pointer
           end-string
           .

       rank-one-player-para.
           move 0 to best-idx
           move 0 to best-value
           perform varying standing-idx from 1 by 1
                     until standing-idx > standing-count
               if standing-listed(standing-idx) = "N"
                  and standing-score(standing-idx) > best-value
                   move standing-idx to best-idx
                   move standing-score(standing-idx) to best-value
               end-if
           end-perform

           if best-idx = 0
               move rank-limit to rank-number
           else
               add 1 to rank-number
               move "Y" to standing-listed(best-idx)
               perform add-entry-para
           end-if
           .

       add-entry-para.
           move rank-number to rank-display
           move spaces to entry-text
           if category-playtime
               divide best-value by 3600 giving hours-value
               compute minutes-value =
                   (best-value - hours-value * 3600) / 60
               move hours-value to hours-display
               string function trim(rank-display) delimited by size
                      ". " delimited by size
                      function trim(standing-player-id(best-idx))
                          delimited by size
                      " " delimited by size
                      function trim(hours-display) delimited by size
                      "h" delimited by size
                      minutes-value delimited by size
                      "m;" delimited by size
                      into entry-text
               end-string
           else
               move best-value to value-display
               string function trim(rank-display) delimited by size
                      ". " delimited by size
                      function trim(standing-player-id(best-idx))
                          delimited by size
                      " " delimited by size
                      function trim(value-display) delimited by size
                      ";" delimited by size
                      into entry-text
               end-string
           end-if

           compute entry-length =
               function length(function trim(entry-text)) + 1
           if notice-pointer + entry-length > 201
               perform write-notice-para
               perform start-notice-para
               string " (cont.)" delimited by size
                      into notice-text
                      with pointer notice-pointer
               end-string
           end-if
           string " " delimited by size
                  function trim(entry-text) delimited by size
                  into notice-text
                  with pointer notice-pointer
           end-string
           add 1 to notice-entries
           .

       write-notice-para.
           move leader-room to board-room
           compute board-sequence = highest-sequence + 1
           move leader-author to board-author
           move function current-date to board-posted-timestamp
           move notice-text to board-text
           write board-record
               invalid key
                   move "N" to notice-written
               not invalid key
                   move "Y" to notice-written
           end-write

           move spaces to report-line
           if notice-was-written
               move board-sequence to highest-sequence
               add 1 to notices-posted
               move notice-text to report-line
           else
               string "notice could not be posted: "
                          delimited by size
                      function trim(notice-text) delimited by size
                      into report-line
               end-string
           end-if
           write report-line
           .
