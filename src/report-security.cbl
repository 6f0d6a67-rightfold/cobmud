       identification division.
       program-id. cobmud-report-security.

       environment division.
       input-output section.
       file-control.
           copy "audit-select.cpy".
           copy "player-select.cpy".
           copy "config-select.cpy".

           select report-file assign to dynamic report-file-path
                  organization line sequential
                  file status report-file-status.

       data division.
       file section.
           copy "audit-fd.cpy".
           copy "player-fd.cpy".
           copy "config-fd.cpy".

       fd  report-file.
       01 report-line                   pic X(80).

       working-storage section.
           copy "config-paths.cpy".

       01 startup-config-path           pic X(100).
       01 config-file-status            pic X(02).
       01 config-keyword                pic X(20).
       01 config-value                  pic X(100).

       01 audit-file-status             pic X(02).
       01 player-file-status            pic X(02).
       01 player-file-open              pic X(01) value "N".
           88 player-file-is-open       value "Y".

       01 report-file-path              pic X(100) value "SECRPT".
       01 report-file-status            pic X(02).

       01 report-date                   pic X(08) value spaces.
       01 report-date-num               pic 9(08).
       01 today-date-num                pic 9(08).
       01 report-day-integer            binary-long.
       01 audit-file-named              pic X(01) value "N".
           88 audit-file-is-named       value "Y".
       01 audit-base-path               pic X(100).
       01 generation-integer            binary-long.
       01 generation-date-num           pic 9(08).

       01 account-table.
           05 account-entry occurs 500 times.
               10 account-id            pic X(15).
               10 account-failed        binary-long.
               10 account-lockouts      binary-long.
               10 account-successes     binary-long.
               10 account-locked-stamp  pic X(21).
       01 account-count                 binary-long value 0.
       01 account-idx                   binary-long.
       01 matched-account-idx           binary-long.

       01 lockout-table.
           05 lockout-entry occurs 500 times.
               10 lockout-account-id    pic X(15).
               10 lockout-stamp         pic X(21).
       01 lockout-count                 binary-long value 0.
       01 lockout-idx                   binary-long.

       01 recovery-table.
           05 recovery-entry occurs 500 times.
               10 recovery-account-id   pic X(15).
               10 recovery-locked-stamp pic X(21).
               10 recovery-login-stamp  pic X(21).
       01 recovery-count                binary-long value 0.
       01 recovery-idx                  binary-long.

       01 table-overflow                pic X(01) value "N".
           88 tables-overflowed         value "Y".

       01 lookup-account-id             pic X(15).
       01 operator-marker               pic X(11).
       01 stamp-input                   pic X(21).
       01 stamp-text                    pic X(19).
       01 locked-text                   pic X(19).

       01 audit-records-read            binary-long value 0.
       01 failed-total                  binary-long value 0.
       01 failed-accounts               binary-long value 0.

       01 failed-display                pic ZZZZ9.
       01 lockouts-display              pic ZZZZ9.
       01 successes-display             pic ZZZZ9.
       01 count-display                 pic ZZZZZZZZ9.

       01 number-input                  pic X(100).
       01 number-ok                     pic X(01).
           88 number-is-ok              value "Y".

       procedure division.
       main-para.
           perform configure-para
           perform choose-date-para
           perform tally-audit-para

           open input player-file
           if player-file-status = "00"
               set player-file-is-open to true
           end-if

           open output report-file
           perform write-header-para
           perform write-failed-section-para
           perform write-lockout-section-para
           perform write-recovery-section-para
           perform write-footer-para
           close report-file

           if player-file-is-open
               close player-file
           end-if

           stop run
           .

       configure-para.
           move spaces to startup-config-path
           accept startup-config-path from argument-value
           move "AUDITLOG" to audit-file-path
           move "PLAYERFL" to player-file-path
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
               when "AUDIT-FILE"
                   move config-value to audit-file-path
                   set audit-file-is-named to true
               when "PLAYER-FILE"
                   move config-value to player-file-path
               when "REPORT-FILE"
                   move config-value to report-file-path
               when "REPORT-DATE"
                   move config-value to number-input
                   perform check-date-para
                   if number-is-ok
                       move number-input(1:8) to report-date
                   end-if
               when other
                   continue
           end-evaluate
           .

       check-date-para.
           move "N" to number-ok
           if number-input(1:8) is numeric
              and number-input(9:) = spaces
              and number-input(5:2) >= "01"
              and number-input(5:2) <= "12"
              and number-input(7:2) >= "01"
              and number-input(7:2) <= "31"
               move "Y" to number-ok
           end-if
           .

       choose-date-para.
           if report-date = spaces
               move function current-date(1:8) to today-date-num
               compute report-day-integer =
                   function integer-of-date(today-date-num) - 1
               compute report-date-num =
                   function date-of-integer(report-day-integer)
               move report-date-num to report-date
           end-if
           move report-date to report-date-num
           compute report-day-integer =
               function integer-of-date(report-date-num)
           .

       tally-audit-para.
           if not audit-file-is-named
               move audit-file-path to audit-base-path
               move report-day-integer to generation-integer
               perform tally-generation-para
               add 1 to generation-integer
               perform tally-generation-para
               move audit-base-path to audit-file-path
           end-if
           perform tally-audit-file-para
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
               perform tally-one-record-para
                   until audit-file-status = "10"
               close audit-file
           end-if
           .

       tally-one-record-para.
           read audit-file
               at end
                   move "10" to audit-file-status
               not at end
                   if audit-timestamp(1:8) = report-date
                      and audit-player-id not = spaces
                       perform tally-record-para
                   end-if
           end-read
           .

       tally-record-para.
           add 1 to audit-records-read
           evaluate true
               when audit-verb = "login" and audit-refused
                   move audit-player-id to lookup-account-id
                   perform find-account-para
                   if matched-account-idx > 0
                       add 1 to account-failed(matched-account-idx)
                   end-if
                   add 1 to failed-total
               when audit-verb = "login" and audit-dispatched
                   move audit-player-id to lookup-account-id
                   perform find-account-para
                   if matched-account-idx > 0
                       add 1 to account-successes(matched-account-idx)
                       perform check-recovery-para
                   end-if
               when audit-verb = "loginlock"
                   move audit-player-id to lookup-account-id
                   perform find-account-para
                   if matched-account-idx > 0
                       add 1 to account-lockouts(matched-account-idx)
                       move audit-timestamp
                         to account-locked-stamp(matched-account-idx)
                   end-if
                   perform note-lockout-para
               when other
                   continue
           end-evaluate
           .

       check-recovery-para.
           if account-locked-stamp(matched-account-idx) not = spaces
               if recovery-count < 500
                   add 1 to recovery-count
                   move audit-player-id
                     to recovery-account-id(recovery-count)
                   move account-locked-stamp(matched-account-idx)
                     to recovery-locked-stamp(recovery-count)
                   move audit-timestamp
                     to recovery-login-stamp(recovery-count)
               else
                   set tables-overflowed to true
               end-if
               move spaces to account-locked-stamp(matched-account-idx)
           end-if
           .

       note-lockout-para.
           if lockout-count < 500
               add 1 to lockout-count
               move audit-player-id to lockout-account-id(lockout-count)
               move audit-timestamp to lockout-stamp(lockout-count)
           else
               set tables-overflowed to true
           end-if
           .

       find-account-para.
           move 0 to matched-account-idx
           perform varying account-idx from 1 by 1
                     until account-idx > account-count
               if account-id(account-idx) = lookup-account-id
                   move account-idx to matched-account-idx
               end-if
           end-perform
           if matched-account-idx = 0
               if account-count < 500
                   add 1 to account-count
                   move account-count to matched-account-idx
                   move lookup-account-id to account-id(account-count)
                   move 0 to account-failed(account-count)
                   move 0 to account-lockouts(account-count)
                   move 0 to account-successes(account-count)
                   move spaces to account-locked-stamp(account-count)
               else
                   set tables-overflowed to true
               end-if
           end-if
           .

       write-header-para.
           move "cobmud security exceptions report" to report-line
           write report-line
           move function current-date to report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "date: " delimited by size
                  report-date(1:4) delimited by size
                  "-" delimited by size
                  report-date(5:2) delimited by size
                  "-" delimited by size
                  report-date(7:2) delimited by size
                  into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           .

       write-failed-section-para.
           move "failed login attempts by account" to report-line
           write report-line
           perform varying account-idx from 1 by 1
                     until account-idx > account-count
               if account-failed(account-idx) > 0
                   perform write-failed-line-para
               end-if
           end-perform
           if failed-accounts = 0
               move "none." to report-line
               write report-line
           end-if
           .

       write-failed-line-para.
           add 1 to failed-accounts
           move account-id(account-idx) to lookup-account-id
           perform check-operator-para
           move account-failed(account-idx) to failed-display
           move account-lockouts(account-idx) to lockouts-display
           move account-successes(account-idx) to successes-display
           move spaces to report-line
           string account-id(account-idx) delimited by size
                  " failed: " delimited by size
                  failed-display delimited by size
                  " lockouts: " delimited by size
                  lockouts-display delimited by size
                  " logins: " delimited by size
                  successes-display delimited by size
                  " " delimited by size
                  operator-marker delimited by size
                  into report-line
           end-string
           write report-line
           .

       check-operator-para.
           move spaces to operator-marker
           if player-file-is-open
               move lookup-account-id to player-id of player-record
               read player-file
                   invalid key
                       move "NO ACCOUNT" to operator-marker
                   not invalid key
                       if player-is-operator
                           move "OPERATOR" to operator-marker
                       end-if
               end-read
           end-if
           .

       write-lockout-section-para.
           move spaces to report-line
           write report-line
           move "lockouts triggered" to report-line
           write report-line
           perform varying lockout-idx from 1 by 1
                     until lockout-idx > lockout-count
               move lockout-account-id(lockout-idx)
                 to lookup-account-id
               perform check-operator-para
               move lockout-stamp(lockout-idx) to stamp-input
               perform format-stamp-para
               move spaces to report-line
               string stamp-text delimited by size
                      " " delimited by size
                      lockout-account-id(lockout-idx) delimited by size
                      " " delimited by size
                      operator-marker delimited by size
                      into report-line
               end-string
               write report-line
           end-perform
           if lockout-count = 0
               move "none." to report-line
               write report-line
           end-if
           .

       write-recovery-section-para.
           move spaces to report-line
           write report-line
           move "locked-out accounts that later logged in"
             to report-line
           write report-line
           perform varying recovery-idx from 1 by 1
                     until recovery-idx > recovery-count
               move recovery-locked-stamp(recovery-idx) to stamp-input
               perform format-stamp-para
               move stamp-text to locked-text
               move recovery-login-stamp(recovery-idx) to stamp-input
               perform format-stamp-para
               move spaces to report-line
               string recovery-account-id(recovery-idx)
                          delimited by size
                      " locked " delimited by size
                      locked-text delimited by size
                      " login " delimited by size
                      stamp-text delimited by size
                      into report-line
               end-string
               write report-line
           end-perform
           if recovery-count = 0
               move "none." to report-line
               write report-line
           end-if
           .

       format-stamp-para.
           move spaces to stamp-text
           string stamp-input(1:4) delimited by size
                  "-" delimited by size
                  stamp-input(5:2) delimited by size
                  "-" delimited by size
                  stamp-input(7:2) delimited by size
                  " " delimited by size
                  stamp-input(9:2) delimited by size
                  ":" delimited by size
                  stamp-input(11:2) delimited by size
                  ":" delimited by size
                  stamp-input(13:2) delimited by size
                  into stamp-text
           end-string
           .

       write-footer-para.
           move spaces to report-line
           write report-line
           move audit-records-read to count-display
           string "audit records for the date: " delimited by size
                  function trim(count-display) delimited by size
                  into report-line
           end-string
           write report-line
           move spaces to report-line
           move failed-total to count-display
           string "failed login attempts: " delimited by size
                  function trim(count-display) delimited by size
                  into report-line
           end-string
           write report-line
           move spaces to report-line
           move lockout-count to count-display
           string "lockouts triggered: " delimited by size
                  function trim(count-display) delimited by size
                  into report-line
           end-string
           write report-line
           if tables-overflowed
               move spaces to report-line
               string "more than 500 accounts or events; "
                          delimited by size
                      "overflow entries were not reported."
                          delimited by size
                      into report-line
               end-string
               write report-line
           end-if
           .
