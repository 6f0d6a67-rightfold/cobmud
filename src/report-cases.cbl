       identification division.
       program-id. cobmud-report-cases.

       environment division.
       input-output section.
       file-control.
           copy "case-select.cpy".
           copy "sanction-select.cpy".
           copy "config-select.cpy".

           select report-file assign to dynamic report-file-path
                  organization line sequential
                  file status report-file-status.

       data division.
       file section.
           copy "case-fd.cpy".
           copy "sanction-fd.cpy".
           copy "config-fd.cpy".

       fd  report-file.
       01 report-line                   pic X(300).

       working-storage section.
           copy "config-paths.cpy".
       01 case-file-status              pic X(02).
       01 sanction-file-status          pic X(02).

       01 startup-config-path           pic X(100).
       01 config-file-status            pic X(02).
       01 config-keyword                pic X(20).
       01 config-value                  pic X(100).

       01 report-file-path              pic X(100) value "CASERPT".
       01 report-file-status            pic X(02).

       01 today-stamp                   pic X(21).
       01 today-date-num                pic 9(08).
       01 today-integer                 binary-long.
       01 opened-date-num               pic 9(08).
       01 case-age-days                 binary-long.

       01 open-case-count               binary-long value 0.
       01 active-sanction-count         binary-long value 0.

       01 case-number-display           pic Z(06)9.
       01 case-age-display              pic ZZZZ9.
       01 case-room-display             pic ZZZZ9.
       01 count-display                 pic ZZZZ9.
       01 stamp-text                    pic X(16).
       01 stamp-to-format               pic X(21).

       procedure division.
       main-para.
           perform configure-para

           open output report-file
           move "open abuse cases and active sanctions" to report-line
           write report-line
           move function current-date to report-line
           write report-line
           move spaces to report-line
           write report-line

           move function current-date to today-stamp
           move today-stamp(1:8) to today-date-num
           compute today-integer =
               function integer-of-date(today-date-num)

           perform list-open-cases-para
           perform list-sanctions-para

           close report-file
           stop run
           .

       configure-para.
           move spaces to startup-config-path
           accept startup-config-path from argument-value
           move "CASEFL"  to case-file-path
           move "SANCTFL" to sanction-file-path
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
               when "CASE-FILE"
                   move config-value to case-file-path
               when "SANCTION-FILE"
                   move config-value to sanction-file-path
               when "REPORT-FILE"
                   move config-value to report-file-path
               when other
                   continue
           end-evaluate
           .

       list-open-cases-para.
           move "open cases" to report-line
           write report-line

           open input case-file
           if case-file-status = "00"
               move 0 to case-number
               start case-file key is not less than case-number
                   invalid key
                       move "10" to case-file-status
                   not invalid key
                       move "00" to case-file-status
               end-start
               perform list-one-case-para
                   until case-file-status = "10"
               close case-file
           end-if

           if open-case-count = 0
               move "none." to report-line
               write report-line
           else
               move spaces to report-line
               write report-line
               move open-case-count to count-display
               string "open cases: " delimited by size
                      count-display delimited by size
                      into report-line
               end-string
               write report-line
           end-if
           .

       list-one-case-para.
           read case-file next record
               at end
                   move "10" to case-file-status
               not at end
                   if case-is-open
                       add 1 to open-case-count
                       perform write-one-case-para
                   end-if
           end-read
           .

       write-one-case-para.
           move 0 to case-age-days
           if case-opened-stamp(1:8) is numeric
               move case-opened-stamp(1:8) to opened-date-num
               compute case-age-days = today-integer
                   - function integer-of-date(opened-date-num)
           end-if
           move case-number to case-number-display
           move case-age-days to case-age-display
           move case-room to case-room-display
           move case-opened-stamp to stamp-to-format
           perform format-stamp-para

           move spaces to report-line
           string "case " delimited by size
                  case-number-display delimited by size
                  "  opened: " delimited by size
                  stamp-text delimited by size
                  "  age days: " delimited by size
                  case-age-display delimited by size
                  "  room: " delimited by size
                  case-room-display delimited by size
                  "  by: " delimited by size
                  function trim(case-reporter-id) delimited by size
                  "  against: " delimited by size
                  function trim(case-reported-id) delimited by size
                  into report-line
           end-string
           write report-line

           move spaces to report-line
           string "    " delimited by size
                  function trim(case-text) delimited by size
                  into report-line
           end-string
           write report-line
           .

       list-sanctions-para.
           move spaces to report-line
           write report-line
           move "sanctions in force" to report-line
           write report-line

           open input sanction-file
           if sanction-file-status = "00"
               move low-values to sanction-key
               start sanction-file key is not less than sanction-key
                   invalid key
                       move "10" to sanction-file-status
                   not invalid key
                       move "00" to sanction-file-status
               end-start
               perform list-one-sanction-para
                   until sanction-file-status = "10"
               close sanction-file
           end-if

           if active-sanction-count = 0
               move "none." to report-line
               write report-line
           else
               move spaces to report-line
               write report-line
               move active-sanction-count to count-display
               string "sanctions in force: " delimited by size
                      count-display delimited by size
                      into report-line
               end-string
               write report-line
           end-if
           .

       list-one-sanction-para.
           read sanction-file next record
               at end
                   move "10" to sanction-file-status
               not at end
                   if sanction-expiry-stamp(1:14) > today-stamp(1:14)
                       add 1 to active-sanction-count
                       perform write-one-sanction-para
                   end-if
           end-read
           .

       write-one-sanction-para.
           move sanction-expiry-stamp to stamp-to-format
           perform format-stamp-para

           move spaces to report-line
           string function trim(sanction-player-id) delimited by size
                  "  " delimited by size
                  sanction-type delimited by size
                  "  until: " delimited by size
                  stamp-text delimited by size
                  "  by: " delimited by size
                  function trim(sanction-operator-id) delimited by size
                  "  reason: " delimited by size
                  function trim(sanction-reason) delimited by size
                  into report-line
           end-string
           write report-line
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
