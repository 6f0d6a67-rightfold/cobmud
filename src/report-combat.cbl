       identification division.
       program-id. cobmud-report-combat.

       environment division.
       input-output section.
       file-control.
           copy "combat-select.cpy".
           copy "npc-select.cpy".
           copy "config-select.cpy".

           select report-file assign to dynamic report-file-path
                  organization line sequential
                  file status report-file-status.

       data division.
       file section.
           copy "combat-fd.cpy".
           copy "npc-fd.cpy".
           copy "config-fd.cpy".

       fd  report-file.
       01 report-line                   pic X(80).

       working-storage section.
           copy "config-paths.cpy".

       01 startup-config-path           pic X(100).
       01 config-file-status            pic X(02).
       01 config-keyword                pic X(20).
       01 config-value                  pic X(100).

       01 combat-file-status            pic X(02).
       01 npc-file-status               pic X(02).

       01 report-file-path              pic X(100) value "CMBTRPT".
       01 report-file-status            pic X(02).

       01 report-month                  pic X(06) value spaces.
       01 today-stamp                   pic X(21).
       01 month-year                    pic 9(04).
       01 month-number                  pic 9(02).

       01 fighter-table.
           05 fighter-entry occurs 500 times.
               10 fighter-id            pic X(15).
               10 fighter-kills         binary-long.
               10 fighter-deaths        binary-long.
               10 fighter-damage-dealt  binary-long.
               10 fighter-damage-taken  binary-long.
       01 fighter-count                 binary-long value 0.
       01 fighter-idx                   binary-long.
       01 matched-fighter-idx           binary-long.

       01 foe-table.
           05 foe-entry occurs 500 times.
               10 foe-id                pic X(10).
               10 foe-kills             binary-long.
               10 foe-deaths            binary-long.
               10 foe-damage-dealt      binary-long.
               10 foe-listed            pic X(01).
       01 foe-count                     binary-long value 0.
       01 foe-idx                       binary-long.
       01 matched-foe-idx               binary-long.

       01 death-room-table.
           05 death-room-entry occurs 500 times.
               10 death-room-number     pic 9(05).
               10 death-room-count      binary-long.
               10 death-room-listed     pic X(01).
       01 death-room-count-used         binary-long value 0.
       01 death-room-idx                binary-long.
       01 matched-death-room-idx        binary-long.

       01 table-overflow                pic X(01) value "N".
           88 tables-overflowed         value "Y".

       01 rank-limit                    binary-long value 10.
       01 rank-number                   binary-long.
       01 best-idx                      binary-long.
       01 best-value                    binary-long.

       01 lookup-player-id              pic X(15).
       01 lookup-npc-id                 pic X(10).
       01 lookup-room                   pic 9(05).

       01 events-in-month               binary-long value 0.
       01 kills-in-month                binary-long value 0.
       01 never-engaged-count           binary-long value 0.

       01 kills-display                 pic ZZZZ9.
       01 deaths-display                pic ZZZZ9.
       01 dealt-display                 pic ZZZZZZ9.
       01 taken-display                 pic ZZZZZZ9.
       01 rank-display                  pic Z9.
       01 room-display                  pic ZZZZ9.
       01 count-display                 pic ZZZZ9.

       01 number-input                  pic X(100).
       01 number-ok                     pic X(01).
           88 number-is-ok              value "Y".

       procedure division.
       main-para.
           perform configure-para
           perform choose-month-para
           perform tally-events-para

           open output report-file
           perform write-header-para
           perform write-fighter-section-para
           perform write-lethal-npc-section-para
           perform write-death-room-section-para
           perform write-idle-npc-section-para
           perform write-footer-para
           close report-file

           stop run
           .

       configure-para.
           move spaces to startup-config-path
           accept startup-config-path from argument-value
           move "COMBATLG" to combat-file-path
           move "NPCFL"    to npc-file-path
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
               when "COMBAT-FILE"
                   move config-value to combat-file-path
               when "NPC-FILE"
                   move config-value to npc-file-path
               when "REPORT-FILE"
                   move config-value to report-file-path
               when "REPORT-MONTH"
                   move config-value to number-input
                   perform check-month-para
                   if number-is-ok
                       move number-input(1:6) to report-month
                   end-if
               when other
                   continue
           end-evaluate
           .

       check-month-para.
           move "N" to number-ok
           if number-input(1:6) is numeric
              and number-input(7:) = spaces
              and number-input(5:2) >= "01"
              and number-input(5:2) <= "12"
               move "Y" to number-ok
           end-if
           .

       choose-month-para.
           if report-month = spaces
               move function current-date to today-stamp
               move today-stamp(1:4) to month-year
               move today-stamp(5:2) to month-number
               if month-number = 1
                   move 12 to month-number
                   subtract 1 from month-year
               else
                   subtract 1 from month-number
               end-if
               move month-year to report-month(1:4)
               move month-number to report-month(5:2)
           end-if
           .

       tally-events-para.
           open input combat-file
           if combat-file-status = "00"
               perform tally-one-event-para
                   until combat-file-status = "10"
               close combat-file
           end-if
           .

       tally-one-event-para.
           read combat-file
               at end
                   move "10" to combat-file-status
               not at end
                   if combat-timestamp(1:6) = report-month
                       perform tally-event-para
                   end-if
           end-read
           .

       tally-event-para.
           add 1 to events-in-month
           if combat-was-kill
               add 1 to kills-in-month
           end-if

           if combat-attacker-player
               move combat-attacker-id to lookup-player-id
               perform find-fighter-para
               if matched-fighter-idx > 0
                   add combat-damage
                     to fighter-damage-dealt(matched-fighter-idx)
                   if combat-was-kill
                       add 1 to fighter-kills(matched-fighter-idx)
                   end-if
               end-if
               move combat-victim-id to lookup-npc-id
               perform find-foe-para
               if matched-foe-idx > 0 and combat-was-kill
                   add 1 to foe-deaths(matched-foe-idx)
               end-if
           else
               move combat-attacker-id to lookup-npc-id
               perform find-foe-para
               if matched-foe-idx > 0
                   add combat-damage
                     to foe-damage-dealt(matched-foe-idx)
                   if combat-was-kill
                       add 1 to foe-kills(matched-foe-idx)
                   end-if
               end-if
               move combat-victim-id to lookup-player-id
               perform find-fighter-para
               if matched-fighter-idx > 0
                   add combat-damage
                     to fighter-damage-taken(matched-fighter-idx)
                   if combat-was-kill
                       add 1 to fighter-deaths(matched-fighter-idx)
                   end-if
               end-if
               if combat-was-kill
                   move combat-room to lookup-room
                   perform find-death-room-para
                   if matched-death-room-idx > 0
                       add 1 to death-room-count(matched-death-room-idx)
                   end-if
               end-if
           end-if
           .

       find-fighter-para.
           move 0 to matched-fighter-idx
           perform varying fighter-idx from 1 by 1
                     until fighter-idx > fighter-count
               if fighter-id(fighter-idx) = lookup-player-id
                   move fighter-idx to matched-fighter-idx
               end-if
           end-perform
           if matched-fighter-idx = 0
               if fighter-count < 500
                   add 1 to fighter-count
                   move fighter-count to matched-fighter-idx
                   move lookup-player-id to fighter-id(fighter-count)
                   move 0 to fighter-kills(fighter-count)
                   move 0 to fighter-deaths(fighter-count)
                   move 0 to fighter-damage-dealt(fighter-count)
                   move 0 to fighter-damage-taken(fighter-count)
               else
                   set tables-overflowed to true
               end-if
           end-if
           .

       find-foe-para.
           move 0 to matched-foe-idx
           perform varying foe-idx from 1 by 1
                     until foe-idx > foe-count
               if foe-id(foe-idx) = lookup-npc-id
                   move foe-idx to matched-foe-idx
               end-if
           end-perform
           if matched-foe-idx = 0
               if foe-count < 500
                   add 1 to foe-count
                   move foe-count to matched-foe-idx
                   move lookup-npc-id to foe-id(foe-count)
                   move 0 to foe-kills(foe-count)
                   move 0 to foe-deaths(foe-count)
                   move 0 to foe-damage-dealt(foe-count)
                   move "N" to foe-listed(foe-count)
               else
                   set tables-overflowed to true
               end-if
           end-if
           .

       find-death-room-para.
           move 0 to matched-death-room-idx
           perform varying death-room-idx from 1 by 1
                     until death-room-idx > death-room-count-used
               if death-room-number(death-room-idx) = lookup-room
                   move death-room-idx to matched-death-room-idx
               end-if
           end-perform
           if matched-death-room-idx = 0
               if death-room-count-used < 500
                   add 1 to death-room-count-used
                   move death-room-count-used
                     to matched-death-room-idx
                   move lookup-room
                     to death-room-number(death-room-count-used)
                   move 0 to death-room-count(death-room-count-used)
                   move "N" to death-room-listed(death-room-count-used)
               else
                   set tables-overflowed to true
               end-if
           end-if
           .

       write-header-para.
           move "cobmud combat report" to report-line
           write report-line
           move function current-date to report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "month: " delimited by size
                  report-month(1:4) delimited by size
                  "-" delimited by size
                  report-month(5:2) delimited by size
                  into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           .

       write-fighter-section-para.
           move "kills and deaths by player" to report-line
           write report-line
           perform varying fighter-idx from 1 by 1
                     until fighter-idx > fighter-count
               move fighter-kills(fighter-idx) to kills-display
               move fighter-deaths(fighter-idx) to deaths-display
               move fighter-damage-dealt(fighter-idx) to dealt-display
               move fighter-damage-taken(fighter-idx) to taken-display
               move spaces to report-line
               string fighter-id(fighter-idx) delimited by size
                      " kills: " delimited by size
                      kills-display delimited by size
                      " deaths: " delimited by size
                      deaths-display delimited by size
                      " dealt: " delimited by size
                      dealt-display delimited by size
                      " taken: " delimited by size
                      taken-display delimited by size
                      into report-line
               end-string
               write report-line
           end-perform
           if fighter-count = 0
               move "none." to report-line
               write report-line
           end-if
           .

       write-lethal-npc-section-para.
           move spaces to report-line
           write report-line
           move "most lethal npcs" to report-line
           write report-line
           move 0 to rank-number
           perform rank-one-npc-para
               until rank-number >= rank-limit
           .

       rank-one-npc-para.
           move 0 to best-idx
           move 0 to best-value
           perform varying foe-idx from 1 by 1
                     until foe-idx > foe-count
               if foe-listed(foe-idx) = "N"
                  and foe-kills(foe-idx) > best-value
                   move foe-idx to best-idx
                   move foe-kills(foe-idx) to best-value
               end-if
           end-perform

           if best-idx = 0
               if rank-number = 0
                   move "none." to report-line
                   write report-line
               end-if
               move rank-limit to rank-number
           else
               add 1 to rank-number
               move "Y" to foe-listed(best-idx)
               move rank-number to rank-display
               move foe-kills(best-idx) to kills-display
               move foe-deaths(best-idx) to deaths-display
               move foe-damage-dealt(best-idx) to dealt-display
               move spaces to report-line
               string rank-display delimited by size
                      ". " delimited by size
                      foe-id(best-idx) delimited by size
                      " kills: " delimited by size
                      kills-display delimited by size
                      " slain: " delimited by size
                      deaths-display delimited by size
                      " dealt: " delimited by size
                      dealt-display delimited by size
                      into report-line
               end-string
               write report-line
           end-if
           .

       write-death-room-section-para.
           move spaces to report-line
           write report-line
           move "rooms with the most player deaths" to report-line
           write report-line
           move 0 to rank-number
           perform rank-one-room-para
               until rank-number >= rank-limit
           .

       rank-one-room-para.
           move 0 to best-idx
           move 0 to best-value
           perform varying death-room-idx from 1 by 1
                     until death-room-idx > death-room-count-used
               if death-room-listed(death-room-idx) = "N"
                  and death-room-count(death-room-idx) > best-value
                   move death-room-idx to best-idx
                   move death-room-count(death-room-idx) to best-value
               end-if
           end-perform

           if best-idx = 0
               if rank-number = 0
                   move "none." to report-line
                   write report-line
               end-if
               move rank-limit to rank-number
           else
               add 1 to rank-number
               move "Y" to death-room-listed(best-idx)
               move rank-number to rank-display
               move death-room-number(best-idx) to room-display
               move death-room-count(best-idx) to deaths-display
               move spaces to report-line
               string rank-display delimited by size
                      ". room " delimited by size
                      room-display delimited by size
                      " deaths: " delimited by size
                      deaths-display delimited by size
                      into report-line
               end-string
               write report-line
           end-if
           .

       write-idle-npc-section-para.
           move spaces to report-line
           write report-line
           move "npcs never engaged" to report-line
           write report-line

           open input npc-file
           if npc-file-status = "00"
               move low-values to npc-id
               start npc-file key is not less than npc-id
                   invalid key
                       move "10" to npc-file-status
                   not invalid key
                       move "00" to npc-file-status
               end-start
               perform check-one-npc-para
                   until npc-file-status = "10"
               close npc-file
           end-if

           if never-engaged-count = 0
               move "none." to report-line
               write report-line
           end-if
           .

       check-one-npc-para.
           read npc-file next record
               at end
                   move "10" to npc-file-status
               not at end
                   move 0 to matched-foe-idx
                   perform varying foe-idx from 1 by 1
                             until foe-idx > foe-count
                       if foe-id(foe-idx) = npc-id
                           move foe-idx to matched-foe-idx
                       end-if
                   end-perform
                   if matched-foe-idx = 0
                       add 1 to never-engaged-count
                       move spaces to report-line
                       string npc-id delimited by size
                              " " delimited by size
                              function trim(npc-name) delimited by size
                              into report-line
                       end-string
                       write report-line
                   end-if
           end-read
           .

       write-footer-para.
           move spaces to report-line
           write report-line
           move events-in-month to count-display
           string "combat events in month: " delimited by size
                  count-display delimited by size
                  into report-line
           end-string
           write report-line
           move spaces to report-line
           move kills-in-month to count-display
           string "kills in month: " delimited by size
                  count-display delimited by size
                  into report-line
           end-string
           write report-line
           if tables-overflowed
               move spaces to report-line
               string "more than 500 players, npcs or rooms; "
                          delimited by size
                      "overflow entries were not reported."
                          delimited by size
                      into report-line
               end-string
               write report-line
           end-if
           .
