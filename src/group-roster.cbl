       identification division.
       program-id. cobmud-group-roster.

       environment division.
       input-output section.
       file-control.
           copy "player-select.cpy".
           copy "group-select.cpy".

       data division.
       file section.
           copy "player-fd.cpy".
           copy "group-fd.cpy".

       working-storage section.
           copy "config-paths.cpy".
       01 player-file-status            pic X(02).
       01 group-file-status             pic X(02).

       linkage section.
       01 roster-player-id              pic X(15).
       01 roster-room                   pic 9(05).
           copy "group-roster.cpy".

       procedure division using reference roster-player-id
                                 reference roster-room
                                 reference group-roster.
       main-para.
           move 0 to roster-count
           move spaces to roster-leader-id
           move roster-player-id to group-member-id
           read group-file
               invalid key
                   continue
               not invalid key
                   if group-is-member
                       move group-leader-id to roster-leader-id
                       perform collect-members-para
                   end-if
           end-read
           exit program
           .

       collect-members-para.
           move low-values to group-member-id
           start group-file key is not less than group-member-id
               invalid key
                   move "10" to group-file-status
               not invalid key
                   move "00" to group-file-status
           end-start

           perform collect-one-member-para
               until group-file-status = "10"
           .

       collect-one-member-para.
           read group-file next record
               at end
                   move "10" to group-file-status
               not at end
                   if group-leader-id = roster-leader-id
                      and group-is-member
                      and group-member-id not = roster-player-id
                       perform check-member-para
                   end-if
           end-read
           .

       check-member-para.
           move group-member-id to player-id of player-record
           read player-file
               invalid key
                   continue
               not invalid key
                   if player-logged-in
                      and (roster-room = 0
                           or player-room = roster-room)
                      and roster-count < 20
                       add 1 to roster-count
                       move group-member-id
                         to roster-member-id(roster-count)
                       move group-follow-flag
                         to roster-follow-flag(roster-count)
                   end-if
           end-read
           .
