           copy "room-select.cpy".
           copy "item-select.cpy".
           copy "npc-select.cpy".
           copy "auction-select.cpy".
           copy "config-select.cpy".

           select report-file assign to dynamic report-file-path
           copy "room-fd.cpy".
           copy "item-fd.cpy".
           copy "npc-fd.cpy".
           copy "auction-fd.cpy".
           copy "config-fd.cpy".

       fd  report-file.
       01 room-file-status              pic X(02).
       01 item-file-status              pic X(02).
       01 npc-file-status               pic X(02).
       01 auction-file-status           pic X(02).

       01 startup-config-path           pic X(100).
       01 config-file-status            pic X(02).
       01 config-keyword                pic X(20).
       01 config-value                  pic X(100).
       01 run-check-program             pic X(30)
                                        value "cobmud-world-check".
       01 run-check-result              pic X(01).
           88 run-is-allowed            value "Y".

       01 report-file-path              pic X(100) value "RECONRPT".
       01 report-file-status            pic X(02).
       procedure division.
       main-para.
           perform configure-para
           perform run-check-para

           open output report-file
           move "world integrity reconciliation" to report-line
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
           move "NPCFL"    to npc-file-path
           move "AUCTFL"   to auction-file-path
           move "RUNCTL"   to runctl-file-path
           if startup-config-path not = spaces
               perform load-config-para
           end-if
                   move config-value to item-file-path
               when "NPC-FILE"
                   move config-value to npc-file-path
               when "AUCTION-FILE"
                   move config-value to auction-file-path
               when "REPORT-FILE"
                   move config-value to report-file-path
               when "LOST-FOUND-ROOM"
                   if number-is-ok
                       move number-value to lost-found-room
                   end-if
               when "RUN-CONTROL-FILE"
                   move config-value to runctl-file-path
               when other
                   continue
           end-evaluate
           if item-file-status = "00"
               open input player-file
               open input npc-file
               open input auction-file
               perform collect-containers-para
               move low-values to item-id
               start item-file key is not less than item-id
                   until item-file-status = "10"
               close player-file
               close npc-file
               if auction-file-status = "00"
                   close auction-file
               end-if
               close item-file
           end-if
           .
                   perform validate-item-npc-para
               when item-in-item
                   perform validate-item-container-para
               when item-in-auction
                   perform validate-item-lot-para
               when other
                   continue
           end-evaluate
           end-perform
           .

       validate-item-lot-para.
           if item-location-id(1:7) is numeric
              and item-location-id(8:8) = spaces
               move item-location-id(1:7) to lot-number
               read auction-file
                   invalid key
                       continue
                   not invalid key
                       if lot-is-open and lot-item-id = item-id
                           set location-is-valid to true
                       end-if
               end-read
           end-if
           .

       validate-item-npc-para.
           move item-location-id(1:10) to npc-id
           read npc-file
           write report-line

           set item-in-room to true
           set item-not-equipped to true
           move lost-found-room-as-text to item-location-id
           rewrite item-record
           .
