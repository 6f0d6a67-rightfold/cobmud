       identification division.
       program-id. cobmud-restock.

       environment division.
       input-output section.
       file-control.
           copy "spawn-select.cpy".
           copy "item-select.cpy".

       data division.
       file section.
           copy "spawn-fd.cpy".
           copy "item-fd.cpy".

       working-storage section.
           copy "config-paths.cpy".
       01 spawn-file-status             pic X(02).
       01 item-file-status              pic X(02).

       01 now-stamp                     pic X(21).
       01 now-minutes                   pic 9(12).
       01 last-run-minutes              pic 9(12).
       01 stamp-to-convert              pic X(21).
       01 stamp-date-num                pic 9(08).
       01 stamp-hour-num                pic 9(02).
       01 stamp-minute-num              pic 9(02).
       01 stamp-minutes                 pic 9(12).

       01 on-hand-count                 binary-long.
       01 shortage-count                binary-long.
       01 spawned-item-id               pic X(10).

       procedure division.
       main-para.
           move function current-date to now-stamp
           move now-stamp to stamp-to-convert
           perform stamp-minutes-para
           move stamp-minutes to now-minutes

           move low-values to spawn-key
           start spawn-file key is not less than spawn-key
               invalid key
                   move "10" to spawn-file-status
               not invalid key
                   move "00" to spawn-file-status
           end-start

           perform check-one-rule-para until spawn-file-status = "10"
           exit program
           .

       check-one-rule-para.
           read spawn-file next record
               at end
                   move "10" to spawn-file-status
               not at end
                   if spawn-last-run = spaces
                       perform restock-rule-para
                   else
                       move spawn-last-run to stamp-to-convert
                       perform stamp-minutes-para
                       move stamp-minutes to last-run-minutes
                       if now-minutes - last-run-minutes
                          >= spawn-interval-minutes
                           perform restock-rule-para
                       end-if
                   end-if
           end-read
           .

       stamp-minutes-para.
           move 0 to stamp-minutes
           if stamp-to-convert(1:12) is numeric
               move stamp-to-convert(1:8) to stamp-date-num
               move stamp-to-convert(9:2) to stamp-hour-num
               move stamp-to-convert(11:2) to stamp-minute-num
               compute stamp-minutes =
                   function integer-of-date(stamp-date-num) * 1440
                   + stamp-hour-num * 60 + stamp-minute-num
           end-if
           .

       restock-rule-para.
           perform count-on-hand-para
           if on-hand-count < spawn-quantity
               compute shortage-count = spawn-quantity - on-hand-count
               perform spawn-one-item-para shortage-count times
           end-if
           move now-stamp to spawn-last-run
           rewrite spawn-record
           .

       count-on-hand-para.
           move 0 to on-hand-count
           move low-values to item-id
           start item-file key is not less than item-id
               invalid key
                   move "10" to item-file-status
               not invalid key
                   move "00" to item-file-status
           end-start
           perform count-one-item-para until item-file-status = "10"
           .

       count-one-item-para.
           read item-file next record
               at end
                   move "10" to item-file-status
               not at end
                   if item-template-id = spawn-template-id
                      and item-location-type = spawn-location-type
                      and item-location-id = spawn-location-id
                       add 1 to on-hand-count
                   end-if
           end-read
           .

       spawn-one-item-para.
           call "cobmud-spawn-item"
               using reference spawn-template-id
                     reference spawn-location-type
                     reference spawn-location-id
                     reference spawned-item-id
           .
