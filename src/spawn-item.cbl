       identification division.
       program-id. cobmud-spawn-item.

       environment division.
       input-output section.
       file-control.
           copy "item-select.cpy".
           copy "template-select.cpy".

       data division.
       file section.
           copy "item-fd.cpy".
           copy "template-fd.cpy".

       working-storage section.
           copy "config-paths.cpy".
       01 item-file-status              pic X(02).
       01 template-file-status          pic X(02).

       01 id-prefix                     pic X(10).
       01 id-prefix-length              binary-long.
       01 id-sequence                   pic 9(04).
       01 highest-sequence              pic 9(04).
       01 candidate-suffix              pic X(10).

       linkage section.
       01 spawn-template                pic X(10).
       01 spawn-target-type             pic X(01).
       01 spawn-target-id               pic X(15).
       01 spawned-item-id               pic X(10).

       procedure division using reference spawn-template
                                 reference spawn-target-type
                                 reference spawn-target-id
                                 reference spawned-item-id.
       main-para.
           move spaces to spawned-item-id
           move spawn-template to template-id
           read template-file
               invalid key
                   continue
               not invalid key
                   perform find-next-id-para
                   if highest-sequence < 9999
                       perform write-item-para
                   end-if
           end-read
           exit program
           .

       find-next-id-para.
           move spaces to id-prefix
           compute id-prefix-length =
               function length(function trim(template-id))
           if id-prefix-length > 6
               move 6 to id-prefix-length
           end-if
           move template-id(1:id-prefix-length) to id-prefix

           move 0 to highest-sequence
           move spaces to item-id
           move id-prefix(1:id-prefix-length) to item-id
           start item-file key is not less than item-id
               invalid key
                   move "10" to item-file-status
               not invalid key
                   move "00" to item-file-status
           end-start
           perform scan-generated-ids-para
               until item-file-status = "10"
           .

       scan-generated-ids-para.
           read item-file next record
               at end
                   move "10" to item-file-status
               not at end
                   if item-id(1:id-prefix-length)
                      not = id-prefix(1:id-prefix-length)
                       move "10" to item-file-status
                   else
                       perform check-generated-id-para
                   end-if
           end-read
           .

       check-generated-id-para.
           move spaces to candidate-suffix
           move item-id(id-prefix-length + 1:) to candidate-suffix
           if candidate-suffix(1:4) is numeric
              and candidate-suffix(5:) = spaces
               move candidate-suffix(1:4) to id-sequence
               if id-sequence > highest-sequence
                   move id-sequence to highest-sequence
               end-if
           end-if
           .

       write-item-para.
           compute id-sequence = highest-sequence + 1
           move spaces to item-record
           move id-prefix(1:id-prefix-length) to item-id
           move id-sequence to item-id(id-prefix-length + 1:4)
           move template-description to item-description
           move template-weight to item-weight
           move spawn-target-type to item-location-type
           move spawn-target-id to item-location-id
           move template-price to item-price
           if template-is-container
               set item-is-container to true
           else
               set item-not-container to true
           end-if
           move template-capacity to item-capacity
           move template-id to item-template-id
           set item-not-coin-pile to true
           move 0 to item-coin-amount
           move template-slot to item-slot
           move template-bonus to item-bonus
           set item-not-equipped to true
           write item-record
               invalid key
                   continue
               not invalid key
                   move item-id to spawned-item-id
           end-write
           .
