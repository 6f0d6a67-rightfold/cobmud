               invalid key
                   move "you aren't carrying that." to reply-message
               not invalid key
                   if item-is-equipped
                      and item-location-id = player-id of request
                       move "you must remove that first."
                         to reply-message
                   else
                       perform check-put-para
                   end-if
           end-read
           .

