                                 delimited by size
                              into occupant-list
                       end-string
                       if item-template-id not = spaces
                          or item-is-coin-pile
                           string function trim(occupant-list)
                                     delimited by size
                                  " [" delimited by size
                                  function trim(item-id)
                                     delimited by size
                                  "]" delimited by size
                                  into occupant-list
                           end-string
                       end-if
                   end-if
           end-read
           .
