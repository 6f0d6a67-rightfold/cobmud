                              " " delimited by size
                              function trim(item-description)
                                  delimited by size
                              into inventory-list
                       end-string
                       if item-template-id not = spaces
                           string function trim(inventory-list)
                                      delimited by size
                                  " [" delimited by size
                                  function trim(item-id)
                                      delimited by size
                                  "]" delimited by size
                                  into inventory-list
                           end-string
                       end-if
                       string function trim(inventory-list)
                                  delimited by size
                              " (" delimited by size
                              function trim(weight-display)
                                  delimited by size
