                              delimited by size
                          into holder-text
                   end-string
               when "A"
                   string "auction lot " delimited by size
                          function trim(stat-location-id(item-stat-idx))
                              delimited by size
                          into holder-text
                   end-string
               when other
                   move "unknown" to holder-text
           end-evaluate
