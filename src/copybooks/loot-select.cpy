           select loot-file assign to dynamic loot-file-path
                  organization indexed
                  access mode dynamic
                  record key loot-key
                  file status loot-file-status.
