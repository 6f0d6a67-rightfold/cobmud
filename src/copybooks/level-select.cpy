           select level-file assign to dynamic level-file-path
                  organization indexed
                  access mode dynamic
                  record key level-number
                  file status level-file-status.
