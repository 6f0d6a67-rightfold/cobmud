           select archive-file assign to dynamic archive-file-path
                  organization indexed
                  access mode dynamic
                  record key archive-player-id
                  file status archive-file-status.
