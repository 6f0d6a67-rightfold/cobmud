           select spawn-file assign to dynamic spawn-file-path
                  organization indexed
                  access mode dynamic
                  record key spawn-key
                  file status spawn-file-status.
