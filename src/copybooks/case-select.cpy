           select case-file assign to dynamic case-file-path
                  organization indexed
                  access mode dynamic
                  record key case-number
                  file status case-file-status.
