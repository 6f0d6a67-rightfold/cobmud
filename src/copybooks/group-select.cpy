           select group-file assign to dynamic group-file-path
                  organization indexed
                  access mode dynamic
                  record key group-member-id
                  file status group-file-status.
