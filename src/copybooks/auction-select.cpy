           select auction-file assign to dynamic auction-file-path
                  organization indexed
                  access mode dynamic
                  record key lot-number
                  file status auction-file-status.
