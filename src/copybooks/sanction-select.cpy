           select sanction-file assign to dynamic sanction-file-path
                  organization indexed
                  access mode dynamic
                  record key sanction-key
                  file status sanction-file-status.
