           select template-file assign to dynamic template-file-path
                  organization indexed
                  access mode dynamic
                  record key template-id
                  file status template-file-status.
