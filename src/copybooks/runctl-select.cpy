           select runctl-file assign to dynamic runctl-file-path
                  organization line sequential
                  file status runctl-file-status.
