           select ledger-file assign to dynamic ledger-file-path
                  organization line sequential
                  file status ledger-file-status.
