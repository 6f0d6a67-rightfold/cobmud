           select combat-file assign to dynamic combat-file-path
                  organization line sequential
                  file status combat-file-status.
