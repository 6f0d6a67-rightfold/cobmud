       identification division.
       program-id. cobmud-run-check.

       environment division.
       input-output section.
       file-control.
           copy "runctl-select.cpy".

       data division.
       file section.
           copy "runctl-fd.cpy".

       working-storage section.
           copy "config-paths.cpy".
       01 runctl-file-status            pic X(02).

       01 state-since-text              pic X(16).
       01 refusal-message               pic X(160).

       linkage section.
       01 check-program-id              pic X(30).
       01 check-result                  pic X(01).
           88 run-is-allowed            value "Y".
           88 run-is-refused            value "N".

       procedure division using reference check-program-id
                                 reference check-result.
       main-para.
           set run-is-allowed to true
           move spaces to refusal-message
           if runctl-file-path = spaces or runctl-file-path = low-values
               move "RUNCTL" to runctl-file-path
           end-if

           open input runctl-file
           evaluate runctl-file-status
               when "00"
                   read runctl-file
                       at end
                           move "DOWN" to runctl-state
                   end-read
                   close runctl-file
                   perform check-state-para
               when "35"
                   continue
               when other
                   set run-is-refused to true
                   string function trim(check-program-id)
                              delimited by size
                          " refused: the run-control file "
                              delimited by size
                          function trim(runctl-file-path)
                              delimited by size
                          " could not be opened, status "
                              delimited by size
                          runctl-file-status delimited by size
                          "." delimited by size
                          into refusal-message
                   end-string
           end-evaluate

           if run-is-refused
               display refusal-message
           end-if
           exit program
           .

       check-state-para.
           move spaces to state-since-text
           string runctl-stamp(1:4) delimited by size
                  "-" delimited by size
                  runctl-stamp(5:2) delimited by size
                  "-" delimited by size
                  runctl-stamp(7:2) delimited by size
                  " " delimited by size
                  runctl-stamp(9:2) delimited by size
                  ":" delimited by size
                  runctl-stamp(11:2) delimited by size
                  into state-since-text
           end-string

           evaluate true
               when runctl-is-down
               when runctl-is-maint
                   continue
               when runctl-is-live
                   set run-is-refused to true
                   string function trim(check-program-id)
                              delimited by size
                          " refused: the server has been live since "
                              delimited by size
                          state-since-text delimited by size
                          ". put it into maintenance or shut it down"
                              delimited by size
                          " first." delimited by size
                          into refusal-message
                   end-string
               when other
                   set run-is-refused to true
                   string function trim(check-program-id)
                              delimited by size
                          " refused: the run-control file "
                              delimited by size
                          function trim(runctl-file-path)
                              delimited by size
                          " does not show LIVE, MAINT or DOWN."
                              delimited by size
                          into refusal-message
                   end-string
           end-evaluate
           .
