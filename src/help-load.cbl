       01 config-file-status            pic X(02).
       01 config-keyword                pic X(20).
       01 config-value                  pic X(100).
       01 run-check-program             pic X(30)
                                        value "cobmud-help-load".
       01 run-check-result              pic X(01).
           88 run-is-allowed            value "Y".

       01 help-def-path                 pic X(100) value "HELPDEF".
       01 help-def-status               pic X(02).
       procedure division.
       main-para.
           perform configure-para
           perform run-check-para

           open output exception-file
           move "help load exceptions" to exception-line
           stop run
           .

       run-check-para.
           call "cobmud-run-check"
               using reference run-check-program
                     reference run-check-result
           if not run-is-allowed
               move 8 to return-code
               stop run
           end-if
           .

       configure-para.
           move spaces to startup-config-path
           accept startup-config-path from argument-value
           move "HELPFL" to help-file-path
           move "RUNCTL" to runctl-file-path
           if startup-config-path not = spaces
               perform load-config-para
           end-if
                   move config-value to help-def-path
               when "EXCEPTION-FILE"
                   move config-value to exception-file-path
               when "RUN-CONTROL-FILE"
                   move config-value to runctl-file-path
               when other
                   continue
           end-evaluate
