       identification division.
       program-id. cobmud-log-cutover.

       environment division.
       input-output section.
       file-control.
           copy "audit-select.cpy".
           copy "config-select.cpy".

           select report-file assign to dynamic report-file-path
                  organization line sequential
                  file status report-file-status.

       data division.
       file section.
           copy "audit-fd.cpy".
           copy "config-fd.cpy".

       fd  report-file.
       01 report-line                   pic X(120).

       working-storage section.
           copy "config-paths.cpy".
       01 audit-file-status             pic X(02).

       01 startup-config-path           pic X(100).
       01 config-file-status            pic X(02).
       01 config-keyword                pic X(20).
       01 config-value                  pic X(100).
       01 run-check-program             pic X(30)
                                        value "cobmud-log-cutover".
       01 run-check-result              pic X(01).
           88 run-is-allowed            value "Y".

       01 report-file-path              pic X(100) value "CUTRPT".
       01 report-file-status            pic X(02).

       01 business-date                 pic X(08) value spaces.
       01 generation-name               pic X(110).
       01 rename-ok                     binary-long.
       01 probe-file-info               pic X(64).
       01 probe-ok                      binary-long.

       01 cutover-count                 binary-long value 0.
       01 cutover-count-display         pic Z(08)9.

       procedure division.
       main-para.
           perform configure-para
           perform run-check-para

           open output report-file
           move "audit log cutover report" to report-line
           write report-line
           move function current-date to report-line
           write report-line
           move spaces to report-line
           write report-line

           if business-date = spaces
               move function current-date(1:8) to business-date
           end-if
           move spaces to generation-name
           string function trim(audit-file-path) delimited by size
                  "." delimited by size
                  business-date delimited by size
                  into generation-name
           end-string

           call "CBL_CHECK_FILE_EXIST" using generation-name
                                             probe-file-info
                                       giving probe-ok
           if probe-ok = 0
               move spaces to report-line
               string "a generation " delimited by size
                      function trim(generation-name) delimited by size
                      " already exists; cutover refused."
                          delimited by size
                      into report-line
               end-string
               write report-line
               move 8 to return-code
               perform finish-para
           end-if

           open input audit-file
           if audit-file-status not = "00"
               move "no audit log on file; nothing to cut over."
                 to report-line
               write report-line
               perform finish-para
           end-if
           perform count-audit-para until audit-file-status = "10"
           close audit-file

           call "CBL_RENAME_FILE" using audit-file-path
                                        generation-name
                                 giving rename-ok
           if rename-ok not = 0
               move spaces to report-line
               string "audit log could not be renamed to "
                          delimited by size
                      function trim(generation-name) delimited by size
                      "; cutover failed." delimited by size
                      into report-line
               end-string
               write report-line
               move 8 to return-code
               perform finish-para
           end-if

           open output audit-file
           close audit-file

           move spaces to report-line
           string "audit log cut over to " delimited by size
                  function trim(generation-name) delimited by size
                  "; a new empty log was started." delimited by size
                  into report-line
           end-string
           write report-line

           perform finish-para
           .

       finish-para.
           move spaces to report-line
           write report-line
           move cutover-count to cutover-count-display
           string "records cut over: " delimited by size
                  function trim(cutover-count-display)
                      delimited by size
                  into report-line
           end-string
           write report-line
           close report-file
           stop run
           .

       count-audit-para.
           read audit-file
               at end
                   move "10" to audit-file-status
               not at end
                   add 1 to cutover-count
           end-read
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
           move "AUDITLOG" to audit-file-path
           move "RUNCTL"   to runctl-file-path
           if startup-config-path not = spaces
               perform load-config-para
           end-if
           .

       load-config-para.
           open input config-file
           if config-file-status = "00"
               perform read-config-para until config-file-status = "10"
               close config-file
           end-if
           .

       read-config-para.
           read config-file
               at end move "10" to config-file-status
               not at end perform apply-config-line-para
           end-read
           .

       apply-config-line-para.
           move spaces to config-keyword
           move spaces to config-value
           unstring config-line delimited by "="
               into config-keyword config-value
           end-unstring
           evaluate config-keyword
               when "AUDIT-FILE"
                   move config-value to audit-file-path
               when "REPORT-FILE"
                   move config-value to report-file-path
               when "BUSINESS-DATE"
                   if config-value(1:8) is numeric
                      and config-value(9:) = spaces
                       move config-value(1:8) to business-date
                   end-if
               when "RUN-CONTROL-FILE"
                   move config-value to runctl-file-path
               when other
                   continue
           end-evaluate
           .
