       identification division.
       program-id. cobmud-job-stream.

       environment division.
       input-output section.
       file-control.
           copy "config-select.cpy".

           select step-def-file assign to dynamic step-def-path
                  organization line sequential
                  file status step-def-status.

           select run-log-file assign to dynamic run-log-path
                  organization line sequential
                  file status run-log-status.

           select job-restart-file assign to dynamic job-restart-path
                  organization line sequential
                  file status job-restart-status.

           select count-file assign to dynamic count-file-path
                  organization line sequential
                  file status count-file-status.

           select report-file assign to dynamic report-file-path
                  organization line sequential
                  file status report-file-status.

       data division.
       file section.
           copy "config-fd.cpy".

       fd  step-def-file.
       01 step-def-line                 pic X(220).

       fd  run-log-file.
       01 run-log-record.
           05 run-log-stream-id         pic X(14).
           05 run-log-step-seq          pic 9(03).
           05 run-log-step-name         pic X(20).
           05 run-log-program           pic X(60).
           05 run-log-start-stamp       pic X(21).
           05 run-log-end-stamp         pic X(21).
           05 run-log-return-code       pic S9(04)
                                        sign leading separate.
           05 run-log-record-count      pic 9(09).
           05 run-log-outcome           pic X(06).
               88 run-log-step-ok       value "OK".
               88 run-log-step-failed   value "FAILED".

       fd  job-restart-file.
       01 job-restart-record.
           05 job-restart-stream-id     pic X(14).
           05 job-restart-step-name     pic X(20).

       fd  count-file.
       01 count-line                    pic X(400).

       fd  report-file.
       01 report-line                   pic X(120).

       working-storage section.
       01 startup-config-path           pic X(100).
       01 config-file-status            pic X(02).
       01 config-keyword                pic X(20).
       01 config-value                  pic X(100).

       01 step-def-path                 pic X(100) value "JOBSTEPS".
       01 step-def-status               pic X(02).
       01 run-log-path                  pic X(100) value "RUNLOG".
       01 run-log-status                pic X(02).
       01 job-restart-path              pic X(100) value "JOBRSTRT".
       01 job-restart-status            pic X(02).
       01 count-file-path               pic X(100).
       01 count-file-status             pic X(02).
       01 report-file-path              pic X(100) value "JOBRPT".
       01 report-file-status            pic X(02).

       01 def-keyword                   pic X(20).
       01 def-value                     pic X(200).

       01 step-table.
           05 step-entry occurs 50 times.
               10 step-name             pic X(20).
               10 step-program          pic X(60).
               10 step-config           pic X(100).
               10 step-count-file       pic X(100).
       01 step-count                    binary-long value 0.
       01 step-idx                      binary-long.
       01 start-idx                     binary-long value 1.
       01 step-overflow                 pic X(01) value "N".
           88 step-table-overflowed     value "Y".
       01 incomplete-count              binary-long value 0.

       01 stream-id                     pic X(14).
       01 stream-state                  pic X(01) value "R".
           88 stream-is-running         value "R".
           88 stream-has-failed         value "F".
       01 restart-step-name             pic X(20) value spaces.
       01 failed-step-name              pic X(20).

       01 step-command                  pic X(250).
       01 step-return-code              binary-long.
       01 step-record-count             binary-long.
       01 steps-run                     binary-long value 0.

       01 seq-display                   pic ZZ9.
       01 return-code-display           pic -(04)9.
       01 record-count-display          pic Z(08)9.
       01 steps-display                 pic ZZ9.

       procedure division.
       main-para.
           perform configure-para

           open output report-file
           move "nightly job stream report" to report-line
           write report-line
           move function current-date to report-line
           write report-line
           move spaces to report-line
           write report-line

           move function current-date(1:14) to stream-id
           perform load-steps-para
           evaluate true
               when step-count = 0
                   move "no steps defined; stream not run."
                     to report-line
                   write report-line
                   set stream-has-failed to true
               when step-table-overflowed
                   move "more than 50 steps defined; stream not run."
                     to report-line
                   write report-line
                   set stream-has-failed to true
               when incomplete-count > 0
                   move "a step has no PROGRAM; stream not run."
                     to report-line
                   write report-line
                   set stream-has-failed to true
               when other
                   perform find-restart-para
                   perform run-stream-para
           end-evaluate

           move spaces to report-line
           write report-line
           move steps-run to steps-display
           string "steps run: " delimited by size
                  function trim(steps-display) delimited by size
                  into report-line
           end-string
           write report-line
           if stream-has-failed
               move "stream status: FAILED" to report-line
               move 8 to return-code
           else
               move "stream status: COMPLETE" to report-line
               move 0 to return-code
           end-if
           write report-line
           close report-file

           stop run
           .

       configure-para.
           move spaces to startup-config-path
           accept startup-config-path from argument-value
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
               when "STEP-FILE"
                   move config-value to step-def-path
               when "RUN-LOG-FILE"
                   move config-value to run-log-path
               when "RESTART-CONTROL-FILE"
                   move config-value to job-restart-path
               when "REPORT-FILE"
                   move config-value to report-file-path
               when other
                   continue
           end-evaluate
           .

       load-steps-para.
           open input step-def-file
           if step-def-status = "00"
               perform load-one-step-line-para
                   until step-def-status = "10"
               close step-def-file
           end-if
           perform varying step-idx from 1 by 1
                     until step-idx > step-count
               if step-program(step-idx) = spaces
                   add 1 to incomplete-count
               end-if
           end-perform
           .

       load-one-step-line-para.
           read step-def-file
               at end
                   move "10" to step-def-status
               not at end
                   perform handle-step-line-para
           end-read
           .

       handle-step-line-para.
           move spaces to def-keyword
           move spaces to def-value
           unstring step-def-line delimited by "="
               into def-keyword def-value
           end-unstring

           evaluate def-keyword
               when "STEP"
                   if step-count < 50
                       add 1 to step-count
                       move def-value(1:20) to step-name(step-count)
                       move spaces to step-program(step-count)
                       move spaces to step-config(step-count)
                       move spaces to step-count-file(step-count)
                   else
                       set step-table-overflowed to true
                   end-if
               when "PROGRAM"
                   if step-count > 0 and not step-table-overflowed
                       move def-value(1:60) to step-program(step-count)
                   end-if
               when "CONFIG"
                   if step-count > 0 and not step-table-overflowed
                       move def-value(1:100) to step-config(step-count)
                   end-if
               when "COUNT-FILE"
                   if step-count > 0 and not step-table-overflowed
                       move def-value(1:100)
                         to step-count-file(step-count)
                   end-if
               when other
                   continue
           end-evaluate
           .

       find-restart-para.
           open input job-restart-file
           if job-restart-status = "00"
               read job-restart-file
                   at end
                       continue
                   not at end
                       move job-restart-step-name to restart-step-name
                       move job-restart-stream-id to stream-id
               end-read
               close job-restart-file
           end-if

           if restart-step-name not = spaces
               move 0 to start-idx
               perform varying step-idx from 1 by 1
                         until step-idx > step-count
                   if step-name(step-idx) = restart-step-name
                      and start-idx = 0
                       move step-idx to start-idx
                   end-if
               end-perform
               perform report-restart-para
           end-if
           .

       report-restart-para.
           move spaces to report-line
           if start-idx = 0
               move 1 to start-idx
               move function current-date(1:14) to stream-id
               string "restart step " delimited by size
                      function trim(restart-step-name)
                          delimited by size
                      " is no longer defined; "
                          delimited by size
                      "starting from the first step." delimited by size
                      into report-line
               end-string
           else
               string "resuming stream " delimited by size
                      stream-id delimited by size
                      " at failed step " delimited by size
                      function trim(restart-step-name)
                          delimited by size
                      "." delimited by size
                      into report-line
               end-string
           end-if
           write report-line
           move spaces to report-line
           write report-line
           .

       run-stream-para.
           open extend run-log-file
           if run-log-status = "35"
               open output run-log-file
           end-if

           perform varying step-idx from start-idx by 1
                     until step-idx > step-count
                        or stream-has-failed
               perform run-one-step-para
           end-perform

           close run-log-file

           if stream-has-failed
               open output job-restart-file
               move stream-id to job-restart-stream-id
               move failed-step-name to job-restart-step-name
               write job-restart-record
               close job-restart-file
           else
               open output job-restart-file
               close job-restart-file
           end-if
           .

       run-one-step-para.
           move spaces to step-command
           string function trim(step-program(step-idx))
                      delimited by size
                  " " delimited by size
                  function trim(step-config(step-idx))
                      delimited by size
                  into step-command
           end-string

           move stream-id to run-log-stream-id
           move step-idx to run-log-step-seq
           move step-name(step-idx) to run-log-step-name
           move step-program(step-idx) to run-log-program
           move function current-date to run-log-start-stamp

           call "SYSTEM" using step-command
           move return-code to step-return-code
           if step-return-code > 255
               compute step-return-code = step-return-code / 256
           end-if

           move function current-date to run-log-end-stamp
           move step-return-code to run-log-return-code
           perform count-step-records-para
           move step-record-count to run-log-record-count
           if step-return-code = 0
               set run-log-step-ok to true
           else
               set run-log-step-failed to true
               set stream-has-failed to true
               move step-name(step-idx) to failed-step-name
           end-if
           write run-log-record
           add 1 to steps-run

           move step-idx to seq-display
           move step-return-code to return-code-display
           move step-record-count to record-count-display
           move spaces to report-line
           string "step " delimited by size
                  function trim(seq-display) delimited by size
                  " " delimited by size
                  function trim(step-name(step-idx)) delimited by size
                  " return code " delimited by size
                  function trim(return-code-display) delimited by size
                  " records " delimited by size
                  function trim(record-count-display) delimited by size
                  " " delimited by size
                  run-log-outcome delimited by size
                  into report-line
           end-string
           write report-line
           .

       count-step-records-para.
           move 0 to step-record-count
           if step-count-file(step-idx) not = spaces
               move step-count-file(step-idx) to count-file-path
               open input count-file
               if count-file-status = "00"
                   perform count-one-record-para
                       until count-file-status = "10"
                   close count-file
               end-if
           end-if
           .

       count-one-record-para.
           read count-file
               at end
                   move "10" to count-file-status
               not at end
                   add 1 to step-record-count
           end-read
           .
