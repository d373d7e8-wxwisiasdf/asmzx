      ******************************************************************
      *Nightly job stream driver
      *
      *The nightly run is a dozen programs in a row, each surfacing
      *its result through return-code, and an operator used to watch
      *the console step by step to decide whether to carry on. This
      *driver reads job.ctl -- one record per step, in running order,
      *naming the step, the program it CALLs, the highest return-code
      *the step may end with, what a higher one means, and up to four
      *files the step produces -- and runs the steps in order:
      *
      *  S  stop  -- a step over its limit stops the stream; the
      *              steps after it are not run
      *  F  flag  -- a step over its limit is flagged and the stream
      *              carries on
      *
      *Every step's return-code and elapsed time are appended to
      *job.log, the cumulative job log, as the step ends; program.job
      *is the one-page end-of-night step summary. The count of steps
      *over their limit is surfaced through return-code.
      *
      *After every step that completes (within its limit or only
      *flagged), job.chk is rewritten with the steps completed so far
      *and a fingerprint of every output file each one named. When a
      *step stops the stream, the next night's operator sets
      *ASMZJOB_RESTART to that step's name and the stream picks up
      *there without rerunning the steps ahead of it -- but only when
      *job.chk records every one of those steps as completed, under
      *the same step and program job.ctl still names, and every output
      *file they named still fingerprints as recorded. Anything else
      *refuses the restart and runs nothing: the earlier outputs are
      *no longer the ones the failing step was working from, so the
      *stream has to run from the top. A file named by more than one
      *of the steps skipped is held to the fingerprint the last of
      *them recorded -- a later step that rewrites it (the CRC step
      *rewriting LINK's program.bin, say) has superseded the earlier
      *record.
      *
      *job.ctl record layout: columns 1-8 step name, 9 action (S, F,
      *or '*' for a comment record), 10-17 program, 18-21 maximum
      *return-code, then four 20-column output file names. An action
      *E record instead carries NAME=VALUE from column 10, an
      *environment setting for the step named in columns 1-8 (the
      *step record after it, by custom): set just before that step's
      *program is CALLed and put back as it was once it returns, the
      *way asmzbld sets asmzx's switches for each module.
      *
      *Steps are CALLed and cancelled one at a time, so each starts
      *from its initial state exactly as it would as a job step.
       identification division.
       program-id. asmzjob.
       environment division.
       input-output section.
       file-control.
      *Step control file -- one record per step, in running order
           select fs-control assign to "job.ctl"
           organization is line sequential.
      *Steps completed so far and their output fingerprints --
      *rewritten whole after every completed step
           select optional fs-checkpoint assign to "job.chk"
           organization is line sequential.
      *A step's output file, read byte by byte to fingerprint it
           select optional fs-outfile assign to dynamic ws-out-name
           organization is sequential.
      *Cumulative job log -- appended to, never recreated, like
      *program.aud
           select optional fs-joblog assign to "job.log"
           organization is line sequential.
      *End-of-night step summary
           select optional fs-report assign to "program.job"
           organization is line sequential.
       data division.
       file section.
       fd  fs-control.
       01  fs-control-rec.
           05 fs-ctl-step pic x(8).
           05 fs-ctl-action pic x.
               88 fs-ctl-stop value 'S'.
               88 fs-ctl-flag value 'F'.
               88 fs-ctl-comment value '*'.
               88 fs-ctl-environment value 'E'.
           05 fs-ctl-program pic x(8).
           05 fs-ctl-max-rc pic 9(4).
           05 fs-ctl-output pic x(20) occurs 4 times.
       01  fs-control-env-rec.
           05 filler pic x(9).
           05 fs-ctl-setting pic x(92).
       fd  fs-checkpoint.
       01  fs-chk-rec.
           05 fs-chk-step pic x(8).
           05 fs-chk-program pic x(8).
           05 fs-chk-rc pic 9(4).
           05 fs-chk-result pic x.
           05 fs-chk-out occurs 4 times.
               10 fs-chk-fpr pic 9(8).
               10 fs-chk-bytes pic 9(8).
       fd  fs-outfile.
       01  fs-out-char usage binary-char unsigned.
       fd  fs-joblog.
       01  fs-joblog-rec pic x(100).
       fd  fs-report.
       01  fs-report-line pic x(100).
       working-storage section.
       01  i pic 9(4) comp.
      *Step table -- up to 40 steps, a page of summary lines. The
      *result byte is P passed, F flagged, S stopped the stream,
      *K skipped by a restart, N not run.
       01  ws-step-count pic 9(4) value 0.
       01  ws-step-i pic 9(4) comp.
       01  ws-step-tab.
           05 ws-step-ent occurs 40 times.
               10 ws-step-name pic x(8).
               10 ws-step-action pic x.
               10 ws-step-program pic x(8).
               10 ws-step-max-rc pic 9(4).
               10 ws-step-rc pic 9(4).
               10 ws-step-result pic x.
               10 ws-step-elapsed pic x(8).
               10 ws-step-out occurs 4 times.
                   15 ws-step-out-name pic x(20).
                   15 ws-step-out-fpr pic 9(8).
                   15 ws-step-out-bytes pic 9(8).
      *What job.chk recorded, by position
       01  ws-old-count pic 9(4) value 0.
       01  ws-old-tab.
           05 ws-old-ent occurs 40 times.
               10 ws-old-step pic x(8).
               10 ws-old-program pic x(8).
               10 ws-old-rc pic 9(4).
               10 ws-old-result pic x.
               10 ws-old-out occurs 4 times.
                   15 ws-old-fpr pic 9(8).
                   15 ws-old-bytes pic 9(8).
       01  ws-out-i pic 9(4) comp.
       01  ws-later-i pic 9(4) comp.
       01  ws-later-out pic 9(4) comp.
       01  ws-superseded pic x.
      *Environment settings from E records -- up to 20, each for the
      *step it names, with the value it replaced while the step runs
       01  ws-env-count pic 9(4) value 0.
       01  ws-env-i pic 9(4) comp.
       01  ws-env-tab.
           05 ws-env-ent occurs 20 times.
               10 ws-env-step pic x(8).
               10 ws-env-name pic x(30).
               10 ws-env-value pic x(60).
               10 ws-env-saved pic x(60).
       01  ws-env-eq pic 9(4) comp.
      *Restart step -- ASMZJOB_RESTART names it; the first step when
      *unset
       01  ws-restart-env pic x(8) value spaces.
       01  ws-restart-i pic 9(4) value 1.
       01  ws-refuse-count pic 9(4) value 0.
       01  ws-refuse-tab.
           05 ws-refuse-text pic x(90) occurs 40 times.
      *Rolling output fingerprint -- every byte of the file folded in
      *through a prime modulus, as asmzbld fingerprints a source
       01  ws-out-name pic x(20).
       01  ws-fpr-acc pic 9(8).
       01  ws-fpr-big pic 9(10).
       01  ws-fpr-q pic 9(10).
       01  ws-fpr-byte pic 9(3).
       01  ws-fpr-n pic 9(8).
      *Program the step CALLs
       01  ws-call-name pic x(8).
       01  ws-call-missing pic x.
      *Clock readings, as hundredths of a second since midnight
       01  ws-run-date pic 9(8).
       01  ws-time-raw pic 9(8).
       01  ws-time-parts redefines ws-time-raw.
           05 ws-time-hh pic 9(2).
           05 ws-time-mm pic 9(2).
           05 ws-time-ss pic 9(2).
           05 ws-time-cc pic 9(2).
       01  ws-run-start pic 9(6).
       01  ws-run-end pic 9(6).
       01  ws-step-start pic 9(6).
       01  ws-hund pic 9(8).
       01  ws-hund-start pic 9(8).
       01  ws-hund-end pic 9(8).
       01  ws-hund-elapsed pic 9(8).
       01  ws-el-secs pic 9(8).
       01  ws-el-rest pic 9(8).
       01  ws-el-hh pic 9(2).
       01  ws-el-mm pic 9(2).
       01  ws-el-ss pic 9(2).
      *Stream state and tallies
       01  ws-stream-state pic x value 'R'.
           88 ws-stream-running value 'R'.
           88 ws-stream-stopped value 'S'.
       01  ws-stopped-at pic x(8) value spaces.
       01  ws-run-count pic 9(4) value 0.
       01  ws-skip-count pic 9(4) value 0.
       01  ws-flag-count pic 9(4) value 0.
       01  ws-stop-count pic 9(4) value 0.
       01  ws-norun-count pic 9(4) value 0.
       01  ws-fail-count pic 9(4) value 0.
       01  ws-result-word pic x(12).
      *Report and job log line scratch
       01  ws-report-line pic x(100).
      *Run log message scratch -- see asmxlog
       copy "aslogm.cpy" replacing ==:pref:== BY ==ws==.
       procedure division.
           move spaces to ws-log-text.
           accept ws-run-date from date yyyymmdd end-accept.
           accept ws-time-raw from time end-accept.
           move ws-time-raw(1:6) to ws-run-start.
           accept ws-restart-env from environment "ASMZJOB_RESTART"
           end-accept.
      *Collect the step list
           open input fs-control.
           perform forever
               read fs-control
                   at end exit perform
                   not at end perform load-control-entry
               end-read
           end-perform.
           close fs-control.
           if ws-step-count = 0
               move 'E' to ws-log-severity
               move 1 to ws-log-msgno
               move "job.ctl names no steps" to ws-log-text
               perform put-log-message
               move 1 to return-code
               goback
           end-if.
      *A restart runs nothing unless every step ahead of it checks
      *out against job.chk
           if ws-restart-env not = spaces
               perform check-restart
               if ws-refuse-count > 0
                   perform write-refusal-report
                   move 'E' to ws-log-severity
                   move 5 to ws-log-msgno
                   string "restart at step " delimited by size
                       ws-restart-env delimited by space
                       " refused, nothing run" delimited by size
                       into ws-log-text
                   end-string
                   perform put-log-message
      *Set last -- a CALL (asmxlog included) replaces RETURN-CODE
      *with the called program's own, zero when it sets none
                   move ws-refuse-count to return-code
                   goback
               end-if
           end-if.
      *A fresh stream forgets the last one's completions at once; a
      *restart keeps exactly the steps it skips
           perform rewrite-checkpoint.
           perform varying ws-step-i from ws-restart-i by 1
           until ws-step-i > ws-step-count
               if ws-stream-stopped
                   move 'N' to ws-step-result(ws-step-i)
                   move 0 to ws-step-rc(ws-step-i)
                   move spaces to ws-step-elapsed(ws-step-i)
                   add 1 to ws-norun-count giving ws-norun-count
                   end-add
               else
                   perform run-step
               end-if
           end-perform.
           accept ws-time-raw from time end-accept.
           move ws-time-raw(1:6) to ws-run-end.
           perform write-job-end-line.
           perform write-summary-report.
           add ws-flag-count to ws-stop-count giving ws-fail-count
           end-add.
      *Steps over their limit are errors the operator must see; a
      *clean stream is informational
           if ws-fail-count > 0
               move 'E' to ws-log-severity
           else
               move 'I' to ws-log-severity
           end-if.
           move 9 to ws-log-msgno.
           string "job stream steps over their limit: "
               delimited by size
               ws-fail-count delimited by size
               into ws-log-text
           end-string.
           perform put-log-message.
      *Set last -- a CALL (asmxlog included) replaces RETURN-CODE
      *with the called program's own, zero when it sets none
           move ws-fail-count to return-code.
           goback.
       load-control-entry.
           if fs-ctl-comment or fs-control-rec = spaces
               exit paragraph
           end-if.
           if fs-ctl-environment
               perform load-environment-entry
               exit paragraph
           end-if.
           if ws-step-count >= 40
               move 'E' to ws-log-severity
               move 2 to ws-log-msgno
               string "too many steps, ignoring " delimited by size
                   fs-ctl-step delimited by space
                   into ws-log-text
               end-string
               perform put-log-message
               exit paragraph
           end-if.
           add 1 to ws-step-count giving ws-step-count end-add.
           move fs-ctl-step to ws-step-name(ws-step-count).
           move fs-ctl-action to ws-step-action(ws-step-count).
           move fs-ctl-program to ws-step-program(ws-step-count).
      *A limit that is not a number would let any return-code
      *through, so it is read as zero and the step held to a clean
      *finish
           if fs-ctl-max-rc is numeric
               move fs-ctl-max-rc to ws-step-max-rc(ws-step-count)
           else
               move 'W' to ws-log-severity
               move 3 to ws-log-msgno
               string "step " delimited by size
                   fs-ctl-step delimited by space
                   " has no numeric maximum return-code, using 0"
                   delimited by size
                   into ws-log-text
               end-string
               perform put-log-message
               move 0 to ws-step-max-rc(ws-step-count)
           end-if.
      *Anything but F stops the stream -- an unknown action must not
      *let a failure slip past
           if not fs-ctl-flag
               move 'S' to ws-step-action(ws-step-count)
           end-if.
           perform varying ws-out-i from 1 by 1 until ws-out-i > 4
               move fs-ctl-output(ws-out-i)
                   to ws-step-out-name(ws-step-count, ws-out-i)
               move 0 to ws-step-out-fpr(ws-step-count, ws-out-i)
               move 0 to ws-step-out-bytes(ws-step-count, ws-out-i)
           end-perform.
           move 0 to ws-step-rc(ws-step-count).
           move 'N' to ws-step-result(ws-step-count).
           move spaces to ws-step-elapsed(ws-step-count).
      *NAME=VALUE for the step the record names
       load-environment-entry.
           move 0 to ws-env-eq.
           perform varying i from 1 by 1
           until i > 30 or fs-ctl-setting(i:1) = ' '
               if fs-ctl-setting(i:1) = '='
                   move i to ws-env-eq
                   exit perform
               end-if
           end-perform.
           if ws-env-eq < 2 or ws-env-count >= 20
               move 'W' to ws-log-severity
               move 10 to ws-log-msgno
               string "environment record for step " delimited by size
                   fs-ctl-step delimited by space
                   " ignored, not NAME=VALUE or over 20"
                   delimited by size
                   into ws-log-text
               end-string
               perform put-log-message
               exit paragraph
           end-if.
           add 1 to ws-env-count giving ws-env-count end-add.
           move fs-ctl-step to ws-env-step(ws-env-count).
           move spaces to ws-env-name(ws-env-count).
           move fs-ctl-setting(1:ws-env-eq - 1)
               to ws-env-name(ws-env-count).
           move fs-ctl-setting(ws-env-eq + 1:)
               to ws-env-value(ws-env-count).
           move spaces to ws-env-saved(ws-env-count).
      *Find the restart step, then hold every step ahead of it to
      *what job.chk recorded. Each problem is one refusal reason,
      *written to program.job.
       check-restart.
           move 0 to ws-restart-i.
           perform varying ws-step-i from 1 by 1
           until ws-step-i > ws-step-count
               if ws-step-name(ws-step-i) = ws-restart-env
                   move ws-step-i to ws-restart-i
                   exit perform
               end-if
           end-perform.
           if ws-restart-i = 0
               move 'E' to ws-log-severity
               move 4 to ws-log-msgno
               string "restart step " delimited by size
                   ws-restart-env delimited by space
                   " is not in job.ctl" delimited by size
                   into ws-log-text
               end-string
               perform note-refusal
               exit paragraph
           end-if.
           open input fs-checkpoint.
           perform forever
               read fs-checkpoint
                   at end exit perform
                   not at end perform load-checkpoint-entry
               end-read
           end-perform.
           close fs-checkpoint.
           perform varying ws-step-i from 1 by 1
           until ws-step-i >= ws-restart-i
               perform check-skipped-step
           end-perform.
       load-checkpoint-entry.
           if ws-old-count >= 40
               exit paragraph
           end-if.
           add 1 to ws-old-count giving ws-old-count end-add.
           move fs-chk-step to ws-old-step(ws-old-count).
           move fs-chk-program to ws-old-program(ws-old-count).
           move fs-chk-rc to ws-old-rc(ws-old-count).
           move fs-chk-result to ws-old-result(ws-old-count).
           perform varying ws-out-i from 1 by 1 until ws-out-i > 4
               move fs-chk-fpr(ws-out-i)
                   to ws-old-fpr(ws-old-count, ws-out-i)
               move fs-chk-bytes(ws-out-i)
                   to ws-old-bytes(ws-old-count, ws-out-i)
           end-perform.
      *A step is carried over only when job.chk holds it at the same
      *position under the same name and program, and every output it
      *names fingerprints as it did when the step ran
       check-skipped-step.
           if ws-step-i > ws-old-count
           or ws-old-step(ws-step-i) not = ws-step-name(ws-step-i)
               move 'E' to ws-log-severity
               move 11 to ws-log-msgno
               string "step " delimited by size
                   ws-step-name(ws-step-i) delimited by space
                   " is not recorded as completed in job.chk"
                   delimited by size
                   into ws-log-text
               end-string
               perform note-refusal
               exit paragraph
           end-if.
           if ws-old-program(ws-step-i) not = ws-step-program(ws-step-i)
               move 'E' to ws-log-severity
               move 12 to ws-log-msgno
               string "step " delimited by size
                   ws-step-name(ws-step-i) delimited by space
                   " ran program " delimited by size
                   ws-old-program(ws-step-i) delimited by space
                   ", job.ctl now names " delimited by size
                   ws-step-program(ws-step-i) delimited by space
                   into ws-log-text
               end-string
               perform note-refusal
               exit paragraph
           end-if.
           perform fingerprint-step-outputs.
           perform varying ws-out-i from 1 by 1 until ws-out-i > 4
               perform check-superseded-output
               if ws-superseded = 'Y'
                   move ws-old-fpr(ws-step-i, ws-out-i)
                       to ws-step-out-fpr(ws-step-i, ws-out-i)
                   move ws-old-bytes(ws-step-i, ws-out-i)
                       to ws-step-out-bytes(ws-step-i, ws-out-i)
               end-if
               if ws-step-out-fpr(ws-step-i, ws-out-i)
                   not = ws-old-fpr(ws-step-i, ws-out-i)
               or ws-step-out-bytes(ws-step-i, ws-out-i)
                   not = ws-old-bytes(ws-step-i, ws-out-i)
                   move 'E' to ws-log-severity
                   move 13 to ws-log-msgno
                   string "step " delimited by size
                       ws-step-name(ws-step-i) delimited by space
                       " output " delimited by size
                       ws-step-out-name(ws-step-i, ws-out-i)
                       delimited by space
                       " changed since the step ran" delimited by size
                       into ws-log-text
                   end-string
                   perform note-refusal
               end-if
           end-perform.
           move ws-old-rc(ws-step-i) to ws-step-rc(ws-step-i).
           move 'K' to ws-step-result(ws-step-i).
           add 1 to ws-skip-count giving ws-skip-count end-add.
      *An output a later skipped step also names is that step's to
      *answer for; the record kept here stays as it was
       check-superseded-output.
           move 'N' to ws-superseded.
           if ws-step-out-name(ws-step-i, ws-out-i) = spaces
               exit paragraph
           end-if.
           perform varying ws-later-i from ws-step-i by 1
           until ws-later-i >= ws-restart-i - 1
               perform varying ws-later-out from 1 by 1
               until ws-later-out > 4
                   if ws-step-out-name(ws-later-i + 1, ws-later-out)
                   = ws-step-out-name(ws-step-i, ws-out-i)
                       move 'Y' to ws-superseded
                   end-if
               end-perform
           end-perform.
      *The step's own settings, each previous value kept to put back
       set-step-environment.
           perform varying ws-env-i from 1 by 1
           until ws-env-i > ws-env-count
               if ws-env-step(ws-env-i) = ws-step-name(ws-step-i)
                   move spaces to ws-env-saved(ws-env-i)
                   accept ws-env-saved(ws-env-i)
                       from environment ws-env-name(ws-env-i)
                   end-accept
                   set environment ws-env-name(ws-env-i)
                       to ws-env-value(ws-env-i)
               end-if
           end-perform.
       restore-step-environment.
           perform varying ws-env-i from 1 by 1
           until ws-env-i > ws-env-count
               if ws-env-step(ws-env-i) = ws-step-name(ws-step-i)
                   set environment ws-env-name(ws-env-i)
                       to ws-env-saved(ws-env-i)
               end-if
           end-perform.
      *Kept for program.job as well as logged
       note-refusal.
           add 1 to ws-refuse-count giving ws-refuse-count end-add.
           if ws-refuse-count <= 40
               move ws-log-text to ws-refuse-text(ws-refuse-count)
           end-if.
           perform put-log-message.
      *Every named output of the step at hand; a blank name stays
      *zero, and so does a file that is not there
       fingerprint-step-outputs.
           perform varying ws-out-i from 1 by 1 until ws-out-i > 4
               move 0 to ws-step-out-fpr(ws-step-i, ws-out-i)
               move 0 to ws-step-out-bytes(ws-step-i, ws-out-i)
               if ws-step-out-name(ws-step-i, ws-out-i) not = spaces
                   move ws-step-out-name(ws-step-i, ws-out-i)
                       to ws-out-name
                   perform fingerprint-output
                   move ws-fpr-acc
                       to ws-step-out-fpr(ws-step-i, ws-out-i)
                   move ws-fpr-n
                       to ws-step-out-bytes(ws-step-i, ws-out-i)
               end-if
           end-perform.
       fingerprint-output.
           move 0 to ws-fpr-acc.
           move 0 to ws-fpr-n.
           open input fs-outfile.
           perform forever
               read fs-outfile
                   at end exit perform
                   not at end
                       add 1 to ws-fpr-n giving ws-fpr-n end-add
                       move fs-out-char to ws-fpr-byte
                       multiply ws-fpr-acc by 83 giving ws-fpr-big
                       end-multiply
                       add ws-fpr-byte to ws-fpr-big
                       giving ws-fpr-big end-add
                       divide ws-fpr-big by 99999989 giving ws-fpr-q
                           remainder ws-fpr-acc
                       end-divide
               end-read
           end-perform.
           close fs-outfile.
      *job.chk holds the completed steps in order -- those a restart
      *carried over and those run since -- up to the first one that
      *stopped the stream
       rewrite-checkpoint.
           open output fs-checkpoint.
           perform varying i from 1 by 1 until i > ws-step-count
               if ws-step-result(i) = 'P' or ws-step-result(i) = 'F'
               or ws-step-result(i) = 'K'
                   move ws-step-name(i) to fs-chk-step
                   move ws-step-program(i) to fs-chk-program
                   move ws-step-rc(i) to fs-chk-rc
                   if ws-step-result(i) = 'K'
                       move ws-old-result(i) to fs-chk-result
                   else
                       move ws-step-result(i) to fs-chk-result
                   end-if
                   perform varying ws-out-i from 1 by 1
                   until ws-out-i > 4
                       move ws-step-out-fpr(i, ws-out-i)
                           to fs-chk-fpr(ws-out-i)
                       move ws-step-out-bytes(i, ws-out-i)
                           to fs-chk-bytes(ws-out-i)
                   end-perform
                   write fs-chk-rec end-write
               end-if
           end-perform.
           close fs-checkpoint.
      *CALL the step's program from its initial state, time it, and
      *hold its return-code to the step's limit. A program that
      *cannot be found ends the step with return-code 9999.
       run-step.
           add 1 to ws-run-count giving ws-run-count end-add.
           move ws-step-program(ws-step-i) to ws-call-name.
           move 'N' to ws-call-missing.
           accept ws-time-raw from time end-accept.
           move ws-time-raw(1:6) to ws-step-start.
           perform clock-to-hundredths.
           move ws-hund to ws-hund-start.
           perform set-step-environment.
           move 0 to return-code.
           call ws-call-name
               on exception move 'Y' to ws-call-missing
           end-call.
           move return-code to ws-step-rc(ws-step-i).
           perform restore-step-environment.
           if ws-call-missing = 'Y'
               move 9999 to ws-step-rc(ws-step-i)
           else
               cancel ws-call-name
           end-if.
           accept ws-time-raw from time end-accept.
           perform clock-to-hundredths.
           move ws-hund to ws-hund-end.
           perform format-elapsed.
           if ws-call-missing = 'Y'
               move 'E' to ws-log-severity
               move 8 to ws-log-msgno
               string "step " delimited by size
                   ws-step-name(ws-step-i) delimited by space
                   " program " delimited by size
                   ws-call-name delimited by space
                   " could not be called" delimited by size
                   into ws-log-text
               end-string
               perform put-log-message
           end-if.
           evaluate true
               when ws-step-rc(ws-step-i) <= ws-step-max-rc(ws-step-i)
                   move 'P' to ws-step-result(ws-step-i)
               when ws-step-action(ws-step-i) = 'F'
                   move 'F' to ws-step-result(ws-step-i)
                   add 1 to ws-flag-count giving ws-flag-count end-add
                   move 'W' to ws-log-severity
                   move 7 to ws-log-msgno
                   string "step " delimited by size
                       ws-step-name(ws-step-i) delimited by space
                       " flagged, return-code " delimited by size
                       ws-step-rc(ws-step-i) delimited by size
                       " over " delimited by size
                       ws-step-max-rc(ws-step-i) delimited by size
                       into ws-log-text
                   end-string
                   perform put-log-message
               when other
                   move 'S' to ws-step-result(ws-step-i)
                   add 1 to ws-stop-count giving ws-stop-count end-add
                   set ws-stream-stopped to true
                   move ws-step-name(ws-step-i) to ws-stopped-at
                   move 'E' to ws-log-severity
                   move 6 to ws-log-msgno
                   string "step " delimited by size
                       ws-step-name(ws-step-i) delimited by space
                       " stopped the stream, return-code "
                       delimited by size
                       ws-step-rc(ws-step-i) delimited by size
                       " over " delimited by size
                       ws-step-max-rc(ws-step-i) delimited by size
                       into ws-log-text
                   end-string
                   perform put-log-message
           end-evaluate.
           if ws-step-result(ws-step-i) not = 'S'
               perform fingerprint-step-outputs
               perform rewrite-checkpoint
           end-if.
           perform write-step-log-line.
       clock-to-hundredths.
           multiply ws-time-hh by 60 giving ws-hund end-multiply.
           add ws-time-mm to ws-hund giving ws-hund end-add.
           multiply ws-hund by 60 giving ws-hund end-multiply.
           add ws-time-ss to ws-hund giving ws-hund end-add.
           multiply ws-hund by 100 giving ws-hund end-multiply.
           add ws-time-cc to ws-hund giving ws-hund end-add.
      *A step running across midnight ends "before" it began
       format-elapsed.
           if ws-hund-end < ws-hund-start
               add 8640000 to ws-hund-end giving ws-hund-end end-add
           end-if.
           subtract ws-hund-start from ws-hund-end
               giving ws-hund-elapsed
           end-subtract.
           divide ws-hund-elapsed by 100 giving ws-el-secs
           end-divide.
           divide ws-el-secs by 3600 giving ws-el-hh
               remainder ws-el-rest
           end-divide.
           divide ws-el-rest by 60 giving ws-el-mm
               remainder ws-el-ss
           end-divide.
           move spaces to ws-step-elapsed(ws-step-i).
           string ws-el-hh delimited by size
               ":" delimited by size
               ws-el-mm delimited by size
               ":" delimited by size
               ws-el-ss delimited by size
               into ws-step-elapsed(ws-step-i)
           end-string.
       set-result-word.
           evaluate ws-step-result(i)
               when 'P' move "OK" to ws-result-word
               when 'F' move "FLAGGED" to ws-result-word
               when 'S' move "STOPPED" to ws-result-word
               when 'K' move "RESTART SKIP" to ws-result-word
               when other move "NOT RUN" to ws-result-word
           end-evaluate.
      *One job log line per step, appended as the step ends so a
      *stream that never reaches its end still leaves its record
       write-step-log-line.
           move ws-step-i to i.
           perform set-result-word.
           move spaces to ws-report-line.
           string ws-run-date delimited by size
               " " delimited by size
               ws-step-start delimited by size
               " STEP " delimited by size
               ws-step-name(i) delimited by size
               " " delimited by size
               ws-step-program(i) delimited by size
               " MAX " delimited by size
               ws-step-max-rc(i) delimited by size
               " RC " delimited by size
               ws-step-rc(i) delimited by size
               " ELAPSED " delimited by size
               ws-step-elapsed(i) delimited by size
               " " delimited by size
               ws-result-word delimited by size
               into ws-report-line
           end-string.
           open extend fs-joblog.
           write fs-joblog-rec from ws-report-line end-write.
           close fs-joblog.
       write-job-end-line.
           move spaces to ws-report-line.
           string ws-run-date delimited by size
               " " delimited by size
               ws-run-end delimited by size
               " JOB  RAN " delimited by size
               ws-run-count delimited by size
               " SKIPPED " delimited by size
               ws-skip-count delimited by size
               " FLAGGED " delimited by size
               ws-flag-count delimited by size
               " STOPPED " delimited by size
               ws-stop-count delimited by size
               " NOT RUN " delimited by size
               ws-norun-count delimited by size
               into ws-report-line
           end-string.
           open extend fs-joblog.
           write fs-joblog-rec from ws-report-line end-write.
           close fs-joblog.
       write-summary-header.
           move spaces to ws-report-line.
           string "NIGHTLY JOB STREAM SUMMARY  DATE " delimited by size
               ws-run-date delimited by size
               "  START " delimited by size
               ws-run-start delimited by size
               into ws-report-line
           end-string.
           write fs-report-line from ws-report-line end-write.
           move spaces to ws-report-line.
           if ws-restart-env not = spaces
               string "RESTART AT STEP " delimited by size
                   ws-restart-env delimited by space
                   into ws-report-line
               end-string
           end-if.
           write fs-report-line from ws-report-line end-write.
      *One line per step in job.ctl order, the tallies, and the
      *verdict
       write-summary-report.
           open output fs-report.
           perform write-summary-header.
           move "STEP     PROGRAM  MAX RC    RC  ELAPSED   RESULT"
               to ws-report-line.
           write fs-report-line from ws-report-line end-write.
           perform varying i from 1 by 1 until i > ws-step-count
               perform set-result-word
               move spaces to ws-report-line
               move ws-step-name(i) to ws-report-line(1:8)
               move ws-step-program(i) to ws-report-line(10:8)
               move ws-step-max-rc(i) to ws-report-line(21:4)
               if ws-step-result(i) not = 'N'
                   move ws-step-rc(i) to ws-report-line(27:4)
               end-if
               move ws-step-elapsed(i) to ws-report-line(33:8)
               move ws-result-word to ws-report-line(43:12)
               write fs-report-line from ws-report-line end-write
           end-perform.
           move spaces to ws-report-line.
           write fs-report-line from ws-report-line end-write.
           string "STEPS " delimited by size
               ws-step-count delimited by size
               "  RAN " delimited by size
               ws-run-count delimited by size
               "  SKIPPED " delimited by size
               ws-skip-count delimited by size
               "  FLAGGED " delimited by size
               ws-flag-count delimited by size
               "  NOT RUN " delimited by size
               ws-norun-count delimited by size
               into ws-report-line
           end-string.
           write fs-report-line from ws-report-line end-write.
           move spaces to ws-report-line.
           evaluate true
               when ws-stream-stopped
                   string "OVERALL FAIL -- STREAM STOPPED AT STEP "
                       delimited by size
                       ws-stopped-at delimited by space
                       "  END " delimited by size
                       ws-run-end delimited by size
                       into ws-report-line
                   end-string
               when ws-flag-count > 0
                   string "OVERALL FLAGGED -- " delimited by size
                       ws-flag-count delimited by size
                       " STEPS OVER THEIR LIMIT  END "
                       delimited by size
                       ws-run-end delimited by size
                       into ws-report-line
                   end-string
               when other
                   string "OVERALL PASS  END " delimited by size
                       ws-run-end delimited by size
                       into ws-report-line
                   end-string
           end-evaluate.
           write fs-report-line from ws-report-line end-write.
           close fs-report.
      *A refused restart leaves job.chk as it found it, so the
      *operator can put the outputs back and try again
       write-refusal-report.
           open output fs-report.
           perform write-summary-header.
           perform varying i from 1 by 1
           until i > ws-refuse-count or i > 40
               move spaces to ws-report-line
               move ws-refuse-text(i) to ws-report-line
               write fs-report-line from ws-report-line end-write
           end-perform.
           move spaces to ws-report-line.
           write fs-report-line from ws-report-line end-write.
           string "OVERALL FAIL -- RESTART REFUSED, " delimited by size
               ws-refuse-count delimited by size
               " PROBLEMS, NOTHING RUN" delimited by size
               into ws-report-line
           end-string.
           write fs-report-line from ws-report-line end-write.
           close fs-report.
      *Hand the message at hand to the run log writer -- see asmzx's
      *put-log-message
       put-log-message.
           move "ASMZJOB" to ws-log-program.
           move 0 to ws-log-line.
           call "asmxlog" using ws-log end-call.
           move spaces to ws-log-text.
       end program asmzjob.
